      *-----------------------------------------------------------------
      *    COBLICIS - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - RECORDS SOFTWARE LICENSE ISSUE AND RETURN
      *                    EVENTS, THE LICENSE COUNTERPART OF COBHWISS.
      *                    LIC-ACTION-FLAG = 'I' ISSUES A SEAT FROM A
      *                    LICENSE_POOL TO THE DEVELOPER - A
      *                    LICENSE_ASSIGN ROW IS OPENED - AND 'R'
      *                    RETURNS IT - THE OPEN ROW IS CLOSED WITH
      *                    THE RETURN DATE AND NOTE. 'U' CONFIRMS THE
      *                    DEVELOPER IS STILL USING THE SEAT AND
      *                    STAMPS ITS LAST-USED DATE, WHICH COBRPT85
      *                    READS TO FIND IDLE SEATS. A SEAT IS NOT
      *                    ISSUED TO A DEVELOPER WITH NO DEVELOPER ROW
      *                    OR ONE ALREADY TERMINATED, TO ONE WHO
      *                    ALREADY HOLDS A SEAT FROM THE SAME POOL, OR
      *                    WHEN EVERY SEAT THE POOL OWNS IS ALREADY
      *                    HELD; A RETURN OR USE WITH NO OPEN SEAT IS
      *                    REFUSED TOO. EVERY REFUSAL COMES BACK WITH
      *                    LIC-RESULT-FLAG 'E'.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBLICIS.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCT  2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01 PSQLCODE              PIC S9(9) COMP.
       01 PSQLSTATE             PIC X(5).
       01 PSQLERRMC.
           49  PSQLERRMC-LEN    PIC S9(4) COMP.
           49  PSQLERRMC-TEXT   PIC X(250).

      *-----------------------------------------------------------------
      * WORKAREAS
      *-----------------------------------------------------------------
       01  WS-PARMAREA.
               02  WS-POOL-ID               PIC X(8).
               02  WS-DEVELOPER-ID          PIC X(6).
       01  WS-RETURN-NOTE           PIC X(30).
       01  WS-SEATS-OWNED           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SEATS-USED            PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-OPEN-COUNT            PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TERM-COUNT            PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-CURRENT-USER          PIC X(8).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBLICIS'.
       01  WS-ERRLG-PARA        PIC X(30) VALUE '9000-DBERROR'.
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80)  OCCURS 12 TIMES
                                          INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      *-----------------------------------------------------------------
      * SQLCA AND DCLGENS FOR TABLES
      *-----------------------------------------------------------------
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE DEVELOPER
           END-EXEC.

           EXEC SQL
               INCLUDE EMPTERM
           END-EXEC.

           EXEC SQL
               INCLUDE LICPOOL
           END-EXEC.

           EXEC SQL
               INCLUDE LICASSG
           END-EXEC.

      /
       LINKAGE SECTION.

       01  LICPOOLI          PIC X(8).
       01  LICDEVIDI         PIC X(6).
       01  LICNOTEI          PIC X(30).
       01  LIC-ACTION-FLAG   PIC X(1).
       01  LIC-RESULT-FLAG   PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LICPOOLI, LICDEVIDI, LICNOTEI,
                                LIC-ACTION-FLAG, LIC-RESULT-FLAG.

            MOVE SPACES      TO LIC-RESULT-FLAG.
            MOVE LICPOOLI    TO WS-POOL-ID.
            MOVE LICDEVIDI   TO WS-DEVELOPER-ID.
            MOVE LICNOTEI    TO WS-RETURN-NOTE.

            EVALUATE LIC-ACTION-FLAG
                WHEN "I"
                     PERFORM 3000-ISSUE-LICENSE THRU
                             3000-EXIT
                WHEN "R"
                     PERFORM 5000-RETURN-LICENSE THRU
                             5000-EXIT
                WHEN "U"
                     PERFORM 6000-CONFIRM-USE THRU
                             6000-EXIT
                WHEN OTHER
                     MOVE "E" TO LIC-RESULT-FLAG
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * ISSUE A SEAT - A CURRENT DEVELOPER, A KNOWN POOL WITH A SEAT
      * FREE, AND NO SEAT FROM THE SAME POOL ALREADY HELD.
      *-----------------------------------------------------------------
       3000-ISSUE-LICENSE.

           DISPLAY 'ISSUE ' WS-POOL-ID
                   ' TO ' WS-DEVELOPER-ID.

           EXEC SQL
             SELECT
                 DEVELOPER_ID
             INTO
                :WS-DEVELOPER-ID
             FROM
                 DEVELOPER
             WHERE
                  DEVELOPER_ID = :WS-DEVELOPER-ID
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'NO DEVELOPER ROW FOR '
                            WS-DEVELOPER-ID ' - NOT ISSUED'
                    MOVE "E" TO LIC-RESULT-FLAG
                    GO TO 3000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 3000-EXIT
           END-EVALUATE.

      *-----------------------------------------------------------------
      * A LEAVER'S SEATS ARE RECLAIMED BY COBEMPOF - NONE IS ISSUED
      * AFTERWARDS.
      *-----------------------------------------------------------------
           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-TERM-COUNT
             FROM
                 EMP_TERMINATION
             WHERE
                  EMPNO = :WS-DEVELOPER-ID
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 3000-EXIT
           END-EVALUATE.

           IF  WS-TERM-COUNT GREATER THAN ZERO
               DISPLAY 'DEVELOPER IS TERMINATED - NOT ISSUED'
               MOVE "E" TO LIC-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 SEATS_OWNED
             INTO
                :WS-SEATS-OWNED
             FROM
                 LICENSE_POOL
             WHERE
                  POOL_ID = :WS-POOL-ID
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'NO LICENSE POOL ' WS-POOL-ID
                            ' - NOT ISSUED'
                    MOVE "E" TO LIC-RESULT-FLAG
                    GO TO 3000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 3000-EXIT
           END-EVALUATE.

           EXEC SQL
             SELECT
                 COUNT(*)
               , COALESCE(SUM(CASE WHEN DEVELOPER_ID =
                                        :WS-DEVELOPER-ID
                                   THEN 1 ELSE 0 END), 0)
             INTO
                :WS-SEATS-USED
               ,:WS-OPEN-COUNT
             FROM
                 LICENSE_ASSIGN
             WHERE
                  POOL_ID = :WS-POOL-ID
              AND RETURNED_DATE IS NULL
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 3000-EXIT
           END-EVALUATE.

           IF  WS-OPEN-COUNT GREATER THAN ZERO
               DISPLAY 'DEVELOPER ALREADY HOLDS A SEAT - NOT ISSUED'
               MOVE "E" TO LIC-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           IF  WS-SEATS-USED NOT LESS THAN WS-SEATS-OWNED
               DISPLAY 'NO FREE SEAT IN POOL ' WS-POOL-ID
                       ' - ' WS-SEATS-USED ' OF ' WS-SEATS-OWNED
                       ' HELD'
               MOVE "E" TO LIC-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           EXEC SQL
               INSERT INTO
                  LICENSE_ASSIGN
                  (
                    POOL_ID
                  , DEVELOPER_ID
                  , ASSIGNED_DATE
                  , ASSIGNED_BY
                  )
                   VALUES
                  (
                    :WS-POOL-ID
                  , :WS-DEVELOPER-ID
                  , CURRENT DATE
                  , :WS-CURRENT-USER
                  )
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN -803
                    DISPLAY 'SEAT ALREADY ISSUED AND RETURNED TODAY'
                            ' - ISSUE AGAIN TOMORROW'
                    MOVE "E" TO LIC-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       3000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * RETURN A SEAT - CLOSES THE OPEN ASSIGNMENT WITH THE RETURN
      * DATE AND NOTE.
      *-----------------------------------------------------------------
       5000-RETURN-LICENSE.

           DISPLAY 'RETURN ' WS-POOL-ID
                   ' FROM ' WS-DEVELOPER-ID.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           EXEC SQL
               UPDATE
                   LICENSE_ASSIGN
               SET  RETURNED_DATE = CURRENT DATE
                  , RETURN_NOTE   = :WS-RETURN-NOTE
                  , RETURNED_BY   = :WS-CURRENT-USER
               WHERE
                   POOL_ID      = :WS-POOL-ID
               AND DEVELOPER_ID = :WS-DEVELOPER-ID
               AND RETURNED_DATE IS NULL
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'NO OPEN SEAT FOR THIS POOL/DEVELOPER'
                    MOVE "E" TO LIC-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * CONFIRM USE - STAMPS TODAY AS THE SEAT'S LAST-USED DATE.
      *-----------------------------------------------------------------
       6000-CONFIRM-USE.

           EXEC SQL
               UPDATE
                   LICENSE_ASSIGN
               SET  LAST_USED_DATE = CURRENT DATE
               WHERE
                   POOL_ID      = :WS-POOL-ID
               AND DEVELOPER_ID = :WS-DEVELOPER-ID
               AND RETURNED_DATE IS NULL
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'NO OPEN SEAT FOR THIS POOL/DEVELOPER'
                    MOVE "E" TO LIC-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 9000-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       9000-DBERROR.
                CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
                CALL 'COBERRLG' USING WS-ERRLG-PGM, WS-ERRLG-PARA,
                     SQLCODE, SQLSTATE.
                EVALUATE SQLCODE
                    WHEN -811
                         DISPLAY 'MORE THAN ONE ROW WAS RETURNED '
                                 'WHERE ONLY ONE ROW WAS EXPECTED.'
                    WHEN -305
                         DISPLAY 'A NULL VALUE WAS FETCHED INTO A '
                                 'HOST VARIABLE THAT CANNOT HOLD '
                                 'NULLS.'
                    WHEN OTHER
                         CONTINUE
                END-EVALUATE.
                IF RETURN-CODE = ZERO
                   PERFORM 9999-ERROR-DISPLAY THRU
                           9999-EXIT
                   VARYING ERROR-INDEX
                   FROM    1 BY 1
                   UNTIL   ERROR-INDEX GREATER THAN 12.
       9000-EXIT.
                EXIT.
      *-----------------------------------------------------------------
      * 9999-ERROR-DISPLAY
      *-----------------------------------------------------------------
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
