      *-----------------------------------------------------------------
      *    COBAPGMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAINTAINS THE ACT_PROGRESS TABLE, THE
      *                    PERCENT COMPLETE A PROJECT LEAD REPORTS
      *                    EACH MONTH FOR EVERY PACTIVITY ROW, WHICH
      *                    COBRPT69 EARNS VALUE FROM. A FIGURE IS
      *                    KEYED BY PROJ_NO, ACT_NO AND PYEARMONTH.
      *                    ADD-APG-FLAG = 'Y' READS A FIGURE BACK TO
      *                    THE CICS CALLING PROGRAM, ADD-APG-FLAG =
      *                    'D' REMOVES IT, AND ANY OTHER VALUE ADDS
      *                    OR UPDATES IT - THE SAME FLAG CONVENTION
      *                    COBDEDMN USES FOR THE DEDUCTION CATALOG.
      *                    A PERCENT OUTSIDE 0-100 OR AN ACTIVITY NOT
      *                    ON PACTIVITY IS REFUSED WITH
      *                    ADD-APG-FLAG = 'E'.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBAPGMN.
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
               02  WS-PROJ-NO               PIC X(6).
               02  WS-PYEARMONTH            PIC X(6).
       01  WS-ACT-NO                PIC S9(4) COMP.
       01  WS-PCT-COMPLETE          PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-ACT-COUNT             PIC S9(9) COMP.

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBAPGMN'.
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
               INCLUDE ACTPROG
           END-EXEC.

      /
       LINKAGE SECTION.

       01  APGPROJI          PIC X(6).
       01  APGACTI           PIC S9(4) COMP.
       01  APGYEARMONTHI     PIC X(6).
       01  APGPCTIO          PIC S9(3)V9(2) USAGE COMP-3.
       01  ADD-APG-FLAG      PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING APGPROJI, APGACTI, APGYEARMONTHI,
                                APGPCTIO, ADD-APG-FLAG.

            EVALUATE ADD-APG-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-PROGRESS THRU
                             4000-EXIT
                WHEN "D"
                     PERFORM 6000-REMOVE-PROGRESS THRU
                             6000-EXIT
                WHEN OTHER
                     PERFORM 5000-UPDATE-PROGRESS THRU
                             5000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE PERCENT-COMPLETE FIGURE BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-PROGRESS.

                MOVE SPACES        TO ADD-APG-FLAG.
                MOVE APGPROJI      TO WS-PROJ-NO.
                MOVE APGACTI       TO WS-ACT-NO.
                MOVE APGYEARMONTHI TO WS-PYEARMONTH.

                DISPLAY 'WS-PROJ-NO = ' WS-PROJ-NO
                        ' WS-PYEARMONTH = ' WS-PYEARMONTH.

                EXEC SQL
                  SELECT
                      PCT_COMPLETE
                  INTO
                      :WS-PCT-COMPLETE
                  FROM ACT_PROGRESS
                  WHERE PROJ_NO    = :WS-PROJ-NO
                    AND ACT_NO     = :WS-ACT-NO
                    AND PYEARMONTH = :WS-PYEARMONTH
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         MOVE ZERO       TO WS-PCT-COMPLETE
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE WS-PCT-COMPLETE     TO APGPCTIO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ADD OR UPDATE ONE PERCENT-COMPLETE FIGURE BY MAKING A CALL TO
      * DB2 TABLE
      *-----------------------------------------------------------------
       5000-UPDATE-PROGRESS.

           MOVE APGPROJI      TO WS-PROJ-NO.
           MOVE APGACTI       TO WS-ACT-NO.
           MOVE APGYEARMONTHI TO WS-PYEARMONTH.
           MOVE APGPCTIO      TO WS-PCT-COMPLETE.

           DISPLAY 'WS-PROJ-NO = ' WS-PROJ-NO
                   ' WS-PYEARMONTH = ' WS-PYEARMONTH.

           IF WS-PCT-COMPLETE LESS THAN ZERO
              OR WS-PCT-COMPLETE GREATER THAN 100
              MOVE "E" TO ADD-APG-FLAG
              GO TO 5000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-ACT-COUNT
             FROM
                 PACTIVITY
             WHERE
                  PROJ_NO = :WS-PROJ-NO
              AND ACT_NO  = :WS-ACT-NO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           IF WS-ACT-COUNT = ZERO
              MOVE "E" TO ADD-APG-FLAG
              GO TO 5000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 PROJ_NO
             INTO
                :WS-PROJ-NO
             FROM
                 ACT_PROGRESS
             WHERE
                  PROJ_NO    = :WS-PROJ-NO
              AND ACT_NO     = :WS-ACT-NO
              AND PYEARMONTH = :WS-PYEARMONTH
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "Y"        TO ADD-APG-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

           MOVE APGPROJI             TO WS-PROJ-NO.

           IF  ADD-APG-FLAG = "Y"  THEN
               EXEC SQL
                       INSERT INTO
                          ACT_PROGRESS
                          (
                            PROJ_NO
                          , ACT_NO
                          , PYEARMONTH
                          , PCT_COMPLETE
                          , UPDATED_TS
                          )
                           VALUES
                          (
                            :WS-PROJ-NO
                          , :WS-ACT-NO
                          , :WS-PYEARMONTH
                          , :WS-PCT-COMPLETE
                          , CURRENT TIMESTAMP
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                        MOVE SPACES TO ADD-APG-FLAG
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           ELSE

               EXEC SQL
                       UPDATE
                           ACT_PROGRESS
                       SET  PCT_COMPLETE = :WS-PCT-COMPLETE
                          , UPDATED_TS   = CURRENT TIMESTAMP
                       WHERE
                          (
                    ( ACT_PROGRESS.PROJ_NO    = :WS-PROJ-NO )
                AND ( ACT_PROGRESS.ACT_NO     = :WS-ACT-NO )
                AND ( ACT_PROGRESS.PYEARMONTH = :WS-PYEARMONTH )
                          )
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           END-IF.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * REMOVE ONE PERCENT-COMPLETE FIGURE BY MAKING A CALL TO DB2
      * TABLE
      *-----------------------------------------------------------------
       6000-REMOVE-PROGRESS.

           MOVE APGPROJI      TO WS-PROJ-NO.
           MOVE APGACTI       TO WS-ACT-NO.
           MOVE APGYEARMONTHI TO WS-PYEARMONTH.

           DISPLAY 'WS-PROJ-NO = ' WS-PROJ-NO
                   ' WS-PYEARMONTH = ' WS-PYEARMONTH.

           EXEC SQL
               DELETE FROM
                   ACT_PROGRESS
               WHERE
                   PROJ_NO    = :WS-PROJ-NO
               AND ACT_NO     = :WS-ACT-NO
               AND PYEARMONTH = :WS-PYEARMONTH
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER DELETE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-APG-FLAG
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
