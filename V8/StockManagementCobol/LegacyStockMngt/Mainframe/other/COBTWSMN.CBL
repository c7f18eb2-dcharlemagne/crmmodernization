      *-----------------------------------------------------------------
      *    COBTWSMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - SIGNS OFF ONE EMPLOYEE'S TIMESHEET WEEK ON
      *                    TIMESHEET_WEEK. ADD-TWS-FLAG = 'Y' READS
      *                    THE WEEK'S ACCEPTED HOURS AND SIGN-OFF
      *                    STATE BACK TO THE CICS CALLING PROGRAM; ANY
      *                    OTHER VALUE SIGNS THE WEEK OFF, STAMPING
      *                    THE APPROVER (SIGNED_BY) AND THE TIME
      *                    (SIGNED_TS). ONLY A SIGNED-OFF WEEK IS PAID
      *                    TO AN HOURLY EMPLOYEE BY COBPAYRN; A WEEK
      *                    COBTIMLD REOPENS WITH AN ADJUSTMENT LOSES
      *                    ITS SIGN-OFF AND MUST BE SIGNED OFF AGAIN.
      *                    A WEEK COBTIMLD HAS NOT POSTED IS REFUSED
      *                    WITH ADD-TWS-FLAG = 'E'.
      *                    A SIGN-OFF TAKEN FOR AN ABSENT APPROVER
      *                    CARRIES THE APPROVER'S EMPNO IN TWSFORI AND
      *                    THE ACTOR'S IN TWSBYI; COBDLGCK MUST ACCEPT
      *                    THE ACTOR AS THE APPROVER'S DELEGATE
      *                    (APPROVAL_DELEGATION, TYPE 'T') OR, WHILE
      *                    THE APPROVER IS ON LEAVE WITH NO DELEGATE,
      *                    AS THEIR MANAGER - OTHERWISE ADD-TWS-FLAG
      *                    COMES BACK 'G' AND THE WEEK STAYS UNSIGNED.
      *                    AN ACCEPTED SIGN-OFF IS STAMPED ONBEHALF_OF
      *                    THE APPROVER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBTWSMN.
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
               02  WS-EMPNO                 PIC X(6).
               02  WS-WEEKDATE              PIC X(10).
       01  WS-ONBEHALF-OF           PIC X(6).
       01  WS-ONBEHALF-IND          PIC S9(4) USAGE COMP.

      *-----------------------------------------------------------------
      * VARIABLES FOR THE DELEGATION CHECK (COBDLGCK)
      *-----------------------------------------------------------------
       01  WS-DLGCK-TYPE            PIC X(1)  VALUE 'T'.
       01  WS-DLGCK-ITEM            PIC X(20).
       01  WS-DLGCK-RESULT          PIC X(1).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBTWSMN'.
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
               INCLUDE TIMESIGN
           END-EXEC.

      /
       LINKAGE SECTION.

       01  TWSEMPNOI         PIC X(6).
       01  TWSWEEKI          PIC X(10).
       01  TWSHOURSO         PIC S9(5)V9(2) USAGE COMP-3.
       01  TWSSIGNOFFO       PIC X(1).
       01  ADD-TWS-FLAG      PIC X(1).
       01  TWSFORI           PIC X(6).
       01  TWSBYI            PIC X(6).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING TWSEMPNOI, TWSWEEKI, TWSHOURSO,
                                TWSSIGNOFFO, ADD-TWS-FLAG,
                                TWSFORI, TWSBYI.

            MOVE TWSEMPNOI     TO WS-EMPNO.
            MOVE TWSWEEKI      TO WS-WEEKDATE.

            DISPLAY 'WS-EMPNO = ' WS-EMPNO
                    ' WS-WEEKDATE = ' WS-WEEKDATE.

            IF  ADD-TWS-FLAG = "Y"
                PERFORM 4000-READ-WEEK THRU
                        4000-EXIT
            ELSE
                PERFORM 5000-SIGNOFF-WEEK THRU
                        5000-EXIT
            END-IF.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE TIMESHEET WEEK BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-WEEK.

                MOVE SPACES        TO ADD-TWS-FLAG.

                EXEC SQL
                  SELECT
                      ACCHOURS
                    , SIGNOFF
                  INTO
                      :TW-ACCHOURS
                    , :TW-SIGNOFF
                  FROM TIMESHEET_WEEK
                  WHERE EMPNO    = :WS-EMPNO
                    AND WEEKDATE = DATE(:WS-WEEKDATE)
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         MOVE ZERO       TO TW-ACCHOURS
                         MOVE SPACES     TO TW-SIGNOFF
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE TW-ACCHOURS         TO TWSHOURSO.
                MOVE TW-SIGNOFF          TO TWSSIGNOFFO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * SIGN OFF ONE TIMESHEET WEEK BY MAKING A CALL TO DB2 TABLE. THE
      * APPROVER IS THE SIGNED-ON USER OF THE CALLING TRANSACTION.
      *-----------------------------------------------------------------
       5000-SIGNOFF-WEEK.

           PERFORM 5500-CHECK-DELEGATION THRU 5500-EXIT.

           IF  ADD-TWS-FLAG = "G"
               GO TO 5000-EXIT
           END-IF.

           EXEC SQL
                   UPDATE
                       TIMESHEET_WEEK
                   SET  SIGNOFF     = 'Y'
                      , SIGNED_BY   = USER
                      , SIGNED_TS   = CURRENT TIMESTAMP
                      , ONBEHALF_OF =
                           :WS-ONBEHALF-OF :WS-ONBEHALF-IND
                   WHERE
                      (
                        ( TIMESHEET_WEEK.EMPNO    = :WS-EMPNO )
                    AND ( TIMESHEET_WEEK.WEEKDATE
                                     = DATE(:WS-WEEKDATE) )
                      )
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER UPDATE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-TWS-FLAG
                    PERFORM 4000-READ-WEEK THRU 4000-EXIT
               WHEN +100
                    MOVE "E"    TO ADD-TWS-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 5500-CHECK-DELEGATION - A SIGN-OFF KEYED FOR ANOTHER APPROVER
      * (TWSFORI) STANDS ONLY IF COBDLGCK ACCEPTS THE ACTOR (TWSBYI)
      * AS THEIR DELEGATE OR, ON ESCALATION, THEIR MANAGER. 'G' IN
      * THE FLAG MEANS REFUSED. THE ACCEPTED SIGN-OFF CARRIES THE
      * APPROVER'S EMPNO IN ONBEHALF_OF; AN OWN SIGN-OFF LEAVES IT
      * NULL.
      *-----------------------------------------------------------------
       5500-CHECK-DELEGATION.

           MOVE SPACES TO WS-ONBEHALF-OF.
           MOVE -1     TO WS-ONBEHALF-IND.

           IF  TWSFORI = SPACES
               GO TO 5500-EXIT
           END-IF.

           MOVE SPACES TO WS-DLGCK-ITEM.
           STRING WS-EMPNO              DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-WEEKDATE           DELIMITED BY SIZE
             INTO WS-DLGCK-ITEM.

           CALL 'COBDLGCK' USING TWSFORI, TWSBYI, WS-DLGCK-TYPE,
                WS-DLGCK-ITEM, WS-DLGCK-RESULT.

           IF  WS-DLGCK-RESULT = "N"
               DISPLAY 'NOT AUTHORIZED TO ACT FOR ' TWSFORI
               MOVE "G" TO ADD-TWS-FLAG
               GO TO 5500-EXIT
           END-IF.

           MOVE TWSFORI TO WS-ONBEHALF-OF.
           MOVE ZERO    TO WS-ONBEHALF-IND.

       5500-EXIT.
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
