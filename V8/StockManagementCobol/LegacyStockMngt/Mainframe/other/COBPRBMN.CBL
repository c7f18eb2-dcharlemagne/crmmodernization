      *-----------------------------------------------------------------
      *    COBPRBMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - CONFIRM, EXTEND OR FAIL ONE NEW HIRE'S
      *                    PROBATION ON EMP_PROBATION, KEYED BY
      *                    PRBEMPNOI. PRB-ACTION-FLAG = 'C' CONFIRMS
      *                    THE EMPLOYEE IN POST; 'E' EXTENDS THE
      *                    PROBATION TO THE NEW END DATE KEYED IN
      *                    PRBDATEI, WHICH MUST BE LATER THAN THE
      *                    CURRENT PROB_END, AND CLEARS REMINDED_DATE
      *                    SO COBPRBRM REMINDS THE MANAGER AGAIN
      *                    AHEAD OF THE NEW DATE; 'F' FAILS THE
      *                    PROBATION WITH THE TERMINATION DATE KEYED
      *                    IN PRBDATEI, HANDING THE EMPLOYEE TO
      *                    COBEMPOF, WHOSE NIGHTLY PROBTN RUN
      *                    OFFBOARDS EVERY FAILED PROBATION ONCE ITS
      *                    TERMINATION DATE IS REACHED; ANY OTHER
      *                    FLAG READS THE PROBATION BACK. ONLY A
      *                    PROBATION STILL OPEN ('P' OR 'E') CAN BE
      *                    ACTIONED. PRB-RESULT-FLAG 'N' MEANS NO
      *                    PROBATION ON FILE, 'X' ONE ALREADY
      *                    CONFIRMED OR FAILED, 'E' A MISSING OR
      *                    INVALID DATE, SPACES SUCCESS. EACH ACTION
      *                    IS STAMPED TO MASTER_CHANGE_LOG THROUGH
      *                    COBMDLOG, AND A CONFIRMATION OR EXTENSION
      *                    IS POSTED TO THE EMPLOYEE'S MSG_IN_TRAY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBPRBMN.
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
       01  WS-NEW-STATUS            PIC X(1).
       01  WS-NEW-DATE              PIC X(10).
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-TERMDATE-IND          PIC S9(4) USAGE COMP.
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'EMP_PROBATION'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100).
       01  WS-MDLOG-AFTER           PIC X(100).
       01  WS-MSG-SOURCE            PIC X(8)  VALUE 'COBPRBMN'.
       01  WS-MSG-SUBJECT           PIC X(64).
       01  WS-MSG-TEXT              PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBPRBMN'.
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
               INCLUDE EMPPROB
           END-EXEC.

      /
       LINKAGE SECTION.

       01  PRBEMPNOI         PIC X(6).
       01  PRBDATEI          PIC X(10).
       01  PRBHIREDATEO      PIC X(10).
       01  PRBENDO           PIC X(10).
       01  PRBSTATUSO        PIC X(1).
       01  PRBEXTCOUNTO      PIC S9(4) COMP.
       01  PRBTERMDATEO      PIC X(10).
       01  PRB-ACTION-FLAG   PIC X(1).
       01  PRB-RESULT-FLAG   PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PRBEMPNOI, PRBDATEI, PRBHIREDATEO,
                                PRBENDO, PRBSTATUSO, PRBEXTCOUNTO,
                                PRBTERMDATEO, PRB-ACTION-FLAG,
                                PRB-RESULT-FLAG.

            MOVE SPACES     TO PRB-RESULT-FLAG.
            MOVE PRBEMPNOI  TO EP-EMPNO.

            DISPLAY 'PROBATION EMPNO = ' EP-EMPNO.

            EXEC SQL
                 SET :WS-CURRENT-USER = USER
            END-EXEC.

            EVALUATE PRB-ACTION-FLAG
                WHEN "C"
                     MOVE 'C' TO WS-NEW-STATUS
                     PERFORM 5000-ACTION-PROBATION THRU
                             5000-EXIT
                WHEN "E"
                     MOVE 'E' TO WS-NEW-STATUS
                     PERFORM 5000-ACTION-PROBATION THRU
                             5000-EXIT
                WHEN "F"
                     MOVE 'F' TO WS-NEW-STATUS
                     PERFORM 5000-ACTION-PROBATION THRU
                             5000-EXIT
                WHEN OTHER
                     PERFORM 4000-READ-PROBATION THRU
                             4000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE PROBATION BACK TO THE CICS CALLING PROGRAM
      *-----------------------------------------------------------------
       4000-READ-PROBATION.

                PERFORM 4100-SELECT-PROBATION THRU 4100-EXIT.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-TERMDATE-IND LESS THAN ZERO
                            MOVE SPACES  TO EP-TERMDATE
                         END-IF
                    WHEN +100
                         MOVE "N"        TO PRB-RESULT-FLAG
                         MOVE SPACES     TO EP-HIREDATE
                                            EP-PROB-END
                                            EP-PSTATUS
                                            EP-TERMDATE
                         MOVE ZERO       TO EP-EXTEND-COUNT
                    WHEN OTHER
                         MOVE SPACES     TO EP-HIREDATE
                                            EP-PROB-END
                                            EP-PSTATUS
                                            EP-TERMDATE
                         MOVE ZERO       TO EP-EXTEND-COUNT
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE EP-HIREDATE         TO PRBHIREDATEO.
                MOVE EP-PROB-END         TO PRBENDO.
                MOVE EP-PSTATUS          TO PRBSTATUSO.
                MOVE EP-EXTEND-COUNT     TO PRBEXTCOUNTO.
                MOVE EP-TERMDATE         TO PRBTERMDATEO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4100-SELECT-PROBATION
      *-----------------------------------------------------------------
       4100-SELECT-PROBATION.

                EXEC SQL
                  SELECT
                      CHAR(HIREDATE, ISO)
                    , CHAR(PROB_END, ISO)
                    , PSTATUS
                    , EXTEND_COUNT
                    , CHAR(TERMDATE, ISO)
                  INTO
                      :EP-HIREDATE
                    , :EP-PROB-END
                    , :EP-PSTATUS
                    , :EP-EXTEND-COUNT
                    , :EP-TERMDATE :WS-TERMDATE-IND
                  FROM EMP_PROBATION
                  WHERE EMPNO = :EP-EMPNO
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

       4100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * CONFIRM, EXTEND OR FAIL ONE OPEN PROBATION
      *-----------------------------------------------------------------
       5000-ACTION-PROBATION.

           PERFORM 4000-READ-PROBATION THRU 4000-EXIT.

           IF  PRB-RESULT-FLAG NOT = SPACES
               GO TO 5000-EXIT
           END-IF.

           IF  EP-PSTATUS NOT = 'P'
           AND EP-PSTATUS NOT = 'E'
               DISPLAY 'PROBATION IS NOT OPEN'
               MOVE "X" TO PRB-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           MOVE SPACES TO WS-MDLOG-BEFORE.
           STRING EP-PSTATUS     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  EP-PROB-END    DELIMITED BY SIZE
             INTO WS-MDLOG-BEFORE.

           IF  WS-NEW-STATUS = 'C'
               PERFORM 5100-CONFIRM THRU 5100-EXIT
           ELSE
               PERFORM 5200-CHECK-DATE THRU 5200-EXIT
               IF  PRB-RESULT-FLAG NOT = SPACES
                   GO TO 5000-EXIT
               END-IF
               IF  WS-NEW-STATUS = 'E'
                   PERFORM 5300-EXTEND THRU 5300-EXIT
               ELSE
                   PERFORM 5400-FAIL THRU 5400-EXIT
               END-IF
           END-IF.

           IF  PRB-RESULT-FLAG NOT = SPACES
               GO TO 5000-EXIT
           END-IF.

           PERFORM 4000-READ-PROBATION THRU 4000-EXIT.

           PERFORM 7500-WRITE-CHANGE-LOG THRU 7500-EXIT.

           IF  WS-NEW-STATUS NOT = 'F'
               PERFORM 7600-NOTIFY-EMPLOYEE THRU 7600-EXIT
           END-IF.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 5100-CONFIRM - THE EMPLOYEE IS CONFIRMED IN POST.
      *-----------------------------------------------------------------
       5100-CONFIRM.

           EXEC SQL
                   UPDATE
                       EMP_PROBATION
                   SET  PSTATUS   = 'C'
                      , ACTION_BY = :WS-CURRENT-USER
                      , ACTION_TS = CURRENT TIMESTAMP
                   WHERE EMPNO   = :EP-EMPNO
                     AND PSTATUS IN ('P', 'E')
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER CONFIRM = ' SQLCODE.

           PERFORM 5900-CHECK-UPDATE THRU 5900-EXIT.

       5100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 5200-CHECK-DATE - AN EXTENSION OR A FAIL NEEDS A VALID DATE
      * IN PRBDATEI. AN EXTENSION MUST RUN PAST THE CURRENT PROB_END;
      * A FAIL CANNOT TERMINATE BEFORE THE HIRE DATE.
      *-----------------------------------------------------------------
       5200-CHECK-DATE.

           IF  PRBDATEI = SPACES
               MOVE "E" TO PRB-RESULT-FLAG
               GO TO 5200-EXIT
           END-IF.

           EXEC SQL
                SET :WS-NEW-DATE = CHAR(DATE(:PRBDATEI), ISO)
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN -180
               WHEN -181
                    DISPLAY 'INVALID DATE ' PRBDATEI
                    MOVE "E" TO PRB-RESULT-FLAG
                    GO TO 5200-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    MOVE "E" TO PRB-RESULT-FLAG
                    GO TO 5200-EXIT
           END-EVALUATE.

           IF  WS-NEW-STATUS = 'E'
           AND WS-NEW-DATE NOT GREATER THAN EP-PROB-END
               DISPLAY 'EXTENSION NOT LATER THAN ' EP-PROB-END
               MOVE "E" TO PRB-RESULT-FLAG
               GO TO 5200-EXIT
           END-IF.

           IF  WS-NEW-STATUS = 'F'
           AND WS-NEW-DATE LESS THAN EP-HIREDATE
               DISPLAY 'TERMINATION BEFORE HIRE ' EP-HIREDATE
               MOVE "E" TO PRB-RESULT-FLAG
           END-IF.

       5200-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 5300-EXTEND - MOVE PROB_END OUT AND CLEAR REMINDED_DATE SO
      * THE MANAGER IS REMINDED AGAIN AHEAD OF THE NEW DATE.
      *-----------------------------------------------------------------
       5300-EXTEND.

           EXEC SQL
                   UPDATE
                       EMP_PROBATION
                   SET  PSTATUS       = 'E'
                      , PROB_END      = DATE(:WS-NEW-DATE)
                      , EXTEND_COUNT  = EXTEND_COUNT + 1
                      , REMINDED_DATE = NULL
                      , ACTION_BY     = :WS-CURRENT-USER
                      , ACTION_TS     = CURRENT TIMESTAMP
                   WHERE EMPNO   = :EP-EMPNO
                     AND PSTATUS IN ('P', 'E')
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER EXTEND = ' SQLCODE.

           PERFORM 5900-CHECK-UPDATE THRU 5900-EXIT.

       5300-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 5400-FAIL - RECORD THE TERMINATION DATE. COBEMPOF'S PROBTN RUN
      * PICKS THE EMPLOYEE UP THE NIGHT THAT DATE IS REACHED.
      *-----------------------------------------------------------------
       5400-FAIL.

           EXEC SQL
                   UPDATE
                       EMP_PROBATION
                   SET  PSTATUS   = 'F'
                      , TERMDATE  = DATE(:WS-NEW-DATE)
                      , ACTION_BY = :WS-CURRENT-USER
                      , ACTION_TS = CURRENT TIMESTAMP
                   WHERE EMPNO   = :EP-EMPNO
                     AND PSTATUS IN ('P', 'E')
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER FAIL = ' SQLCODE.

           PERFORM 5900-CHECK-UPDATE THRU 5900-EXIT.

       5400-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 5900-CHECK-UPDATE - NOTHING UPDATED MEANS THE PROBATION WAS
      * CLOSED UNDER US SINCE IT WAS READ.
      *-----------------------------------------------------------------
       5900-CHECK-UPDATE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "X" TO PRB-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    MOVE "X" TO PRB-RESULT-FLAG
           END-EVALUATE.

       5900-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7500-WRITE-CHANGE-LOG - STAMP THE ACTION TO THE SHARED
      * MASTER-DATA CHANGE LOG, KEYED BY EMPNO.
      *-----------------------------------------------------------------
       7500-WRITE-CHANGE-LOG.

           MOVE SPACES         TO WS-MDLOG-AFTER.
           MOVE "U"            TO WS-MDLOG-ACTION.
           MOVE EP-EMPNO       TO WS-MDLOG-KEY.

           STRING EP-PSTATUS     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  EP-PROB-END    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  EP-TERMDATE    DELIMITED BY SIZE
                  ' BY '         DELIMITED BY SIZE
                  WS-CURRENT-USER
                                 DELIMITED BY SIZE
             INTO WS-MDLOG-AFTER.

           CALL 'COBMDLOG' USING WS-MDLOG-TABLE, WS-MDLOG-KEY,
                WS-MDLOG-ACTION, WS-MDLOG-BEFORE, WS-MDLOG-AFTER.

       7500-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7600-NOTIFY-EMPLOYEE - TELL THE EMPLOYEE THEY ARE CONFIRMED,
      * OR THAT THE PROBATION NOW RUNS TO THE NEW DATE. A FAILED
      * PROBATION IS COMMUNICATED IN PERSON, NOT THROUGH THE TRAY.
      *-----------------------------------------------------------------
       7600-NOTIFY-EMPLOYEE.

           MOVE SPACES TO WS-MSG-SUBJECT
                          WS-MSG-TEXT.

           IF  WS-NEW-STATUS = 'C'
               MOVE 'PROBATION CONFIRMED' TO WS-MSG-SUBJECT
               MOVE 'CONGRATULATIONS - YOU HAVE BEEN CONFIRMED IN '
                 TO WS-MSG-TEXT (1:45)
               MOVE 'POST.'
                 TO WS-MSG-TEXT (46:5)
           ELSE
               STRING 'PROBATION EXTENDED TO ' DELIMITED BY SIZE
                      EP-PROB-END              DELIMITED BY SIZE
                 INTO WS-MSG-SUBJECT
               MOVE 'YOUR PROBATION HAS BEEN EXTENDED - YOUR MANAGER '
                 TO WS-MSG-TEXT (1:48)
               MOVE 'WILL REVIEW IT AGAIN BEFORE THE NEW END DATE.'
                 TO WS-MSG-TEXT (49:45)
           END-IF.

           CALL 'COBMSGPT' USING EP-EMPNO, WS-MSG-SOURCE,
                WS-MSG-SUBJECT, WS-MSG-TEXT.

       7600-EXIT.
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
