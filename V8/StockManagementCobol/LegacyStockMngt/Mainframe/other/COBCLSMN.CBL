      *-----------------------------------------------------------------
      *    COBCLSMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - THE MONTH-END CLOSE SCREEN. MAINTAINS THE
      *                    CLOSE_TASK CALENDAR, SIGNS OFF BY HAND THE
      *                    TASKS NO BATCH EVIDENCE CAN PROVE, AND SIGNS
      *                    A PAYROLL PERIOD CLOSED FOR FINANCE.
      *                    CL-ACTION-FLAG -
      *                      'T' ADDS OR UPDATES TASK CLTASKI FROM THE
      *                          DESCRIPTION, OWNER EMPNO, DUE WORKING
      *                          DAY (1-23 OF THE FOLLOWING MONTH),
      *                          DEPENDENCY AND SOURCE ('P' PAY_PERIOD,
      *                          'J' JOB_RUN_LOG PROGRAM, 'X'
      *                          XMIT_CONTROL FILEID, 'M' MANUAL) KEYED;
      *                          A CHANGED DUE DAY APPLIES FROM THE NEXT
      *                          PERIOD PUT ON THE BOARD
      *                      'D' RETIRES TASK CLTASKI (TSTATUS 'X')
      *                      'S' SIGNS OFF MANUAL TASK CLTASKI FOR
      *                          PERIOD CLPERIODI - ONLY ONCE ITS
      *                          DEPENDENCY IS DONE
      *                      'C' SIGNS PERIOD CLPERIODI CLOSED - ONLY
      *                          ONCE EVERY ACTIVE TASK IS DONE OR
      *                          SIGNED OFF ON ITS BOARD - RECORDING
      *                          WHO SIGNED AND WHEN ON CLOSE_PERIOD
      *                    ANY OTHER FLAG READS THE TASK, ITS STATUS ON
      *                    THE PERIOD'S BOARD AND THE PERIOD'S SIGN-OFF
      *                    BACK. CHANGES NEED THE FINCLOSE ROLE THROUGH
      *                    THE SHARED COBROLCK CHECK. CL-RESULT-FLAG
      *                    'S' NOT AUTHORIZED, 'N' NO SUCH TASK OR
      *                    PERIOD ON THE BOARD, 'E' INVALID INPUT, 'X'
      *                    NOT ALLOWED IN ITS CURRENT STATE, 'B'
      *                    BLOCKED BY OPEN TASKS, SPACES SUCCESS, WITH
      *                    THE REASON IN CLMSGO. EVERY CHANGE IS
      *                    STAMPED TO MASTER_CHANGE_LOG THROUGH
      *                    COBMDLOG.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCLSMN.
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
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-DUMMY                 PIC X(8).
       01  WS-DEP-DEP               PIC X(8).
       01  WS-DEP-STATUS            PIC X(1).
       01  WS-OPEN-COUNT            PIC S9(9) USAGE COMP.
       01  WS-OPEN-COUNT-ED         PIC ZZ9.
       01  WS-TASK-FOUND            PIC X(1).
       01  WS-OLD-STATUS            PIC X(1).
       01  WS-DUE-DAY-ED            PIC 99.

      *-----------------------------------------------------------------
      * VARIABLES FOR THE MONTH-END CLOSE ROLE CHECK (COBROLCK)
      *-----------------------------------------------------------------
       01  WS-ROLCK-ROLE        PIC X(8)  VALUE 'FINCLOSE'.
       01  WS-ROLCK-PGM         PIC X(8)  VALUE 'COBCLSMN'.
       01  WS-ROLCK-ALLOWED     PIC X(1)  VALUE SPACES.
               88  WS-CLOSE-ALLOWED          VALUE 'Y'.

      *-----------------------------------------------------------------
      * VARIABLES FOR THE MASTER-DATA CHANGE LOG (COBMDLOG)
      *-----------------------------------------------------------------
       01  WS-MDLOG-TABLE           PIC X(18).
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100) VALUE SPACES.
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBCLSMN'.
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
               INCLUDE CLSTASK
           END-EXEC.

           EXEC SQL
               INCLUDE CLSSTAT
           END-EXEC.

           EXEC SQL
               INCLUDE CLSPERD
           END-EXEC.

      /
       LINKAGE SECTION.

       01  CLPERIODI         PIC X(6).
       01  CLTASKI           PIC X(8).
       01  CLDESCO           PIC X(40).
       01  CLOWNERO          PIC X(6).
       01  CLDUEDAYO         PIC S9(4) COMP.
       01  CLDEPO            PIC X(8).
       01  CLSRCTYPO         PIC X(1).
       01  CLSRCKEYO         PIC X(8).
       01  CLTSTATO          PIC X(1).
       01  CLDUEDATEO        PIC X(10).
       01  CLSTATO           PIC X(1).
       01  CLDONEBYO         PIC X(8).
       01  CLDONETSO         PIC X(26).
       01  CLPSTATO          PIC X(1).
       01  CLSIGNEDBYO       PIC X(8).
       01  CLSIGNEDTSO       PIC X(26).
       01  CL-ACTION-FLAG    PIC X(1).
       01  CL-RESULT-FLAG    PIC X(1).
       01  CLMSGO            PIC X(57).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CLPERIODI, CLTASKI, CLDESCO,
                                CLOWNERO, CLDUEDAYO, CLDEPO,
                                CLSRCTYPO, CLSRCKEYO, CLTSTATO,
                                CLDUEDATEO, CLSTATO, CLDONEBYO,
                                CLDONETSO, CLPSTATO, CLSIGNEDBYO,
                                CLSIGNEDTSO, CL-ACTION-FLAG,
                                CL-RESULT-FLAG, CLMSGO.

            MOVE SPACES     TO CL-RESULT-FLAG
                               CLMSGO.

            DISPLAY 'CLOSE PERIOD = ' CLPERIODI ' TASK = ' CLTASKI
                    ' ACTION = ' CL-ACTION-FLAG.

            EXEC SQL
                 SET :WS-CURRENT-USER = USER
            END-EXEC.

      *     ONLY THE FINANCE CLOSE ROLE CHANGES THE CALENDAR OR SIGNS.
            IF  CL-ACTION-FLAG = "T"
             OR CL-ACTION-FLAG = "D"
             OR CL-ACTION-FLAG = "S"
             OR CL-ACTION-FLAG = "C"
                CALL 'COBROLCK' USING WS-ROLCK-ROLE,
                     WS-ROLCK-PGM, WS-ROLCK-ALLOWED
                IF  NOT WS-CLOSE-ALLOWED
                    MOVE "S" TO CL-RESULT-FLAG
                    MOVE 'NOT AUTHORIZED FOR THE MONTH-END CLOSE'
                      TO CLMSGO
                    GOBACK
                END-IF
            END-IF.

            EVALUATE CL-ACTION-FLAG
                WHEN "T"
                     PERFORM 5000-UPDATE-TASK THRU
                             5000-EXIT
                WHEN "D"
                     PERFORM 6000-RETIRE-TASK THRU
                             6000-EXIT
                WHEN "S"
                     PERFORM 7000-SIGN-OFF-TASK THRU
                             7000-EXIT
                WHEN "C"
                     PERFORM 7500-SIGN-PERIOD THRU
                             7500-EXIT
                WHEN OTHER
                     PERFORM 4000-READ-CLOSE THRU
                             4000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ THE TASK, ITS BOARD ROW AND THE PERIOD BACK TO THE CICS
      * CALLING PROGRAM. A BLANK TASK READS THE PERIOD ALONE.
      *-----------------------------------------------------------------
       4000-READ-CLOSE.

                MOVE SPACES TO CLDUEDATEO
                               CLSTATO
                               CLDONEBYO
                               CLDONETSO
                               CLPSTATO
                               CLSIGNEDBYO
                               CLSIGNEDTSO.

                IF CLTASKI NOT = SPACES
                   PERFORM 4100-READ-TASK THRU 4100-EXIT
                   IF CL-RESULT-FLAG NOT = SPACES
                      GO TO 4000-EXIT
                   END-IF
                END-IF.

                IF CLPERIODI = SPACES
                   GO TO 4000-EXIT
                END-IF.

                PERFORM 4300-READ-PERIOD THRU 4300-EXIT.

                IF CL-RESULT-FLAG NOT = SPACES
                   GO TO 4000-EXIT
                END-IF.

                IF CLTASKI NOT = SPACES
                   PERFORM 4200-READ-BOARD THRU 4200-EXIT
                END-IF.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4100-READ-TASK
      *-----------------------------------------------------------------
       4100-READ-TASK.

                MOVE CLTASKI TO CT-TASKID.

                EXEC SQL
                  SELECT
                      TASK_DESC
                    , OWNER_EMPNO
                    , DUE_WORKDAY
                    , COALESCE(DEP_TASKID, ' ')
                    , SOURCE_TYPE
                    , COALESCE(SOURCE_KEY, ' ')
                    , TSTATUS
                  INTO
                      :CT-TASK-DESC
                    , :CT-OWNER-EMPNO
                    , :CT-DUE-WORKDAY
                    , :CT-DEP-TASKID
                    , :CT-SOURCE-TYPE
                    , :CT-SOURCE-KEY
                    , :CT-TSTATUS
                  FROM CLOSE_TASK
                  WHERE TASKID = :CT-TASKID
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT TASK = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE "N" TO CL-RESULT-FLAG
                         MOVE 'NO SUCH CLOSE TASK' TO CLMSGO
                    WHEN OTHER
                         MOVE "N" TO CL-RESULT-FLAG
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                IF CL-RESULT-FLAG NOT = SPACES
                   MOVE SPACES TO CT-TASK-DESC
                                  CT-OWNER-EMPNO
                                  CT-DEP-TASKID
                                  CT-SOURCE-TYPE
                                  CT-SOURCE-KEY
                                  CT-TSTATUS
                   MOVE ZERO   TO CT-DUE-WORKDAY
                END-IF.

                MOVE CT-TASK-DESC        TO CLDESCO.
                MOVE CT-OWNER-EMPNO      TO CLOWNERO.
                MOVE CT-DUE-WORKDAY      TO CLDUEDAYO.
                MOVE CT-DEP-TASKID       TO CLDEPO.
                MOVE CT-SOURCE-TYPE      TO CLSRCTYPO.
                MOVE CT-SOURCE-KEY       TO CLSRCKEYO.
                MOVE CT-TSTATUS          TO CLTSTATO.

       4100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4200-READ-BOARD - THE TASK'S ROW ON THE PERIOD'S BOARD. COBRPT92
      * PUTS A TASK ON THE BOARD THE FIRST NIGHT AFTER IT IS ADDED.
      *-----------------------------------------------------------------
       4200-READ-BOARD.

                MOVE CLPERIODI TO CB-PYEARMONTH.
                MOVE CLTASKI   TO CB-TASKID.

                EXEC SQL
                  SELECT
                      CHAR(DUE_DATE, ISO)
                    , CSTATUS
                    , COALESCE(DONE_BY, ' ')
                    , COALESCE(CHAR(DONE_TS), ' ')
                  INTO
                      :CB-DUE-DATE
                    , :CB-CSTATUS
                    , :CB-DONE-BY
                    , :CB-DONE-TS
                  FROM CLOSE_TASK_STATUS
                  WHERE PYEARMONTH = :CB-PYEARMONTH
                    AND TASKID     = :CB-TASKID
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT BOARD = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE "N" TO CL-RESULT-FLAG
                         MOVE 'TASK NOT ON THE PERIOD BOARD YET'
                           TO CLMSGO
                    WHEN OTHER
                         MOVE "N" TO CL-RESULT-FLAG
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                IF CL-RESULT-FLAG NOT = SPACES
                   MOVE SPACES TO CB-DUE-DATE
                                  CB-CSTATUS
                                  CB-DONE-BY
                                  CB-DONE-TS
                END-IF.

                MOVE CB-DUE-DATE         TO CLDUEDATEO.
                MOVE CB-CSTATUS          TO CLSTATO.
                MOVE CB-DONE-BY          TO CLDONEBYO.
                MOVE CB-DONE-TS          TO CLDONETSO.

       4200-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4300-READ-PERIOD - WHO SIGNED THE PERIOD CLOSED, IF ANYONE
      *-----------------------------------------------------------------
       4300-READ-PERIOD.

                MOVE CLPERIODI TO CY-PYEARMONTH.

                EXEC SQL
                  SELECT
                      CPSTATUS
                    , COALESCE(SIGNED_BY, ' ')
                    , COALESCE(CHAR(SIGNED_TS), ' ')
                  INTO
                      :CY-CPSTATUS
                    , :CY-SIGNED-BY
                    , :CY-SIGNED-TS
                  FROM CLOSE_PERIOD
                  WHERE PYEARMONTH = :CY-PYEARMONTH
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT PERIOD = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE "N" TO CL-RESULT-FLAG
                         MOVE 'PERIOD NOT ON THE CLOSE BOARD YET'
                           TO CLMSGO
                    WHEN OTHER
                         MOVE "N" TO CL-RESULT-FLAG
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                IF CL-RESULT-FLAG NOT = SPACES
                   MOVE SPACES TO CY-CPSTATUS
                                  CY-SIGNED-BY
                                  CY-SIGNED-TS
                END-IF.

                MOVE CY-CPSTATUS         TO CLPSTATO.
                MOVE CY-SIGNED-BY        TO CLSIGNEDBYO.
                MOVE CY-SIGNED-TS        TO CLSIGNEDTSO.

       4300-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ADD OR UPDATE ONE CALENDAR TASK. A TASK ADDED OR UPDATED IS
      * ALWAYS ACTIVE - KEYING A RETIRED TASK AGAIN REINSTATES IT.
      *-----------------------------------------------------------------
       5000-UPDATE-TASK.

           MOVE CLTASKI      TO CT-TASKID.
           MOVE CLDESCO      TO CT-TASK-DESC.
           MOVE CLOWNERO     TO CT-OWNER-EMPNO.
           MOVE CLDUEDAYO    TO CT-DUE-WORKDAY.
           MOVE CLDEPO       TO CT-DEP-TASKID.
           MOVE CLSRCTYPO    TO CT-SOURCE-TYPE.
           MOVE CLSRCKEYO    TO CT-SOURCE-KEY.
           MOVE 'A'          TO CT-TSTATUS.

           IF  CT-TASKID    = SPACES
            OR CT-TASK-DESC = SPACES
               MOVE "E" TO CL-RESULT-FLAG
               MOVE 'TASK NEEDS AN ID AND A DESCRIPTION' TO CLMSGO
               GO TO 5000-EXIT
           END-IF.

           IF  CT-DUE-WORKDAY LESS THAN 1
            OR CT-DUE-WORKDAY GREATER THAN 23
               MOVE "E" TO CL-RESULT-FLAG
               MOVE 'DUE WORKING DAY MUST BE 1 TO 23' TO CLMSGO
               GO TO 5000-EXIT
           END-IF.

           EVALUATE CT-SOURCE-TYPE
               WHEN 'J'
               WHEN 'X'
                    IF  CT-SOURCE-KEY = SPACES
                        MOVE "E" TO CL-RESULT-FLAG
                        MOVE 'J AND X TASKS NEED A PROGRAM OR FILEID'
                          TO CLMSGO
                        GO TO 5000-EXIT
                    END-IF
               WHEN 'P'
               WHEN 'M'
                    MOVE SPACES TO CT-SOURCE-KEY
               WHEN OTHER
                    MOVE "E" TO CL-RESULT-FLAG
                    MOVE 'SOURCE MUST BE P, J, X OR M' TO CLMSGO
                    GO TO 5000-EXIT
           END-EVALUATE.

      *    THE OWNER MUST BE AN EMPLOYEE - THE ESCALATION GOES TO THEIR
      *    MSG_IN_TRAY.
           EXEC SQL
             SELECT
                 EMPNO
             INTO
                :WS-DUMMY
             FROM
                 EMP
             WHERE
                  EMPNO = :CT-OWNER-EMPNO
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT EMP = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "E" TO CL-RESULT-FLAG
                    MOVE 'OWNER IS NOT AN EMPLOYEE' TO CLMSGO
                    GO TO 5000-EXIT
               WHEN OTHER
                    MOVE "E" TO CL-RESULT-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           IF  CT-DEP-TASKID NOT = SPACES
               PERFORM 5100-CHECK-DEPENDENCY THRU 5100-EXIT
               IF  CL-RESULT-FLAG NOT = SPACES
                   GO TO 5000-EXIT
               END-IF
           END-IF.

           MOVE "N" TO WS-TASK-FOUND.

           EXEC SQL
             SELECT
                 TASKID
             INTO
                :WS-DUMMY
             FROM
                 CLOSE_TASK
             WHERE
                  TASKID = :CT-TASKID
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE "Y" TO WS-TASK-FOUND
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    MOVE "E" TO CL-RESULT-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           IF  WS-TASK-FOUND = "N"  THEN
               EXEC SQL
                       INSERT INTO
                          CLOSE_TASK
                          (
                            TASKID
                          , TASK_DESC
                          , OWNER_EMPNO
                          , DUE_WORKDAY
                          , DEP_TASKID
                          , SOURCE_TYPE
                          , SOURCE_KEY
                          , TSTATUS
                          )
                           VALUES
                          (
                            :CT-TASKID
                          , :CT-TASK-DESC
                          , :CT-OWNER-EMPNO
                          , :CT-DUE-WORKDAY
                          , NULLIF(:CT-DEP-TASKID, ' ')
                          , :CT-SOURCE-TYPE
                          , NULLIF(:CT-SOURCE-KEY, ' ')
                          , :CT-TSTATUS
                          )
               END-EXEC
               MOVE "A" TO WS-MDLOG-ACTION
           ELSE
               EXEC SQL
                       UPDATE
                           CLOSE_TASK
                       SET  TASK_DESC    = :CT-TASK-DESC
                          , OWNER_EMPNO  = :CT-OWNER-EMPNO
                          , DUE_WORKDAY  = :CT-DUE-WORKDAY
                          , DEP_TASKID   = NULLIF(:CT-DEP-TASKID, ' ')
                          , SOURCE_TYPE  = :CT-SOURCE-TYPE
                          , SOURCE_KEY   = NULLIF(:CT-SOURCE-KEY, ' ')
                          , TSTATUS      = :CT-TSTATUS
                       WHERE
                            TASKID = :CT-TASKID
               END-EXEC
               MOVE "U" TO WS-MDLOG-ACTION
           END-IF.

           DISPLAY '++ SQLCODE AFTER WRITE TASK = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 7600-LOG-TASK THRU 7600-EXIT
               WHEN OTHER
                    MOVE "E" TO CL-RESULT-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           MOVE CT-SOURCE-KEY       TO CLSRCKEYO.
           MOVE CT-TSTATUS          TO CLTSTATO.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 5100-CHECK-DEPENDENCY - THE TASK WAITED ON MUST BE ANOTHER
      * ACTIVE TASK, AND MUST NOT ITSELF WAIT ON THIS ONE.
      *-----------------------------------------------------------------
       5100-CHECK-DEPENDENCY.

           IF  CT-DEP-TASKID = CT-TASKID
               MOVE "E" TO CL-RESULT-FLAG
               MOVE 'A TASK CANNOT DEPEND ON ITSELF' TO CLMSGO
               GO TO 5100-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 COALESCE(DEP_TASKID, ' ')
             INTO
                :WS-DEP-DEP
             FROM
                 CLOSE_TASK
             WHERE
                  TASKID  = :CT-DEP-TASKID
              AND TSTATUS = 'A'
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT DEPENDENCY = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    IF  WS-DEP-DEP = CT-TASKID
                        MOVE "E" TO CL-RESULT-FLAG
                        MOVE 'DEPENDENCY ALREADY DEPENDS ON THIS TASK'
                          TO CLMSGO
                    END-IF
               WHEN +100
                    MOVE "E" TO CL-RESULT-FLAG
                    MOVE 'DEPENDENCY IS NOT AN ACTIVE CLOSE TASK'
                      TO CLMSGO
               WHEN OTHER
                    MOVE "E" TO CL-RESULT-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       5100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * RETIRE ONE CALENDAR TASK. THE ROW IS KEPT, MARKED 'X', SO PAST
      * BOARDS STILL NAME IT; IT DROPS OFF EVERY OPEN BOARD.
      *-----------------------------------------------------------------
       6000-RETIRE-TASK.

           MOVE CLTASKI      TO CT-TASKID.

           EXEC SQL
               UPDATE
                   CLOSE_TASK
               SET  TSTATUS = 'X'
               WHERE
                   TASKID  = :CT-TASKID
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER RETIRE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE "D"    TO WS-MDLOG-ACTION
                    PERFORM 4100-READ-TASK THRU 4100-EXIT
                    PERFORM 7600-LOG-TASK THRU 7600-EXIT
               WHEN +100
                    MOVE "N" TO CL-RESULT-FLAG
                    MOVE 'NO SUCH CLOSE TASK' TO CLMSGO
               WHEN OTHER
                    MOVE "N" TO CL-RESULT-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * SIGN OFF ONE MANUAL TASK ON AN OPEN PERIOD'S BOARD. TASKS WITH
      * BATCH EVIDENCE ARE ONLY EVER MARKED DONE BY COBRPT92.
      *-----------------------------------------------------------------
       7000-SIGN-OFF-TASK.

           IF  CLPERIODI = SPACES
            OR CLTASKI   = SPACES
               MOVE "E" TO CL-RESULT-FLAG
               MOVE 'SIGN-OFF NEEDS A PERIOD AND A TASK' TO CLMSGO
               GO TO 7000-EXIT
           END-IF.

           PERFORM 4000-READ-CLOSE THRU 4000-EXIT.

           IF  CL-RESULT-FLAG NOT = SPACES
               GO TO 7000-EXIT
           END-IF.

           IF  CY-CPSTATUS = 'C'
               MOVE "X" TO CL-RESULT-FLAG
               MOVE 'PERIOD IS ALREADY SIGNED CLOSED' TO CLMSGO
               GO TO 7000-EXIT
           END-IF.

           IF  CT-TSTATUS NOT = 'A'
               MOVE "X" TO CL-RESULT-FLAG
               MOVE 'TASK IS RETIRED' TO CLMSGO
               GO TO 7000-EXIT
           END-IF.

           IF  CT-SOURCE-TYPE NOT = 'M'
               MOVE "X" TO CL-RESULT-FLAG
               MOVE 'TASK IS DERIVED FROM BATCH - NOT SIGNED BY HAND'
                 TO CLMSGO
               GO TO 7000-EXIT
           END-IF.

           IF  CB-CSTATUS = 'D'
            OR CB-CSTATUS = 'S'
               MOVE "X" TO CL-RESULT-FLAG
               MOVE 'TASK IS ALREADY DONE' TO CLMSGO
               GO TO 7000-EXIT
           END-IF.

           IF  CT-DEP-TASKID NOT = SPACES
               PERFORM 7100-CHECK-DEP-DONE THRU 7100-EXIT
               IF  CL-RESULT-FLAG NOT = SPACES
                   GO TO 7000-EXIT
               END-IF
           END-IF.

           MOVE CB-CSTATUS TO WS-OLD-STATUS.

           EXEC SQL
                   UPDATE
                       CLOSE_TASK_STATUS
                   SET  CSTATUS  = 'S'
                      , DONE_TS  = CURRENT TIMESTAMP
                      , DONE_BY  = :WS-CURRENT-USER
                      , DONE_REF = 'SIGN-OFF'
                   WHERE PYEARMONTH = :CB-PYEARMONTH
                     AND TASKID     = :CB-TASKID
                     AND CSTATUS IN ('P', 'B', 'O')
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SIGN-OFF = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "X" TO CL-RESULT-FLAG
                    MOVE 'TASK IS ALREADY DONE' TO CLMSGO
                    GO TO 7000-EXIT
               WHEN OTHER
                    MOVE "X" TO CL-RESULT-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 7000-EXIT
           END-EVALUATE.

           PERFORM 4200-READ-BOARD THRU 4200-EXIT.

           MOVE 'CLOSE_TASK_STATUS' TO WS-MDLOG-TABLE.
           MOVE SPACES              TO WS-MDLOG-KEY
                                       WS-MDLOG-BEFORE
                                       WS-MDLOG-AFTER.
           MOVE "U"                 TO WS-MDLOG-ACTION.
           STRING CB-PYEARMONTH     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  CB-TASKID         DELIMITED BY SIZE
             INTO WS-MDLOG-KEY.
           MOVE WS-OLD-STATUS       TO WS-MDLOG-BEFORE.
           STRING CB-CSTATUS        DELIMITED BY SIZE
                  ' BY '            DELIMITED BY SIZE
                  WS-CURRENT-USER   DELIMITED BY SIZE
                  ' AT '            DELIMITED BY SIZE
                  CB-DONE-TS        DELIMITED BY SIZE
             INTO WS-MDLOG-AFTER.

           CALL 'COBMDLOG' USING WS-MDLOG-TABLE, WS-MDLOG-KEY,
                WS-MDLOG-ACTION, WS-MDLOG-BEFORE, WS-MDLOG-AFTER.

       7000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7100-CHECK-DEP-DONE - THE TASK WAITED ON MUST BE DONE OR SIGNED
      * OFF ON THE SAME BOARD. ONE NOT ON THE BOARD (RETIRED) IS MET.
      *-----------------------------------------------------------------
       7100-CHECK-DEP-DONE.

           EXEC SQL
             SELECT
                 S.CSTATUS
             INTO
                :WS-DEP-STATUS
             FROM
                 CLOSE_TASK_STATUS S,
                 CLOSE_TASK T
             WHERE
                  S.PYEARMONTH = :CB-PYEARMONTH
              AND S.TASKID     = :CT-DEP-TASKID
              AND T.TASKID     = S.TASKID
              AND T.TSTATUS    = 'A'
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT DEPENDENCY = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    IF  WS-DEP-STATUS NOT = 'D'
                    AND WS-DEP-STATUS NOT = 'S'
                        MOVE "B" TO CL-RESULT-FLAG
                        STRING 'STILL WAITING ON '
                                                DELIMITED BY SIZE
                               CT-DEP-TASKID    DELIMITED BY SIZE
                          INTO CLMSGO
                    END-IF
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    MOVE "B" TO CL-RESULT-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       7100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * SIGN THE PERIOD CLOSED. EVERY ACTIVE TASK ON THE CALENDAR MUST
      * BE DONE OR SIGNED OFF ON THE PERIOD'S BOARD - A TASK ADDED
      * SINCE THE LAST COBRPT92 RUN, NOT YET ON THE BOARD, COUNTS AS
      * OPEN.
      *-----------------------------------------------------------------
       7500-SIGN-PERIOD.

           IF  CLPERIODI = SPACES
               MOVE "E" TO CL-RESULT-FLAG
               MOVE 'SIGN-OFF NEEDS A PERIOD' TO CLMSGO
               GO TO 7500-EXIT
           END-IF.

           PERFORM 4300-READ-PERIOD THRU 4300-EXIT.

           IF  CL-RESULT-FLAG NOT = SPACES
               GO TO 7500-EXIT
           END-IF.

           IF  CY-CPSTATUS = 'C'
               MOVE "X" TO CL-RESULT-FLAG
               MOVE 'PERIOD IS ALREADY SIGNED CLOSED' TO CLMSGO
               GO TO 7500-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-OPEN-COUNT
             FROM
                 CLOSE_TASK T
             WHERE
                  T.TSTATUS = 'A'
              AND NOT EXISTS
                  (SELECT 1
                     FROM CLOSE_TASK_STATUS S
                    WHERE S.PYEARMONTH = :CY-PYEARMONTH
                      AND S.TASKID     = T.TASKID
                      AND S.CSTATUS IN ('D', 'S'))
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER COUNT OPEN = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    MOVE "B" TO CL-RESULT-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 7500-EXIT
           END-EVALUATE.

           IF  WS-OPEN-COUNT GREATER THAN ZERO
               MOVE "B"           TO CL-RESULT-FLAG
               MOVE WS-OPEN-COUNT TO WS-OPEN-COUNT-ED
               STRING WS-OPEN-COUNT-ED    DELIMITED BY SIZE
                      ' CLOSE TASKS ARE STILL OPEN'
                                          DELIMITED BY SIZE
                 INTO CLMSGO
               GO TO 7500-EXIT
           END-IF.

           EXEC SQL
                   UPDATE
                       CLOSE_PERIOD
                   SET  CPSTATUS  = 'C'
                      , SIGNED_BY = :WS-CURRENT-USER
                      , SIGNED_TS = CURRENT TIMESTAMP
                   WHERE PYEARMONTH = :CY-PYEARMONTH
                     AND CPSTATUS   = 'O'
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SIGN PERIOD = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "X" TO CL-RESULT-FLAG
                    MOVE 'PERIOD IS ALREADY SIGNED CLOSED' TO CLMSGO
                    GO TO 7500-EXIT
               WHEN OTHER
                    MOVE "X" TO CL-RESULT-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 7500-EXIT
           END-EVALUATE.

           PERFORM 4300-READ-PERIOD THRU 4300-EXIT.

           MOVE 'CLOSE_PERIOD'      TO WS-MDLOG-TABLE.
           MOVE SPACES              TO WS-MDLOG-KEY
                                       WS-MDLOG-AFTER.
           MOVE "U"                 TO WS-MDLOG-ACTION.
           MOVE CY-PYEARMONTH       TO WS-MDLOG-KEY.
           MOVE 'O'                 TO WS-MDLOG-BEFORE.
           STRING CY-CPSTATUS       DELIMITED BY SIZE
                  ' SIGNED BY '     DELIMITED BY SIZE
                  CY-SIGNED-BY      DELIMITED BY SIZE
                  ' AT '            DELIMITED BY SIZE
                  CY-SIGNED-TS      DELIMITED BY SIZE
             INTO WS-MDLOG-AFTER.

           CALL 'COBMDLOG' USING WS-MDLOG-TABLE, WS-MDLOG-KEY,
                WS-MDLOG-ACTION, WS-MDLOG-BEFORE, WS-MDLOG-AFTER.

       7500-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7600-LOG-TASK - STAMP A CALENDAR CHANGE TO THE SHARED
      * MASTER-DATA CHANGE LOG, KEYED BY TASKID.
      *-----------------------------------------------------------------
       7600-LOG-TASK.

           MOVE 'CLOSE_TASK'    TO WS-MDLOG-TABLE.
           MOVE SPACES          TO WS-MDLOG-KEY
                                   WS-MDLOG-BEFORE
                                   WS-MDLOG-AFTER.
           MOVE CT-TASKID       TO WS-MDLOG-KEY.
           MOVE CT-DUE-WORKDAY  TO WS-DUE-DAY-ED.
           STRING CT-OWNER-EMPNO   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-DUE-DAY-ED    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CT-DEP-TASKID    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CT-SOURCE-TYPE   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CT-SOURCE-KEY    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CT-TSTATUS       DELIMITED BY SIZE
                  ' BY '           DELIMITED BY SIZE
                  WS-CURRENT-USER  DELIMITED BY SIZE
             INTO WS-MDLOG-AFTER.

           CALL 'COBMDLOG' USING WS-MDLOG-TABLE, WS-MDLOG-KEY,
                WS-MDLOG-ACTION, WS-MDLOG-BEFORE, WS-MDLOG-AFTER.

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
