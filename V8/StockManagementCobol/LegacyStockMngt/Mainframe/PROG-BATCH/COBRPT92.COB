      *-----------------------------------------------------------------
      *     COBRPT92 - DAILY MONTH-END CLOSE STATUS REPORT. PRINTS THE
      *                CLOSE BOARD FOR ONE PAYROLL PERIOD - EVERY
      *                ACTIVE CLOSE_TASK WITH ITS OWNER, DUE DATE,
      *                DEPENDENCY AND STATUS - SO FINANCE READS THE
      *                STATE OF THE CLOSE INSTEAD OF PHONING
      *                OPERATIONS. EACH RUN -
      *                1. OPENS THE PERIOD'S CLOSE_PERIOD ROW AND PUTS
      *                   ANY ACTIVE TASK NOT YET ON THE BOARD ONTO
      *                   CLOSE_TASK_STATUS, ITS DUE_WORKDAY TURNED
      *                   INTO THE NTH WORKING DAY OF THE FOLLOWING
      *                   MONTH ON THE COMPANY HOLIDAY CALENDAR
      *                   (COBWRKDY).
      *                2. DERIVES EVERY TASK IT CAN - 'P' DONE WHEN
      *                   COBPDCLS HAS CLOSED THE PAY_PERIOD, 'J' DONE
      *                   ON A CLEAN (CC 4 OR LESS) JOB_RUN_LOG RUN OF
      *                   THE PROGRAM IN THE CLOSE WINDOW (THE PERIOD'S
      *                   LAST WORKING DAY THROUGH THE FOLLOWING
      *                   MONTH'S), 'X' DONE ONCE THE PERIOD'S LATEST
      *                   XMIT_CONTROL ENTRY FOR THE FILE IS
      *                   ACKNOWLEDGED. A DERIVED TASK WHOSE EVIDENCE
      *                   HAS GONE (A PERIOD RE-OPENED BY COBPDCLS)
      *                   DROPS BACK TO PENDING. 'M' TASKS ARE SIGNED
      *                   OFF BY HAND ON COBCLSMN.
      *                3. MARKS EACH OPEN TASK PENDING, BLOCKED ON ITS
      *                   DEPENDENCY OR OVERDUE (PAST ITS DUE DATE),
      *                   AND POSTS AN OVERDUE TASK TO ITS OWNER'S
      *                   MSG_IN_TRAY ONCE A DAY (ESCALATED_DATE).
      *                A PERIOD ALREADY SIGNED CLOSED ON CLOSE_PERIOD
      *                IS ONLY PRINTED, WITH WHO SIGNED IT AND WHEN.
      *                SYSIN - ONE CARD: THE PERIOD YYYYMM (BLANK =
      *                LAST MONTH). RC 4 WHEN ANY TASK IS OVERDUE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT92.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
      *-------------
       FILE SECTION.
      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       77  END-OF-C2-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C2                     VALUE  'Y'.
       77  END-OF-C3-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C3                     VALUE  'Y'.
       77  PERIOD-SIGNED-SWITCH   PIC X          VALUE  'N'.
               88  PERIOD-SIGNED                 VALUE  'Y'.
       77  TASK-DONE-SWITCH       PIC X          VALUE  'N'.
               88  TASK-DONE                     VALUE  'Y'.
       77  WS-SUB                 PIC S9(4) USAGE COMP.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-PARM-PERIOD         PIC X(6).
       01  WS-PARM-PARTS REDEFINES WS-PARM-PERIOD.
           05 WS-PARM-YYYY        PIC 9(4).
           05 WS-PARM-MM          PIC 9(2).
       01  WS-PYEARMONTH          PIC X(6).

       01  WS-TODAY               PIC X(10).
       01  WS-LAST-MONTH          PIC X(10).
       01  WS-PERIOD-START        PIC X(10).
       01  WS-PERIOD-END          PIC X(10).
       01  WS-NEXT-START          PIC X(10).
       01  WS-NEXT-END            PIC X(10).
       01  WS-WIN-START           PIC X(10).
       01  WS-WIN-END             PIC X(10).

      *    WORKING DAYS OF ONE MONTH, WALKED A DAY AT A TIME THROUGH
      *    COBWRKDY - THE PERIOD MONTH FIRST (FOR ITS LAST WORKING
      *    DAY), THEN THE FOLLOWING MONTH (FOR THE DUE DATES).
       01  WS-WALK-START          PIC X(10).
       01  WS-WALK-END            PIC X(10).
       01  WS-WALK-DD             PIC 9(2).
       01  WS-WALK-DAYS           PIC S9(4) USAGE COMP.
       01  WS-DAY-DATE            PIC X(10).
       01  WS-DAY-DD              PIC 9(2).
       01  WS-WD-COUNT            PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-WD-TABLE.
           05 WS-WD-DATE          PIC X(10) OCCURS 31 TIMES.
       01  WS-WRKDY-SUBID         PIC X(4)  VALUE SPACES.
       01  WS-WRKDY-DAYS          PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-WRKDY-MSG           PIC X(30).

       01  WS-ADD-TASKID          PIC X(8).
       01  WS-ADD-WORKDAY         PIC S9(4) USAGE COMP.
       01  WS-DUE-DATE            PIC X(10).

       01  WS-DRV-TASKID          PIC X(8).
       01  WS-DRV-SOURCE          PIC X(1).
       01  WS-DRV-KEY             PIC X(8).
       01  WS-DRV-STATUS          PIC X(1).
       01  WS-DONE-TS             PIC X(26).
       01  WS-DONE-BY             PIC X(8).
       01  WS-DONE-REF            PIC X(10).
       01  WS-ACK-IND             PIC S9(4) USAGE COMP.

       01  WS-BRD-TASKID          PIC X(8).
       01  WS-BRD-DESC            PIC X(40).
       01  WS-BRD-OWNER           PIC X(6).
       01  WS-BRD-DEP             PIC X(8).
       01  WS-BRD-DUE             PIC X(10).
       01  WS-BRD-STATUS          PIC X(1).
       01  WS-BRD-DONE-TS         PIC X(26).
       01  WS-BRD-DONE-BY         PIC X(8).
       01  WS-BRD-DONE-REF        PIC X(10).
       01  WS-BRD-ESCALATED       PIC X(10).
       01  WS-BRD-DEP-STATUS      PIC X(1).
       01  WS-NEW-STATUS          PIC X(1).

       01  WS-MSG-SOURCE          PIC X(8)  VALUE 'COBRPT92'.
       01  WS-MSG-SUBJECT         PIC X(64).
       01  WS-MSG-TEXT            PIC X(100).

       01  WS-TASK-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-ADDED-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-DERIVED-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-REOPENED-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-DONE-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SIGNED-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-PENDING-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-BLOCKED-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-ESCALATED-COUNT     PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(30)
                VALUE 'MONTH-END CLOSE STATUS BOARD'.
           10 FILLER              PIC X(8)   VALUE 'PERIOD '.
           10 WS-HDR-PERIOD       PIC X(6).
           10 FILLER              PIC X(58).

       01  WS-RPT-PERIOD.
           10 FILLER              PIC X(2).
           10 WS-PER-TEXT         PIC X(100).
           10 FILLER              PIC X(30).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(9)   VALUE 'TASK'.
           10 FILLER              PIC X(41)  VALUE 'DESCRIPTION'.
           10 FILLER              PIC X(7)   VALUE 'OWNER'.
           10 FILLER              PIC X(11)  VALUE 'DUE DATE'.
           10 FILLER              PIC X(9)   VALUE 'DEPENDS'.
           10 FILLER              PIC X(11)  VALUE 'STATUS'.
           10 FILLER              PIC X(9)   VALUE 'DONE BY'.
           10 FILLER              PIC X(11)  VALUE 'DONE ON'.
           10 FILLER              PIC X(11)  VALUE 'REFERENCE'.
           10 FILLER              PIC X(10)  VALUE 'ESCALATED'.
           10 FILLER              PIC X(1).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-TASKID       PIC X(8).
           10 FILLER              PIC X(1).
           10 WS-RPT-DESC         PIC X(40).
           10 FILLER              PIC X(1).
           10 WS-RPT-OWNER        PIC X(6).
           10 FILLER              PIC X(1).
           10 WS-RPT-DUE          PIC X(10).
           10 FILLER              PIC X(1).
           10 WS-RPT-DEP          PIC X(8).
           10 FILLER              PIC X(1).
           10 WS-RPT-STATUS       PIC X(10).
           10 FILLER              PIC X(1).
           10 WS-RPT-DONE-BY      PIC X(8).
           10 FILLER              PIC X(1).
           10 WS-RPT-DONE-ON      PIC X(10).
           10 FILLER              PIC X(1).
           10 WS-RPT-REF          PIC X(10).
           10 FILLER              PIC X(1).
           10 WS-RPT-ESCALATED    PIC X(10).
           10 FILLER              PIC X(1).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT92'.
       01  WS-ERRLG-PARA        PIC X(30) VALUE '9000-DBERROR'.
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80) OCCURS 12 TIMES
                                    INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      ******************************************************************
      * SQLCA AND DCLGENS FOR TABLES
      ******************************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.

                EXEC SQL INCLUDE CLSTASK
                END-EXEC.

                EXEC SQL INCLUDE CLSSTAT
                END-EXEC.

                EXEC SQL INCLUDE CLSPERD
                END-EXEC.

                EXEC SQL INCLUDE PAYPERD
                END-EXEC.

                EXEC SQL INCLUDE XMITCTL
                END-EXEC.

                EXEC SQL INCLUDE JOBRUNLG
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - C1 IS THE ACTIVE TASKS NOT YET ON
      * THE PERIOD'S BOARD. C2 IS THE BOARD'S TASKS WHOSE STATUS CAN BE
      * DERIVED (EVERYTHING BUT A MANUAL SIGN-OFF). C3 IS THE WHOLE
      * BOARD WITH EACH TASK'S DEPENDENCY STATUS - BLANK WHEN THERE IS
      * NO DEPENDENCY OR IT IS NO LONGER ON THE BOARD.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      T.TASKID,
                      T.DUE_WORKDAY
                    FROM CLOSE_TASK T
                    WHERE T.TSTATUS = 'A'
                      AND NOT EXISTS
                          (SELECT 1
                             FROM CLOSE_TASK_STATUS S
                            WHERE S.PYEARMONTH = :WS-PYEARMONTH
                              AND S.TASKID     = T.TASKID)
                    ORDER BY T.TASKID
                END-EXEC.

                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      S.TASKID,
                      T.SOURCE_TYPE,
                      COALESCE(T.SOURCE_KEY, ' '),
                      S.CSTATUS
                    FROM CLOSE_TASK_STATUS S,
                         CLOSE_TASK T
                    WHERE S.PYEARMONTH  = :WS-PYEARMONTH
                      AND T.TASKID      = S.TASKID
                      AND T.TSTATUS     = 'A'
                      AND T.SOURCE_TYPE IN ('P', 'J', 'X')
                      AND S.CSTATUS    <> 'S'
                    ORDER BY S.TASKID
                END-EXEC.

                EXEC SQL DECLARE C3 CURSOR
                  SELECT
                      S.TASKID,
                      T.TASK_DESC,
                      T.OWNER_EMPNO,
                      COALESCE(T.DEP_TASKID, ' '),
                      CHAR(S.DUE_DATE, ISO),
                      S.CSTATUS,
                      COALESCE(CHAR(S.DONE_TS), ' '),
                      COALESCE(S.DONE_BY, ' '),
                      COALESCE(S.DONE_REF, ' '),
                      COALESCE(CHAR(S.ESCALATED_DATE, ISO), ' '),
                      COALESCE(D.CSTATUS, ' ')
                    FROM CLOSE_TASK_STATUS S
                    INNER JOIN CLOSE_TASK T
                      ON  T.TASKID = S.TASKID
                    LEFT OUTER JOIN CLOSE_TASK_STATUS D
                      ON  D.PYEARMONTH = S.PYEARMONTH
                      AND D.TASKID     = T.DEP_TASKID
                    WHERE S.PYEARMONTH = :WS-PYEARMONTH
                      AND T.TSTATUS    = 'A'
                    ORDER BY S.DUE_DATE, S.TASKID
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                PERFORM 1000-READ-PARMS
                THRU    1000-EXIT.

                PERFORM 1500-BUILD-CALENDAR
                THRU    1500-EXIT.

                PRINT WS-RPT-HEADER.

                PERFORM 2000-OPEN-PERIOD
                THRU    2000-EXIT.

                IF NOT PERIOD-SIGNED
                   PERFORM 3000-ADD-TASKS
                   THRU    3000-EXIT
                   PERFORM 4000-DERIVE-STATUS
                   THRU    4000-EXIT
                END-IF.

                PRINT WS-RPT-PERIOD.
                PRINT WS-RPT-COLUMNS.

                PERFORM 5000-PRINT-BOARD
                THRU    5000-EXIT.

                MOVE 'TASKS ON THE BOARD'             TO WS-CNT-LABEL.
                MOVE WS-TASK-COUNT                    TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'TASKS DONE'                     TO WS-CNT-LABEL.
                MOVE WS-DONE-COUNT                    TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'TASKS SIGNED OFF'               TO WS-CNT-LABEL.
                MOVE WS-SIGNED-COUNT                  TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'TASKS PENDING'                  TO WS-CNT-LABEL.
                MOVE WS-PENDING-COUNT                 TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'TASKS BLOCKED ON A DEPENDENCY'  TO WS-CNT-LABEL.
                MOVE WS-BLOCKED-COUNT                 TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'TASKS OVERDUE'                  TO WS-CNT-LABEL.
                MOVE WS-OVERDUE-COUNT                 TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'OVERDUE TASKS ESCALATED TODAY'  TO WS-CNT-LABEL.
                MOVE WS-ESCALATED-COUNT               TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                IF NOT PERIOD-SIGNED
                   AND WS-TASK-COUNT GREATER THAN ZERO
                   AND WS-DONE-COUNT + WS-SIGNED-COUNT = WS-TASK-COUNT
                   MOVE SPACES TO WS-PER-TEXT
                   MOVE 'ALL TASKS COMPLETE - PERIOD READY TO BE SIGNED'
                     TO WS-PER-TEXT (1:46)
                   MOVE ' CLOSED'
                     TO WS-PER-TEXT (47:7)
                   PRINT WS-RPT-PERIOD
                END-IF.

                DISPLAY 'TASKS ADDED TO BOARD = ' WS-ADDED-COUNT.
                DISPLAY 'TASKS DERIVED DONE   = ' WS-DERIVED-COUNT.
                DISPLAY 'TASKS REOPENED       = ' WS-REOPENED-COUNT.
                DISPLAY 'TASKS OVERDUE        = ' WS-OVERDUE-COUNT.
                DISPLAY 'TASKS ESCALATED      = ' WS-ESCALATED-COUNT.

                IF WS-OVERDUE-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1000-READ-PARMS - THE PERIOD YYYYMM. BLANK IS LAST MONTH - THE
      * PERIOD BEING CLOSED DURING THE FIRST WORKING DAYS OF THIS ONE.
      ******************************************************************
       1000-READ-PARMS.

                EXEC SQL
                    SELECT CHAR(CURRENT DATE, ISO),
                           CHAR(CURRENT DATE - 1 MONTH, ISO)
                      INTO :WS-TODAY,
                           :WS-LAST-MONTH
                      FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE SPACES TO WS-PARM-PERIOD.
                ACCEPT WS-PARM-PERIOD.

                IF WS-PARM-PERIOD = SPACES
                   MOVE WS-LAST-MONTH (1:4) TO WS-PARM-PERIOD (1:4)
                   MOVE WS-LAST-MONTH (6:2) TO WS-PARM-PERIOD (5:2)
                END-IF.

                IF WS-PARM-YYYY NOT NUMERIC
                   OR WS-PARM-MM NOT NUMERIC
                   OR WS-PARM-MM LESS THAN 1
                   OR WS-PARM-MM GREATER THAN 12
                   DISPLAY 'INVALID PERIOD CARD ' WS-PARM-PERIOD
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                MOVE WS-PARM-PERIOD TO WS-PYEARMONTH
                                       WS-HDR-PERIOD.

                DISPLAY 'MONTH-END CLOSE BOARD FOR ' WS-PYEARMONTH.

       1000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 1500-BUILD-CALENDAR - THE PERIOD'S LAST WORKING DAY OPENS THE
      * CLOSE WINDOW; THE FOLLOWING MONTH'S WORKING DAYS GIVE THE DUE
      * DATES, AND ITS LAST WORKING DAY CLOSES THE WINDOW.
      ******************************************************************
       1500-BUILD-CALENDAR.

                MOVE SPACES             TO WS-PERIOD-START.
                MOVE WS-PYEARMONTH (1:4) TO WS-PERIOD-START (1:4).
                MOVE '-'                TO WS-PERIOD-START (5:1).
                MOVE WS-PYEARMONTH (5:2) TO WS-PERIOD-START (6:2).
                MOVE '-01'              TO WS-PERIOD-START (8:3).

                EXEC SQL
                    SELECT CHAR(DATE(:WS-PERIOD-START) + 1 MONTH
                                - 1 DAY, ISO),
                           CHAR(DATE(:WS-PERIOD-START) + 1 MONTH, ISO),
                           CHAR(DATE(:WS-PERIOD-START) + 2 MONTHS
                                - 1 DAY, ISO)
                      INTO :WS-PERIOD-END,
                           :WS-NEXT-START,
                           :WS-NEXT-END
                      FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-PERIOD-START TO WS-WALK-START.
                MOVE WS-PERIOD-END   TO WS-WALK-END.

                PERFORM 1600-WALK-MONTH
                THRU    1600-EXIT.

                IF WS-WD-COUNT GREATER THAN ZERO
                   MOVE WS-WD-DATE (WS-WD-COUNT) TO WS-WIN-START
                ELSE
                   MOVE WS-PERIOD-END            TO WS-WIN-START
                END-IF.

                MOVE WS-NEXT-START   TO WS-WALK-START.
                MOVE WS-NEXT-END     TO WS-WALK-END.

                PERFORM 1600-WALK-MONTH
                THRU    1600-EXIT.

                IF WS-WD-COUNT GREATER THAN ZERO
                   MOVE WS-WD-DATE (WS-WD-COUNT) TO WS-WIN-END
                ELSE
                   MOVE WS-NEXT-END              TO WS-WIN-END
                END-IF.

                DISPLAY 'CLOSE WINDOW ' WS-WIN-START ' TO ' WS-WIN-END.

       1500-EXIT.
                EXIT.
      /
      ******************************************************************
      * 1600-WALK-MONTH - LOAD WS-WD-DATE WITH THE WORKING DAYS FROM
      * WS-WALK-START (THE 1ST) TO WS-WALK-END (THE LAST DAY).
      ******************************************************************
       1600-WALK-MONTH.

                MOVE ZERO                TO WS-WD-COUNT.
                MOVE WS-WALK-END (9:2)   TO WS-WALK-DD.
                MOVE WS-WALK-DD          TO WS-WALK-DAYS.
                MOVE WS-WALK-START       TO WS-DAY-DATE.

                PERFORM 1650-ONE-DAY
                THRU    1650-EXIT
                VARYING WS-SUB FROM 1 BY 1
                UNTIL   WS-SUB GREATER THAN WS-WALK-DAYS.

       1600-EXIT.
                EXIT.
      /
      ******************************************************************
      * 1650-ONE-DAY - A SINGLE-DAY COBWRKDY RANGE COMES BACK 1 ON A
      * WORKING DAY AND 0 ON A WEEKEND OR HOLIDAY.
      ******************************************************************
       1650-ONE-DAY.

                MOVE WS-SUB             TO WS-DAY-DD.
                MOVE WS-DAY-DD          TO WS-DAY-DATE (9:2).

                CALL 'COBWRKDY' USING WS-DAY-DATE,
                                      WS-DAY-DATE,
                                      WS-WRKDY-SUBID,
                                      WS-WRKDY-DAYS,
                                      WS-WRKDY-MSG.

                IF WS-WRKDY-MSG = SPACES
                   AND WS-WRKDY-DAYS GREATER THAN ZERO
                   ADD 1 TO WS-WD-COUNT
                   MOVE WS-DAY-DATE TO WS-WD-DATE (WS-WD-COUNT)
                END-IF.

       1650-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2000-OPEN-PERIOD - READ THE PERIOD'S CLOSE_PERIOD ROW, OPENING
      * IT ON THE FIRST RUN. A SIGNED PERIOD'S BOARD IS FROZEN.
      ******************************************************************
       2000-OPEN-PERIOD.

                MOVE WS-PYEARMONTH TO CY-PYEARMONTH.
                MOVE SPACES        TO WS-PER-TEXT.

                EXEC SQL
                    SELECT CPSTATUS,
                           COALESCE(SIGNED_BY, ' '),
                           COALESCE(CHAR(SIGNED_TS), ' ')
                      INTO :CY-CPSTATUS,
                           :CY-SIGNED-BY,
                           :CY-SIGNED-TS
                      FROM CLOSE_PERIOD
                     WHERE PYEARMONTH = :CY-PYEARMONTH
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         PERFORM 2100-INSERT-PERIOD
                         THRU    2100-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF CY-CPSTATUS = 'C'
                   MOVE 'Y' TO PERIOD-SIGNED-SWITCH
                   STRING 'PERIOD SIGNED CLOSED BY '
                                                DELIMITED BY SIZE
                          CY-SIGNED-BY          DELIMITED BY SIZE
                          ' AT '                DELIMITED BY SIZE
                          CY-SIGNED-TS          DELIMITED BY SIZE
                          INTO WS-PER-TEXT
                ELSE
                   STRING 'PERIOD OPEN - CLOSE WINDOW '
                                                DELIMITED BY SIZE
                          WS-WIN-START          DELIMITED BY SIZE
                          ' TO '                DELIMITED BY SIZE
                          WS-WIN-END            DELIMITED BY SIZE
                          ', TODAY '            DELIMITED BY SIZE
                          WS-TODAY              DELIMITED BY SIZE
                          INTO WS-PER-TEXT
                END-IF.

       2000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2100-INSERT-PERIOD
      ******************************************************************
       2100-INSERT-PERIOD.

                MOVE 'O' TO CY-CPSTATUS.

                EXEC SQL
                    INSERT INTO CLOSE_PERIOD
                           (PYEARMONTH,
                            CPSTATUS,
                            OPENED_TS)
                    VALUES (:CY-PYEARMONTH,
                            'O',
                            CURRENT TIMESTAMP)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         DISPLAY 'CLOSE PERIOD OPENED ' CY-PYEARMONTH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2100-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3000-ADD-TASKS - PUT EVERY ACTIVE TASK NOT YET ON THE BOARD
      * ONTO IT, SO A TASK FINANCE ADDS MID-CLOSE JOINS THE OPEN PERIOD.
      ******************************************************************
       3000-ADD-TASKS.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN C1 = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 3200-FETCH-C1
                THRU    3200-EXIT
                UNTIL END-OF-C1.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

       3000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3200-FETCH-C1 - THE DUE DATE IS THE NTH WORKING DAY OF THE
      * FOLLOWING MONTH, HELD TO THE FIRST AND LAST OF ITS WORKING DAYS.
      ******************************************************************
       3200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                     INTO :WS-ADD-TASKID,
                          :WS-ADD-WORKDAY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         GO TO 3200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-WD-COUNT = ZERO
                   MOVE WS-NEXT-END TO WS-DUE-DATE
                ELSE
                   IF WS-ADD-WORKDAY LESS THAN 1
                      MOVE 1 TO WS-ADD-WORKDAY
                   END-IF
                   IF WS-ADD-WORKDAY GREATER THAN WS-WD-COUNT
                      MOVE WS-WD-COUNT TO WS-ADD-WORKDAY
                   END-IF
                   MOVE WS-WD-DATE (WS-ADD-WORKDAY) TO WS-DUE-DATE
                END-IF.

                EXEC SQL
                    INSERT INTO CLOSE_TASK_STATUS
                           (PYEARMONTH,
                            TASKID,
                            DUE_DATE,
                            CSTATUS)
                    VALUES (:WS-PYEARMONTH,
                            :WS-ADD-TASKID,
                            DATE(:WS-DUE-DATE),
                            'P')
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-ADDED-COUNT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4000-DERIVE-STATUS - LOOK UP THE EVIDENCE FOR EVERY TASK THAT
      * HAS A SOURCE OTHER THAN A MANUAL SIGN-OFF.
      ******************************************************************
       4000-DERIVE-STATUS.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN C2 = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 4200-FETCH-C2
                THRU    4200-EXIT
                UNTIL END-OF-C2.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

       4000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4200-FETCH-C2 - A TASK WITH ITS EVIDENCE IS DONE (REFRESHED TO
      * THE LATEST EVIDENCE); ONE MARKED DONE WHOSE EVIDENCE HAS GONE
      * GOES BACK TO PENDING FOR 5000 TO RE-JUDGE.
      ******************************************************************
       4200-FETCH-C2.

                EXEC SQL
                    FETCH C2
                     INTO :WS-DRV-TASKID,
                          :WS-DRV-SOURCE,
                          :WS-DRV-KEY,
                          :WS-DRV-STATUS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 4200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE 'N'    TO TASK-DONE-SWITCH.
                MOVE SPACES TO WS-DONE-TS
                               WS-DONE-BY
                               WS-DONE-REF.

                EVALUATE WS-DRV-SOURCE
                    WHEN 'P'
                         PERFORM 4300-CHECK-PAY-PERIOD
                         THRU    4300-EXIT
                    WHEN 'J'
                         PERFORM 4400-CHECK-JOB-RUN
                         THRU    4400-EXIT
                    WHEN 'X'
                         PERFORM 4500-CHECK-XMIT-ACK
                         THRU    4500-EXIT
                END-EVALUATE.

                IF TASK-DONE
                   PERFORM 4600-MARK-DONE
                   THRU    4600-EXIT
                ELSE
                   IF WS-DRV-STATUS = 'D'
                      PERFORM 4700-MARK-REOPENED
                      THRU    4700-EXIT
                   END-IF
                END-IF.

       4200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4300-CHECK-PAY-PERIOD - COBPDCLS HAS CLOSED THE PERIOD
      ******************************************************************
       4300-CHECK-PAY-PERIOD.

                MOVE WS-PYEARMONTH TO PYEARMONTH.

                EXEC SQL
                    SELECT CHAR(CLOSED_TS),
                           COALESCE(CLOSED_BY, ' ')
                      INTO :WS-DONE-TS,
                           :WS-DONE-BY
                      FROM PAY_PERIOD
                     WHERE PYEARMONTH = :PYEARMONTH
                       AND PSTATUS    = 'C'
                       AND CLOSED_TS IS NOT NULL
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y'        TO TASK-DONE-SWITCH
                         MOVE 'COBPDCLS' TO WS-DONE-REF
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       4300-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4400-CHECK-JOB-RUN - THE LATEST CLEAN RUN OF THE PROGRAM THAT
      * STARTED IN THE CLOSE WINDOW. THE REFERENCE IS ITS JOB STEP.
      ******************************************************************
       4400-CHECK-JOB-RUN.

                MOVE WS-DRV-KEY TO PROGRAM-NAME.

                EXEC SQL
                    SELECT CHAR(END_TS),
                           COALESCE(RUN_BY, ' '),
                           STEPNAME
                      INTO :WS-DONE-TS,
                           :WS-DONE-BY,
                           :STEPNAME
                      FROM JOB_RUN_LOG
                     WHERE PROGRAM_NAME = :PROGRAM-NAME
                       AND END_TS IS NOT NULL
                       AND COND_CODE <= 4
                       AND DATE(START_TS)
                           BETWEEN DATE(:WS-WIN-START)
                               AND DATE(:WS-WIN-END)
                     ORDER BY END_TS DESC
                     FETCH FIRST 1 ROW ONLY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y'      TO TASK-DONE-SWITCH
                         MOVE STEPNAME TO WS-DONE-REF
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       4400-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4500-CHECK-XMIT-ACK - THE PERIOD'S LATEST GENERATION OF THE
      * FILE HAS BEEN ACKNOWLEDGED. AN UNACKNOWLEDGED REGENERATION
      * PUTS THE TASK BACK OPEN UNTIL ITS OWN ACK ARRIVES.
      ******************************************************************
       4500-CHECK-XMIT-ACK.

                MOVE WS-DRV-KEY    TO XC-FILEID.
                MOVE WS-PYEARMONTH TO XC-PYEARMONTH.

                EXEC SQL
                    SELECT CHAR(ACK_TS),
                           COALESCE(ACK_REF, ' ')
                      INTO :XC-ACK-TS :WS-ACK-IND,
                           :XC-ACK-REF
                      FROM XMIT_CONTROL
                     WHERE FILEID     = :XC-FILEID
                       AND PYEARMONTH = :XC-PYEARMONTH
                     ORDER BY GENERATED_TS DESC
                     FETCH FIRST 1 ROW ONLY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-ACK-IND NOT LESS THAN ZERO
                            MOVE 'Y'         TO TASK-DONE-SWITCH
                            MOVE XC-ACK-TS   TO WS-DONE-TS
                            MOVE XC-FILEID   TO WS-DONE-BY
                            MOVE XC-ACK-REF  TO WS-DONE-REF
                         END-IF
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       4500-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4600-MARK-DONE
      ******************************************************************
       4600-MARK-DONE.

                EXEC SQL
                    UPDATE CLOSE_TASK_STATUS
                       SET CSTATUS  = 'D',
                           DONE_TS  = TIMESTAMP(:WS-DONE-TS),
                           DONE_BY  = :WS-DONE-BY,
                           DONE_REF = :WS-DONE-REF
                     WHERE PYEARMONTH = :WS-PYEARMONTH
                       AND TASKID     = :WS-DRV-TASKID
                       AND CSTATUS   <> 'S'
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-DRV-STATUS NOT = 'D'
                            ADD 1 TO WS-DERIVED-COUNT
                            DISPLAY 'TASK DONE ' WS-DRV-TASKID
                                    ' BY ' WS-DONE-REF
                         END-IF
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       4600-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4700-MARK-REOPENED
      ******************************************************************
       4700-MARK-REOPENED.

                EXEC SQL
                    UPDATE CLOSE_TASK_STATUS
                       SET CSTATUS  = 'P',
                           DONE_TS  = NULL,
                           DONE_BY  = NULL,
                           DONE_REF = NULL
                     WHERE PYEARMONTH = :WS-PYEARMONTH
                       AND TASKID     = :WS-DRV-TASKID
                       AND CSTATUS    = 'D'
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-REOPENED-COUNT
                         DISPLAY 'TASK REOPENED ' WS-DRV-TASKID
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       4700-EXIT.
                EXIT.
      /
      ******************************************************************
      * 5000-PRINT-BOARD
      ******************************************************************
       5000-PRINT-BOARD.

                EXEC SQL
                  OPEN  C3
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN C3 = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 5200-FETCH-C3
                THRU    5200-EXIT
                UNTIL END-OF-C3.

                EXEC SQL
                  CLOSE  C3
                END-EXEC.

                IF WS-TASK-COUNT = ZERO
                   MOVE SPACES TO WS-PER-TEXT
                   MOVE 'NO ACTIVE TASKS ON THE CLOSE CALENDAR'
                     TO WS-PER-TEXT
                   PRINT WS-RPT-PERIOD
                END-IF.

       5000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 5200-FETCH-C3 - ONE LINE PER TASK. WHILE THE PERIOD IS OPEN AN
      * OPEN TASK IS OVERDUE PAST ITS DUE DATE, BLOCKED WHILE ITS
      * DEPENDENCY IS STILL OPEN, OTHERWISE PENDING.
      ******************************************************************
       5200-FETCH-C3.

                EXEC SQL
                    FETCH C3
                     INTO :WS-BRD-TASKID,
                          :WS-BRD-DESC,
                          :WS-BRD-OWNER,
                          :WS-BRD-DEP,
                          :WS-BRD-DUE,
                          :WS-BRD-STATUS,
                          :WS-BRD-DONE-TS,
                          :WS-BRD-DONE-BY,
                          :WS-BRD-DONE-REF,
                          :WS-BRD-ESCALATED,
                          :WS-BRD-DEP-STATUS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C3-SWITCH
                         GO TO 5200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1 TO WS-TASK-COUNT.

                IF NOT PERIOD-SIGNED
                   AND WS-BRD-STATUS NOT = 'D'
                   AND WS-BRD-STATUS NOT = 'S'
                   PERFORM 5300-JUDGE-TASK
                   THRU    5300-EXIT
                END-IF.

                EVALUATE WS-BRD-STATUS
                    WHEN 'D'
                         ADD 1 TO WS-DONE-COUNT
                         MOVE 'DONE'       TO WS-RPT-STATUS
                    WHEN 'S'
                         ADD 1 TO WS-SIGNED-COUNT
                         MOVE 'SIGNED OFF' TO WS-RPT-STATUS
                    WHEN 'B'
                         ADD 1 TO WS-BLOCKED-COUNT
                         MOVE 'BLOCKED'    TO WS-RPT-STATUS
                    WHEN 'O'
                         ADD 1 TO WS-OVERDUE-COUNT
                         MOVE 'OVERDUE'    TO WS-RPT-STATUS
                    WHEN OTHER
                         ADD 1 TO WS-PENDING-COUNT
                         MOVE 'PENDING'    TO WS-RPT-STATUS
                END-EVALUATE.

                MOVE WS-BRD-TASKID          TO WS-RPT-TASKID.
                MOVE WS-BRD-DESC            TO WS-RPT-DESC.
                MOVE WS-BRD-OWNER           TO WS-RPT-OWNER.
                MOVE WS-BRD-DUE             TO WS-RPT-DUE.
                MOVE WS-BRD-DEP             TO WS-RPT-DEP.
                MOVE WS-BRD-DONE-BY         TO WS-RPT-DONE-BY.
                MOVE WS-BRD-DONE-TS (1:10)  TO WS-RPT-DONE-ON.
                MOVE WS-BRD-DONE-REF        TO WS-RPT-REF.
                MOVE WS-BRD-ESCALATED       TO WS-RPT-ESCALATED.

                PRINT WS-RPT-DETAIL.

       5200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 5300-JUDGE-TASK - RESET THE OPEN TASK'S STATUS AND ESCALATE IT
      * IF IT IS OVERDUE AND HAS NOT ALREADY BEEN ESCALATED TODAY.
      ******************************************************************
       5300-JUDGE-TASK.

                IF WS-TODAY GREATER THAN WS-BRD-DUE
                   MOVE 'O' TO WS-NEW-STATUS
                ELSE
                   IF WS-BRD-DEP NOT = SPACES
                      AND (WS-BRD-DEP-STATUS = 'P'
                        OR WS-BRD-DEP-STATUS = 'B'
                        OR WS-BRD-DEP-STATUS = 'O')
                      MOVE 'B' TO WS-NEW-STATUS
                   ELSE
                      MOVE 'P' TO WS-NEW-STATUS
                   END-IF
                END-IF.

                IF WS-NEW-STATUS NOT = WS-BRD-STATUS
                   PERFORM 5400-UPDATE-STATUS
                   THRU    5400-EXIT
                END-IF.

                IF WS-NEW-STATUS = 'O'
                   AND (WS-BRD-ESCALATED = SPACES
                     OR WS-BRD-ESCALATED LESS THAN WS-TODAY)
                   PERFORM 5500-ESCALATE
                   THRU    5500-EXIT
                END-IF.

       5300-EXIT.
                EXIT.
      /
      ******************************************************************
      * 5400-UPDATE-STATUS
      ******************************************************************
       5400-UPDATE-STATUS.

                EXEC SQL
                    UPDATE CLOSE_TASK_STATUS
                       SET CSTATUS = :WS-NEW-STATUS
                     WHERE PYEARMONTH = :WS-PYEARMONTH
                       AND TASKID     = :WS-BRD-TASKID
                       AND CSTATUS IN ('P', 'B', 'O')
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-NEW-STATUS TO WS-BRD-STATUS
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       5400-EXIT.
                EXIT.
      /
      ******************************************************************
      * 5500-ESCALATE - POST THE OVERDUE TASK TO ITS OWNER'S
      * MSG_IN_TRAY AND STAMP ESCALATED_DATE SO A RERUN THE SAME DAY
      * DOES NOT POST IT TWICE.
      ******************************************************************
       5500-ESCALATE.

                MOVE SPACES TO WS-MSG-SUBJECT
                               WS-MSG-TEXT.

                STRING 'CLOSE TASK OVERDUE - '   DELIMITED BY SIZE
                       WS-BRD-TASKID             DELIMITED BY SPACE
                       ' FOR PERIOD '            DELIMITED BY SIZE
                       WS-PYEARMONTH             DELIMITED BY SIZE
                       INTO WS-MSG-SUBJECT.

                IF WS-BRD-DEP NOT = SPACES
                   AND (WS-BRD-DEP-STATUS = 'P'
                     OR WS-BRD-DEP-STATUS = 'B'
                     OR WS-BRD-DEP-STATUS = 'O')
                   STRING WS-BRD-DESC            DELIMITED BY '  '
                          ' WAS DUE '            DELIMITED BY SIZE
                          WS-BRD-DUE             DELIMITED BY SIZE
                          ' - STILL WAITING ON ' DELIMITED BY SIZE
                          WS-BRD-DEP             DELIMITED BY SPACE
                          INTO WS-MSG-TEXT
                ELSE
                   STRING WS-BRD-DESC            DELIMITED BY '  '
                          ' WAS DUE '            DELIMITED BY SIZE
                          WS-BRD-DUE             DELIMITED BY SIZE
                          ' AND IS NOT DONE'     DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                END-IF.

                CALL 'COBMSGPT' USING WS-BRD-OWNER, WS-MSG-SOURCE,
                     WS-MSG-SUBJECT, WS-MSG-TEXT.

                EXEC SQL
                    UPDATE CLOSE_TASK_STATUS
                       SET ESCALATED_DATE = CURRENT DATE
                     WHERE PYEARMONTH = :WS-PYEARMONTH
                       AND TASKID     = :WS-BRD-TASKID
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-ESCALATED-COUNT
                         MOVE WS-TODAY TO WS-BRD-ESCALATED
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       5500-EXIT.
                EXIT.
      /
      ******************************************************************
      * 9000-DBERROR - GET ERROR MESSAGE
      ******************************************************************
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

                GOBACK.

       9000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 9999-ERROR-DISPLAY
      ******************************************************************
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
