      *                FLAG ON ANY MONTH OVER BUDGET BY MORE THAN THE
      *                CONFIGURED PERCENT - SO MANAGERS SEE THE
      *                VARIANCE THE MORNING AFTER COBPAYRN POSTS, NOT
      *                A WEEK LATER AT GL CLOSE. AN OPTIONAL THIRD
      *                CARD 'L' GIVES THE FULLY LOADED VIEW - EACH
      *                ACTUAL PLUS THE SUPPORT-DEPARTMENT OVERHEAD
      *                COBOHALC ALLOCATED IN AND LESS WHAT IT
      *                ALLOCATED OUT (ALLOC_RESULT); A BLANK CARD IS
      *                THE DIRECT VIEW AS BEFORE. EACH RUN IS LOGGED
      *                TO JOB_RUN_LOG THROUGH COBRUNLG - UNDER
      *                HRNIGHT STEP395, OR OHALLOC STEP020 FOR THE
      *                FULLY LOADED VIEW - SO THE MONTH-END CLOSE
      *                BOARD (COBRPT92) SEES THE VARIANCE RUN.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
               88  END-OF-C1                     VALUE  'Y'.
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-OVER-PCT            PIC 9(3).
       77  WS-VIEW                PIC X          VALUE  SPACES.
               88  WS-FULLY-LOADED               VALUE  'L'.
       01  WS-YEAR-START          PIC X(6).
       01  WS-SQLCODE             PIC 9(9).
       01  WS-DEPTNO              PIC X(3).
       01  WS-ACTUAL              PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-YTD-BUDGET          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-YTD-ACTUAL          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-ALLOC-NET           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-YTD-ALLOC-NET       PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-YTD-VARIANCE        PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-LIMIT               PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-FLAGGED-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-DEPT-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(14).
           10 WS-HDR-TITLE        PIC X(34)
                VALUE 'DEPARTMENT BUDGET VS ACTUAL'.
           10 FILLER              PIC X(8)   VALUE 'PERIOD:'.
           10 WS-HDR-PERIOD       PIC X(6).
           10 WS-RPT-FLAG         PIC X(12).
           10 FILLER              PIC X(36).

      ******************************************************************
      * VARIABLES FOR RUN LOGGING (COBRUNLG)
      ******************************************************************
       01  WS-RUNLG-ACTION        PIC X(1).
       01  WS-RUNLG-JOBNAME       PIC X(8)  VALUE 'HRNIGHT '.
       01  WS-RUNLG-STEPNAME      PIC X(8)  VALUE 'STEP395 '.
       01  WS-RUNLG-PROGRAM       PIC X(8)  VALUE 'COBRPT61'.
       01  WS-RUNLG-CONDCODE      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-RUNLG-ROWS          PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
                EXEC SQL INCLUDE DEPTBUDG
                END-EXEC.

                EXEC SQL INCLUDE ALLOCRES
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - EVERY DEPARTMENT WITH A BUDGET
      * ROW FOR THE PERIOD, WITH THE MONTH'S AND THE YEAR-TO-DATE
      * ACTUALS AND THE YEAR-TO-DATE BUDGET, ALL COMPUTED IN DB2 SO
      * THE PROGRAM ONLY FORMATS. EVERY ROW TYPE COUNTS - OVERTIME
      * RIDES IN NETPAY AND THE 'R' RETRO ROWS ARE IN SCOPE. THE LAST
      * TWO COLUMNS ARE THE MONTH'S AND THE YEAR-TO-DATE NET OVERHEAD
      * ALLOCATION (IN LESS OUT) FOR THE FULLY LOADED VIEW.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                          WHERE E.WORKDEPT = B.DEPTNO
                            AND P.PYEARMONTH >= :WS-YEAR-START
                            AND P.PYEARMONTH
                                <= :WS-PYEARMONTH), 0),
                      COALESCE(
                        (SELECT SUM(CASE
                                    WHEN A.RECEIVER_DEPT = B.DEPTNO
                                    THEN A.ALLOC_AMOUNT
                                    ELSE 0 - A.ALLOC_AMOUNT
                                    END)
                           FROM ALLOC_RESULT A
                          WHERE (A.RECEIVER_DEPT = B.DEPTNO
                                 OR A.SOURCE_DEPT = B.DEPTNO)
                            AND A.PYEARMONTH
                                = :WS-PYEARMONTH), 0),
                      COALESCE(
                        (SELECT SUM(CASE
                                    WHEN A.RECEIVER_DEPT = B.DEPTNO
                                    THEN A.ALLOC_AMOUNT
                                    ELSE 0 - A.ALLOC_AMOUNT
                                    END)
                           FROM ALLOC_RESULT A
                          WHERE (A.RECEIVER_DEPT = B.DEPTNO
                                 OR A.SOURCE_DEPT = B.DEPTNO)
                            AND A.PYEARMONTH >= :WS-YEAR-START
                            AND A.PYEARMONTH
                                <= :WS-PYEARMONTH), 0)
                    FROM DEPT_BUDGET B
                    WHERE B.BYEARMONTH = :WS-PYEARMONTH

                ACCEPT WS-PYEARMONTH.
                ACCEPT WS-OVER-PCT.
                ACCEPT WS-VIEW.

                IF WS-FULLY-LOADED
                   MOVE 'BUDGET VS ACTUAL - FULLY LOADED'
                                        TO WS-HDR-TITLE
                   MOVE 'OHALLOC '      TO WS-RUNLG-JOBNAME
                   MOVE 'STEP020 '      TO WS-RUNLG-STEPNAME
                END-IF.

                MOVE WS-PYEARMONTH      TO WS-HDR-PERIOD.
                MOVE WS-OVER-PCT        TO WS-HDR-PCT.

                DISPLAY 'BUDGET VS ACTUAL FOR ' WS-PYEARMONTH.

                MOVE 'S' TO WS-RUNLG-ACTION.
                CALL 'COBRUNLG' USING WS-RUNLG-ACTION,
                     WS-RUNLG-JOBNAME, WS-RUNLG-STEPNAME,
                     WS-RUNLG-PROGRAM, WS-RUNLG-CONDCODE,
                     WS-RUNLG-ROWS.

                PRINT WS-RPT-HEADER.

                PERFORM 2000-PROCESS
                DISPLAY 'DEPARTMENTS OVER FLAG = '
                        WS-FLAGGED-COUNT.

                PERFORM 8000-LOG-RUN-END
                THRU    8000-EXIT.

                GOBACK.
      /
      ******************************************************************
                          :WS-BUDGET,
                          :WS-ACTUAL,
                          :WS-YTD-BUDGET,
                          :WS-YTD-ACTUAL,
                          :WS-ALLOC-NET,
                          :WS-YTD-ALLOC-NET
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
      ******************************************************************
       2400-PRINT-DEPT.

                IF WS-FULLY-LOADED
                   ADD WS-ALLOC-NET     TO WS-ACTUAL
                   ADD WS-YTD-ALLOC-NET TO WS-YTD-ACTUAL
                END-IF.

                COMPUTE WS-YTD-VARIANCE =
                        WS-YTD-ACTUAL - WS-YTD-BUDGET.

                END-IF.

                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-DEPT-COUNT.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8000-LOG-RUN-END - CLOSE THE RUN'S JOB_RUN_LOG ROW WITH THE
      * CONDITION CODE AND THE DEPARTMENTS PRINTED. THE CONDITION CODE
      * IS PUT BACK AFTER THE CALL SO THE STEP STILL ENDS WITH IT.
      ******************************************************************
       8000-LOG-RUN-END.

                MOVE 'E'             TO WS-RUNLG-ACTION.
                MOVE RETURN-CODE     TO WS-RUNLG-CONDCODE.
                MOVE WS-DEPT-COUNT   TO WS-RUNLG-ROWS.
                CALL 'COBRUNLG' USING WS-RUNLG-ACTION,
                     WS-RUNLG-JOBNAME, WS-RUNLG-STEPNAME,
                     WS-RUNLG-PROGRAM, WS-RUNLG-CONDCODE,
                     WS-RUNLG-ROWS.
                MOVE WS-RUNLG-CONDCODE TO RETURN-CODE.

       8000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 9000-DBERROR - GET ERROR MESSAGE
