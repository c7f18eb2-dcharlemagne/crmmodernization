      *                STEP RIGHT AFTER COBB090/COBPAYRN, IT TOTALS
      *                THE PERIOD'S PAYROLL ROWS AND COMPARES THEM
      *                AGAINST THE SUM OF EMP.SALARY/12 FOR ALL
      *                EMPLOYEES COBPAYRN PAYS, AGAINST THE PRIOR
      *                PERIOD'S POSTED TOTALS, AND AGAINST THE COUNT
      *                OF EMP ROWS.
      *                A BALANCING REPORT IS PRINTED AND A NON-ZERO
      *                CONDITION CODE IS SET WHEN ANYTHING IS OUT OF
      *                TOLERANCE, SO THE PAYSLIP, BANK EXTRACT AND GL
      *                EXTRACT STEPS NEVER RUN AGAINST A BAD POSTING.
      *                TOLERANCES - SALARYPAID MAY DIFFER FROM
      *                SALARY/12 BY ONE CENT OF ROUNDING PER EMPLOYEE;
      *                HOURLY PAY IS TAKEN OUT OF BOTH SIDES OF THAT
      *                CHECK THE WAY COBPAYRN PAYS IT - AN EMPLOYEE
      *                WHOSE EMP_PAY_RATE BASIS ON THE PERIOD'S LAST
      *                DAY IS 'H' DRAWS NO SALARY/12, AND THE HOURLY
      *                TIMESHEET WEEKS PAID THIS PERIOD TO ANYONE ELSE
      *                COME OFF THEIR SALARYPAID - AND IS PRINTED AS
      *                ITS OWN LINE;
      *                THE ROW COUNTS MUST MATCH EXACTLY; A SWING OF
      *                MORE THAN TEN PERCENT AGAINST THE PRIOR
      *                PERIOD'S SALARYPAID TOTAL IS OUT OF TOLERANCE
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  BALANCE ON COBPAYRN'S PAY BASIS - AN
      *                     EMPLOYEE WITH AN 'H' EMP_PAY_RATE IN FORCE
      *                     ON THE PERIOD'S LAST DAY IS LEFT OUT OF
      *                     BOTH THE POSTED SALARYPAID AND THE
      *                     SALARY/12 EXPECTATION, AND THE HOURLY
      *                     TIMESHEET_WEEKS STAMPED PAID_YM = THE
      *                     PERIOD ARE TAKEN OFF THE OTHER EMPLOYEES'
      *                     POSTED SALARYPAID AT THE RATE IN FORCE ON
      *                     THE WEEK DATE. THE HOURLY TOTAL PRINTS AS
      *                     ITS OWN LINE. THE ROW COUNT AND THE SWING
      *                     CHECK STILL COVER EVERY PAYROLL ROW.
      *    2026-10-15  RJM  LEAVE EMPLOYEES WITH AN EXPIRED
      *                     EMP_DOCUMENT OUT OF THE EMP-SIDE COUNT
      *                     AND SALARY/12 TOTAL, THE SAME HOLD
      *                     COBPAYRN'S C1 APPLIES - A RIGHT-TO-WORK
      *                     HOLD IS NOT AN OUT-OF-BALANCE POSTING AND
      *                     MUST NOT STOP PAYSLIPS, BANK AND GL FOR
      *                     EVERYONE ELSE.
      *    2026-10-15  RJM  LOG THE RUN'S START, END, CONDITION CODE
      *                     AND PAYROLL ROWS BALANCED TO JOB_RUN_LOG
      *                     THROUGH THE SHARED COBRUNLG UTILITY - A
      *                     CLEAN RUN IS WHAT MARKS THE BALANCING TASK
      *                     DONE ON THE MONTH-END CLOSE BOARD
      *                     (COBRPT92). THE ROW CARRIES THE NIGHTLY
      *                     STEP'S NAMES (HRNIGHT STEP101) ALSO WHEN
      *                     COBPDCLS CALLS THE CHECK AT PAYCLOSE. THE
      *                     CONDITION CODE IS PUT BACK AFTER THE CALL
      *                     SO THE CALLER STILL SEES IT.
      *    2026-08-22  RJM  BALANCE ONLY THE NORMAL (PAYTYPE 'N' OR
      *                     NULL) PAYROLL ROWS - COBRETRO'S 'R'
      *                     ADJUSTMENT ROWS ARE LEGITIMATE EXTRAS PER
      *****************************************************
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PRIOR-PYEARMONTH    PIC X(6).
       01  WS-MONTH-START         PIC X(10).
       01  WS-MONTH-END           PIC X(10).
       01  WS-SQLCODE             PIC 9(9).
       01  WS-OUT-OF-BAL-SWITCH   PIC X          VALUE SPACES.
               88  WS-OUT-OF-BAL                 VALUE 'Y'.
       01  WS-EMP-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-EMP-SALARY-12       PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-HRLY-SALARYPAID     PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-HRLY-WEEKS-PAY      PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-HRLY-TOTAL          PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-HRLY-EMP-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-HRLY-EMP-SALARY-12  PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-SALARIED-PAID       PIC S9(13)V9(2) USAGE COMP-3.
       01  WS-SALARIED-EXPECTED   PIC S9(13)V9(2) USAGE COMP-3.
       01  WS-PRIOR-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-PRIOR-SALARYPAID    PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
           10 WS-RPT-FLAG         PIC X(14).
           10 FILLER              PIC X(55).

      ******************************************************************
      * VARIABLES FOR RUN LOGGING (COBRUNLG)
      ******************************************************************
       01  WS-RUNLG-ACTION        PIC X(1).
       01  WS-RUNLG-JOBNAME       PIC X(8)  VALUE 'HRNIGHT '.
       01  WS-RUNLG-STEPNAME      PIC X(8)  VALUE 'STEP101 '.
       01  WS-RUNLG-PROGRAM       PIC X(8)  VALUE 'COBPYBAL'.
       01  WS-RUNLG-CONDCODE      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-RUNLG-ROWS          PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
                EXEC SQL INCLUDE PAYROLL
                END-EXEC.

                EXEC SQL INCLUDE PAYRATE
                END-EXEC.

                EXEC SQL INCLUDE TIMESIGN
                END-EXEC.

      /
       LINKAGE SECTION.
       01  PYBAL-PYEARMONTH       PIC X(6).

                DISPLAY 'PAYROLL BALANCE FOR PERIOD = ' WS-PYEARMONTH.

                MOVE 'S' TO WS-RUNLG-ACTION.
                CALL 'COBRUNLG' USING WS-RUNLG-ACTION,
                     WS-RUNLG-JOBNAME, WS-RUNLG-STEPNAME,
                     WS-RUNLG-PROGRAM, WS-RUNLG-CONDCODE,
                     WS-RUNLG-ROWS.

                PRINT WS-RPT-HEADER.

                PERFORM 1700-SET-MONTH-END
                THRU    1700-EXIT.

                PERFORM 2000-GATHER-TOTALS
                THRU    2000-EXIT.

                   DISPLAY 'PAYROLL PERIOD IN BALANCE'
                END-IF.

                PERFORM 8000-LOG-RUN-END
                THRU    8000-EXIT.

                GOBACK.
      /
      ******************************************************************
      * 1700-SET-MONTH-END - THE PERIOD'S FIRST AND LAST DAY. THE LAST
      * DAY DECIDES EACH EMPLOYEE'S PAY BASIS, AS IN COBPAYRN.
      ******************************************************************
       1700-SET-MONTH-END.

                MOVE WS-PYEARMONTH (1:4) TO WS-MONTH-START (1:4).
                MOVE '-'                 TO WS-MONTH-START (5:1).
                MOVE WS-PYEARMONTH (5:2) TO WS-MONTH-START (6:2).
                MOVE '-01'               TO WS-MONTH-START (8:3).

                EXEC SQL
                     SET :WS-MONTH-END =
                         CHAR(LAST_DAY(DATE(:WS-MONTH-START)),
                              ISO)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       1700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-GATHER-TOTALS - THE PERIOD'S POSTED TOTALS, THE EMP
      * MASTER'S EXPECTED TOTALS, THE HOURLY PAY HELD OUT OF BOTH, AND
      * THE PRIOR PERIOD'S POSTED TOTALS, EACH AS ONE AGGREGATE SELECT.
      ******************************************************************
       2000-GATHER-TOTALS.

                           (SELECT 1
                              FROM EMP_TERMINATION T
                             WHERE T.EMPNO = EMP.EMPNO)
                       AND NOT EXISTS
                           (SELECT 1
                              FROM EMP_DOCUMENT X
                             WHERE X.EMPNO = EMP.EMPNO
                               AND X.EXPIRY_DATE < CURRENT DATE)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2200-GATHER-HOURLY
                THRU    2200-EXIT.

                PERFORM 2500-GET-PRIOR-PERIOD
                THRU    2500-EXIT.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-GATHER-HOURLY - THE HOURLY PAY COBPAYRN POSTED THIS PERIOD,
      * HELD OUT OF CHECK 1 ON BOTH SIDES. AN EMPLOYEE WHOSE RATE IN
      * FORCE ON THE PERIOD'S LAST DAY IS 'H' DRAWS NO SALARY/12, SO
      * THEIR WHOLE SALARYPAID AND THEIR SALARY/12 ARE BOTH TAKEN OUT.
      * ANYONE ELSE STILL DRAWS SALARY/12 BUT MAY ALSO HAVE BEEN PAID
      * FOR HOURLY WEEKS WORKED BEFORE THEY WENT SALARIED; THOSE ARE
      * THE WEEKS THE LIVE RUN STAMPED PAID_YM = THIS PERIOD, PRICED
      * AT THE 'H' RATE IN FORCE ON THE WEEK DATE AND ROUNDED PER WEEK
      * AS COBPAYRN DOES. THE STAMP LEAVES PAID_HOURS AT ACCHOURS, SO
      * THE WEEK'S PAID_HOURS ARE THE HOURS PAID HERE - A WEEK FIRST
      * PAID IN AN EARLIER PERIOD AND CORRECTED IN THIS ONE COUNTS IN
      * FULL AND SHOWS UP ON CHECK 1 FOR THE PAYROLL TEAM TO CLEAR.
      ******************************************************************
       2200-GATHER-HOURLY.

                EXEC SQL
                    SELECT COALESCE(SUM(P.SALARYPAID), 0)
                      INTO :WS-HRLY-SALARYPAID
                      FROM PAYROLL P
                     WHERE P.PYEARMONTH = :WS-PYEARMONTH
                       AND (P.PAYTYPE = 'N' OR P.PAYTYPE IS NULL)
                       AND EXISTS
                           (SELECT 1
                              FROM EMP_PAY_RATE R
                             WHERE R.EMPNO = P.EMPNO
                               AND R.PAYBASIS = 'H'
                               AND R.EFFDATE =
                                   (SELECT MAX(R2.EFFDATE)
                                      FROM EMP_PAY_RATE R2
                                     WHERE R2.EMPNO = R.EMPNO
                                       AND R2.EFFDATE <=
                                           DATE(:WS-MONTH-END)))
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT COALESCE(SUM(ROUND(W.PAID_HOURS *
                                              R.HOURLY_RATE, 2)), 0)
                      INTO :WS-HRLY-WEEKS-PAY
                      FROM TIMESHEET_WEEK W
                     INNER JOIN EMP_PAY_RATE R
                        ON R.EMPNO = W.EMPNO
                       AND R.EFFDATE =
                           (SELECT MAX(R2.EFFDATE)
                              FROM EMP_PAY_RATE R2
                             WHERE R2.EMPNO = W.EMPNO
                               AND R2.EFFDATE <= W.WEEKDATE)
                     WHERE W.PAID_YM = :WS-PYEARMONTH
                       AND R.PAYBASIS = 'H'
                       AND NOT EXISTS
                           (SELECT 1
                              FROM EMP_PAY_RATE M
                             WHERE M.EMPNO = W.EMPNO
                               AND M.PAYBASIS = 'H'
                               AND M.EFFDATE =
                                   (SELECT MAX(M2.EFFDATE)
                                      FROM EMP_PAY_RATE M2
                                     WHERE M2.EMPNO = M.EMPNO
                                       AND M2.EFFDATE <=
                                           DATE(:WS-MONTH-END)))
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

      *         THE HOURLY EMPLOYEES' SHARE OF THE EMP-SIDE TOTAL,
      *         UNDER THE SAME TERMINATION AND DOCUMENT HOLDS.
                EXEC SQL
                    SELECT COUNT(*),
                           COALESCE(SUM(SALARY / 12), 0)
                      INTO :WS-HRLY-EMP-COUNT,
                           :WS-HRLY-EMP-SALARY-12
                      FROM EMP
                     WHERE NOT EXISTS
                           (SELECT 1
                              FROM EMP_TERMINATION T
                             WHERE T.EMPNO = EMP.EMPNO)
                       AND NOT EXISTS
                           (SELECT 1
                              FROM EMP_DOCUMENT X
                             WHERE X.EMPNO = EMP.EMPNO
                               AND X.EXPIRY_DATE < CURRENT DATE)
                       AND EXISTS
                           (SELECT 1
                              FROM EMP_PAY_RATE R
                             WHERE R.EMPNO = EMP.EMPNO
                               AND R.PAYBASIS = 'H'
                               AND R.EFFDATE =
                                   (SELECT MAX(R2.EFFDATE)
                                      FROM EMP_PAY_RATE R2
                                     WHERE R2.EMPNO = R.EMPNO
                                       AND R2.EFFDATE <=
                                           DATE(:WS-MONTH-END)))
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                COMPUTE WS-HRLY-TOTAL =
                        WS-HRLY-SALARYPAID + WS-HRLY-WEEKS-PAY.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-GET-PRIOR-PERIOD - THE MOST RECENT PYEARMONTH POSTED
      ******************************************************************
       3000-BALANCE-CHECKS.

      *         HOURLY PAY - REPORTED, NOT BALANCED TO SALARY/12
                MOVE 'HOURLY PAY (NOT BALANCED TO SALARY/12)'
                                        TO WS-RPT-TEXT.
                MOVE WS-HRLY-TOTAL      TO WS-RPT-AMOUNT.
                MOVE SPACES             TO WS-RPT-FLAG.
                PRINT WS-RPT-LINE.

      *         CHECK 1 - POSTED SALARYPAID VS EMP SALARY/12, BOTH
      *         LESS THE HOURLY PAY
                COMPUTE WS-SALARIED-PAID =
                        WS-PAY-SALARYPAID - WS-HRLY-TOTAL.
                COMPUTE WS-SALARIED-EXPECTED =
                        WS-EMP-SALARY-12 - WS-HRLY-EMP-SALARY-12.
                COMPUTE WS-DIFFERENCE =
                        WS-SALARIED-PAID - WS-SALARIED-EXPECTED.
                IF WS-DIFFERENCE LESS THAN ZERO
                   COMPUTE WS-DIFFERENCE = ZERO - WS-DIFFERENCE
                END-IF.
                COMPUTE WS-TOLERANCE =
                        (WS-EMP-COUNT - WS-HRLY-EMP-COUNT) * 0.01.

                MOVE 'POSTED SALARYPAID VS EMP SALARY/12'
                                        TO WS-RPT-TEXT.
       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8000-LOG-RUN-END - CLOSE THE RUN'S JOB_RUN_LOG ROW WITH THE
      * CONDITION CODE AND THE PAYROLL ROWS BALANCED. THE CONDITION CODE
      * IS PUT BACK AFTER THE CALL SO THE STEP STILL ENDS WITH IT.
      ******************************************************************
       8000-LOG-RUN-END.

                MOVE 'E'             TO WS-RUNLG-ACTION.
                MOVE RETURN-CODE     TO WS-RUNLG-CONDCODE.
                MOVE WS-PAY-COUNT    TO WS-RUNLG-ROWS.
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
