      *                MASTER APPLIED THROUGH THE EMPLOYEE'S
      *                EMP_DEDUCTION ENROLLMENTS) AND THE RESULTING
      *                NETPAY, SO THE POSTED ROW IS THE NET THE
      *                EMPLOYEE IS ACTUALLY PAID. AN EMPLOYEE ON THE
      *                HOURLY PAY BASIS (EMP_PAY_RATE) IS PAID THE
      *                SIGNED-OFF TIMESHEET_WEEK HOURS NOT YET PAID
      *                AT THE HOURLY RATE INSTEAD OF THE TWELFTH;
      *                WEEKS STILL AWAITING SIGN-OFF WAIT FOR A
      *                LATER PERIOD. STAFF LOANS AND ADVANCES
      *                (EMP_LOAN) ARE RECOVERED BY INSTALLMENT WHERE
      *                THEIR DEDTYPE 'L' CODE FALLS IN THE
      *                DEDPRIORITY ORDER. A TRIAL RUN ALSO KEEPS
      *                EACH EMPLOYEE'S FIGURES ON PAYROLL_TRIAL FOR
      *                THE VARIANCE CHECK (COBRPT73) BEFORE POSTING.
      *                LEAVE ENCASHMENTS REQUESTED THROUGH COBLVENR
      *                ARE PAID AS THEIR OWN PAYTYPE 'E' ROW AND
      *                POSTED OFF THE LEAVE BALANCES IN THE SAME RUN.
      *                AN EMPLOYEE WHOSE WORK PERMIT, FIXED-TERM
      *                CONTRACT OR OTHER RIGHT-TO-WORK DOCUMENT
      *                (EMP_DOCUMENT) HAS EXPIRED IS HELD OUT OF THE
      *                RUN UNTIL HR RECORDS A RENEWAL.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  HOLD PAY FOR EXPIRED RIGHT TO WORK - C1
      *                     SKIPS ANY EMPLOYEE WITH AN EMP_DOCUMENT
      *                     ROW (COBDOCMN) WHOSE EXPIRY DATE HAS
      *                     PASSED. THE HELD EMPLOYEES ARE LISTED ON
      *                     COBRPT79; A RENEWAL RELEASES THE HOLD FROM
      *                     THE NEXT RUN.
      *    2026-10-15  RJM  PAY LEAVE ENCASHMENT - EACH OPEN
      *                     LEAVE_ENCASH REQUEST (COBLVENR) IS
      *                     RE-CHECKED AGAINST THE LEAVE_TYPE RULES
      *                     AND THE LATEST TYPED BALANCE, PRICED AT
      *                     COBRPT41'S LIABILITY DAY RATE, AND PAID
      *                     AS ONE PAYTYPE 'E' PAYROLL ROW PER
      *                     EMPLOYEE. A LIVE RUN POSTS THE DAYS TO
      *                     LTAKEN ON THE PERIOD'S TYPED AND
      *                     AGGREGATE LEAVE ROWS AND MARKS THE
      *                     REQUEST PAID FOR COBRPT75'S REGISTER; A
      *                     REQUEST NO LONGER COVERED IS CANCELLED.
      *                     A TRIAL RUN ONLY DISPLAYS WHAT IS DUE.
      *    2026-10-15  RJM  A TRIAL RUN NOW CLEARS THE PERIOD'S
      *                     PAYROLL_TRIAL ROWS AND WRITES ONE ROW PER
      *                     EMPLOYEE WITH THE REGISTER FIGURES, THE
      *                     PAY BASIS AND WHETHER THE FIRST MONTH WAS
      *                     PRORATED, SO COBRPT73 CAN CHECK EACH NET
      *                     AGAINST THE LAST POSTED MONTH BEFORE THE
      *                     LIVE RUN. A LIVE RUN IS UNCHANGED.
      *    2026-10-15  RJM  RECOVER STAFF LOANS AND SALARY ADVANCES -
      *                     WHEN THE DEDPRIORITY-ORDERED TAKE REACHES
      *                     A DEDTYPE 'L' ENROLLMENT, EACH ACTIVE
      *                     EMP_LOAN ON THAT CODE (COBLONMN) FIRST
      *                     ACCRUES ONE MONTH'S INTEREST, THEN GIVES
      *                     UP THE LESSER OF ITS INSTALLMENT AND ITS
      *                     BALANCE DOWN TO THE PROTECTED MINIMUM
      *                     NET. A LIVE RUN REDUCES THE BALANCE,
      *                     CLEARS A PAID-OFF LOAN AND LEDGERS EVERY
      *                     MOVEMENT TO LOAN_LEDGER; A SHORT MONTH
      *                     LEAVES THE REST ON THE BALANCE INSTEAD
      *                     OF ON DED_ARREARS. THE HAND-KEYED
      *                     MONTHLY OVERRIDE IS NO LONGER NEEDED.
      *    2026-10-15  RJM  PAY HOURLY CONTRACTORS FROM APPROVED
      *                     HOURS - AN EMPLOYEE WHOSE EMP_PAY_RATE
      *                     BASIS AT MONTH END IS 'H' (COBRATMN) NO
      *                     LONGER DRAWS SALARY/12, PRORATION OR
      *                     LOP; GROSS IS EVERY SIGNED-OFF
      *                     TIMESHEET_WEEK (COBTWSMN) UP TO MONTH
      *                     END PRICED AT THE HOURLY RATE IN FORCE
      *                     ON ITS WEEK DATE, LESS HOURS ALREADY
      *                     PAID. A LIVE RUN STAMPS PAID_HOURS AND
      *                     PAID_YM ON THE WEEK IN THE PAYROLL ROW'S
      *                     UNIT OF WORK. WEEKS NOT YET SIGNED OFF
      *                     ARE LEFT FOR A LATER PERIOD AND PRINTED
      *                     AS PENDING ON THE TRIAL REGISTER. THE
      *                     HOURLY GROSS RUNS THROUGH THE SAME
      *                     DEDUCTION, TAX BRACKET, WITHHOLDING AND
      *                     NETPAY PATH AS SALARIED PAY, SO COBBNKXT
      *                     EXTRACTS IT UNCHANGED.
      *    2026-10-15  RJM  LINKAGE PERIOD RENAMED PAYRN-PYEARMONTH -
      *                     IT CLASHED WITH THE PAYROLL AND PAY_PERIOD
      *                     DCLGEN FIELDS OF THE SAME NAME.
      *    2026-09-02  RJM  HONOR DEDSTARTDATE ON THE ENROLLMENT
      *                     CURSOR - A FUTURE-DATED ELECTION (THE
      *                     OPEN-ENROLLMENT BATCH DATES THE WHOLE
           10 WS-TRC-NET          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(56).

       01  WS-TRIAL-PENDING-LINE.
           10 FILLER              PIC X(2).
           10 WS-TRP-DEPT         PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-TRP-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(22)
                VALUE 'PENDING SIGN-OFF WEEK'.
           10 WS-TRP-WEEK         PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-TRP-HOURS        PIC ZZ,ZZ9.99-.
           10 FILLER              PIC X(6)   VALUE ' HOURS'.
           10 FILLER              PIC X(67).

      ******************************************************************
      * VARIABLES FOR THE COMMIT-POINT CHECKPOINT AND RESTART
      ******************************************************************
       01  WS-WRKDY-MSG           PIC X(30).
       01  WS-MONTH-DAYS          PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-WORKED-DAYS         PIC S9(4) USAGE COMP VALUE ZERO.
       77  WS-PRORATED-SWITCH     PIC X          VALUE SPACES.
               88  WS-PRORATED                   VALUE 'Y'.

      ******************************************************************
      * VARIABLES FOR THE HOURLY PAY BASIS - THE PERIOD'S LAST DAY IS
      * SET ONCE; THE BASIS IN FORCE ON IT DECIDES HOW THE EMPLOYEE
      * IS PAID, AND EACH SIGNED-OFF WEEK IS PRICED AT THE RATE IN
      * FORCE ON ITS OWN WEEK DATE.
      ******************************************************************
       01  WS-MONTH-START         PIC X(10).
       01  WS-MONTH-END           PIC X(10).
       77  WS-PAY-BASIS-SWITCH    PIC X          VALUE SPACES.
               88  WS-HOURLY-BASIS               VALUE 'H'.
       77  WS-RATE-ON-FILE-SW     PIC X          VALUE SPACES.
               88  WS-RATE-ON-FILE               VALUE 'Y'.
       77  END-OF-C4-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C4                     VALUE  'Y'.
       77  END-OF-C5-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C5                     VALUE  'Y'.
       01  WS-WEEKDATE            PIC X(10).
       01  WS-WEEK-HOURS          PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-WEEK-RATE           PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-WEEK-PAY            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-HOURLY-PAY          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-RATE-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-HOURLY-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-PENDING-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR LOAN AND ADVANCE RECOVERY (EMP_LOAN)
      ******************************************************************
       77  END-OF-C6-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C6                     VALUE  'Y'.
       01  WS-LOANNO              PIC S9(4) USAGE COMP.
       01  WS-LOAN-BALANCE        PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOAN-INSTALLMENT    PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOAN-INTRATE        PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-LOAN-INT-YM         PIC X(6).
       01  WS-LOAN-INTEREST       PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOAN-STATUS         PIC X(1).
       01  WS-LEDGER-TYPE         PIC X(1).
       01  WS-LEDGER-AMOUNT       PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOAN-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-LOAN-RECOVERED      PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR LEAVE ENCASHMENT (LEAVE_ENCASH)
      ******************************************************************
       77  END-OF-C7-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C7                     VALUE  'Y'.
       01  WS-ENC-LTYPE           PIC X(2).
       01  WS-ENC-ENCYEAR         PIC X(4).
       01  WS-ENC-DAYS            PIC S9(4) USAGE COMP.
       01  WS-ENC-FLAG            PIC X(1).
       01  WS-ENC-MINBAL          PIC S9(4) USAGE COMP.
       01  WS-ENC-BALANCE         PIC S9(4) USAGE COMP.
       01  WS-ENC-BAL-AFTER       PIC S9(4) USAGE COMP.
       01  WS-ENC-PRIOR-BAL       PIC S9(4) USAGE COMP.
       01  WS-ENC-LV-AFTER        PIC S9(4) USAGE COMP.
       01  WS-ENC-WORKDAYS        PIC S9(4) USAGE COMP.
       01  WS-ENC-RATE            PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-ENC-AMOUNT          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ENC-PAY             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ENCASH-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-ENCASH-CANCELLED    PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-ENCASH-TOTAL        PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR THE EMPLOYER-SIDE CONTRIBUTION LEDGER
                EXEC SQL INCLUDE DEDARRS
                END-EXEC.

                EXEC SQL INCLUDE PAYRATE
                END-EXEC.

                EXEC SQL INCLUDE TIMESIGN
                END-EXEC.

                EXEC SQL INCLUDE EMPLOAN
                END-EXEC.

                EXEC SQL INCLUDE LOANLEDG
                END-EXEC.

                EXEC SQL INCLUDE PAYTRIAL
                END-EXEC.

                EXEC SQL INCLUDE LEAVTYP
                END-EXEC.

                EXEC SQL INCLUDE LEAVTBAL
                END-EXEC.

                EXEC SQL INCLUDE LVENCASH
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      * C1 IS HELD ACROSS COMMITS AND RESUMES PAST THE CHECKPOINT ON
      * A RESTART - WS-RESTART-EMPNO IS SPACES ON A NORMAL RUN, SO
      * EVERY EMPNO QUALIFIES.
      ******************************************************************
      ******************************************************************
      * C1 ALSO HOLDS BACK ANY EMPLOYEE WITH AN EMP_DOCUMENT ROW WHOSE
      * EXPIRY DATE HAS PASSED - NO RIGHT TO WORK, NO PAY UNTIL THE
      * DOCUMENT IS RENEWED ON COBDOCMN (SEE COBRPT79).
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR WITH HOLD
                  SELECT
                          (SELECT 1
                             FROM EMP_TERMINATION T
                            WHERE T.EMPNO = EMP.EMPNO)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM EMP_DOCUMENT X
                            WHERE X.EMPNO = EMP.EMPNO
                              AND X.EXPIRY_DATE < CURRENT DATE)
                    ORDER BY EMP.EMPNO
                END-EXEC.

                    ORDER BY B.SUBID, B.BANDNO
                END-EXEC.

      ******************************************************************
      * C4 - THE CURRENT EMPLOYEE'S SIGNED-OFF TIMESHEET WEEKS UP TO
      * THE PERIOD'S LAST DAY THAT STILL HOLD UNPAID HOURS, EACH WITH
      * THE HOURLY RATE IN FORCE ON ITS WEEK DATE. A WEEK WORKED
      * BEFORE THE EMPLOYEE WENT HOURLY HAS NO 'H' RATE IN FORCE AND
      * IS NEVER PAID BY THE HOUR. THE HOURS ARE ACCHOURS LESS
      * PAID_HOURS, SO A CORRECTED WEEK PAYS ONLY ITS DELTA.
      ******************************************************************
                EXEC SQL DECLARE C4 CURSOR
                  SELECT
                      CHAR(W.WEEKDATE, ISO),
                      W.ACCHOURS - W.PAID_HOURS,
                      R.HOURLY_RATE
                    FROM TIMESHEET_WEEK W
                    INNER JOIN EMP_PAY_RATE R
                      ON R.EMPNO = W.EMPNO
                     AND R.EFFDATE =
                         (SELECT MAX(R2.EFFDATE)
                            FROM EMP_PAY_RATE R2
                           WHERE R2.EMPNO = W.EMPNO
                             AND R2.EFFDATE <= W.WEEKDATE)
                    WHERE W.EMPNO = :WS-EMPNO
                      AND W.SIGNOFF = 'Y'
                      AND W.WEEKDATE <= DATE(:WS-MONTH-END)
                      AND W.ACCHOURS <> W.PAID_HOURS
                      AND R.PAYBASIS = 'H'
                    ORDER BY W.WEEKDATE
                END-EXEC.

      ******************************************************************
      * C5 - THE SAME WEEKS STILL AWAITING SIGN-OFF. THEY ARE NOT
      * PAID THIS PERIOD; THE TRIAL REGISTER LISTS THEM SO THE
      * APPROVERS CAN CLEAR THEM BEFORE THE LIVE RUN.
      ******************************************************************
                EXEC SQL DECLARE C5 CURSOR
                  SELECT
                      CHAR(W.WEEKDATE, ISO),
                      W.ACCHOURS - W.PAID_HOURS
                    FROM TIMESHEET_WEEK W
                    INNER JOIN EMP_PAY_RATE R
                      ON R.EMPNO = W.EMPNO
                     AND R.EFFDATE =
                         (SELECT MAX(R2.EFFDATE)
                            FROM EMP_PAY_RATE R2
                           WHERE R2.EMPNO = W.EMPNO
                             AND R2.EFFDATE <= W.WEEKDATE)
                    WHERE W.EMPNO = :WS-EMPNO
                      AND W.SIGNOFF = 'N'
                      AND W.WEEKDATE <= DATE(:WS-MONTH-END)
                      AND W.ACCHOURS <> W.PAID_HOURS
                      AND R.PAYBASIS = 'H'
                    ORDER BY W.WEEKDATE
                END-EXEC.

      ******************************************************************
      * C6 - THE CURRENT EMPLOYEE'S ACTIVE LOANS ON THE LOAN RECOVERY
      * CODE JUST REACHED, WHOSE RECOVERY HAS STARTED, OLDEST FIRST.
      ******************************************************************
                EXEC SQL DECLARE C6 CURSOR
                  SELECT
                      LOANNO,
                      BALANCE,
                      INSTALLMENT,
                      INTRATE,
                      COALESCE(LAST_INT_YM, ' ')
                    FROM EMP_LOAN
                    WHERE EMPNO    = :WS-EMPNO
                      AND DEDCODE  = :WS-DEDCODE
                      AND LSTATUS  = 'A'
                      AND START_YM <= :WS-PYEARMONTH
                    ORDER BY LOANNO
                END-EXEC.

      ******************************************************************
      * C7 - THE CURRENT EMPLOYEE'S LEAVE ENCASHMENT REQUESTS STILL
      * WAITING TO BE PAID, WITH THEIR TYPE'S ENCASHMENT RULES AS
      * THEY STAND TODAY.
      ******************************************************************
                EXEC SQL DECLARE C7 CURSOR
                  SELECT
                      N.LTYPE,
                      N.ENCYEAR,
                      N.ENCDAYS,
                      COALESCE(T.ENCASHFLAG, 'N'),
                      COALESCE(T.ENCASHMINBAL, 0)
                    FROM LEAVE_ENCASH N
                    INNER JOIN LEAVE_TYPE T
                      ON T.LTYPE = N.LTYPE
                    WHERE N.EMPNO   = :WS-EMPNO
                      AND N.ESTATUS = 'R'
                    ORDER BY N.ENCYEAR, N.LTYPE
                END-EXEC.

      /
       LINKAGE SECTION.
       01  PAYRN-PYEARMONTH       PIC X(6).
       01  RUNMODE                PIC X(1).

       PROCEDURE DIVISION USING PAYRN-PYEARMONTH, RUNMODE.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                MOVE PAYRN-PYEARMONTH TO WS-PYEARMONTH.
                MOVE RUNMODE    TO WS-RUN-MODE.

                DISPLAY 'PAYROLL RUN FOR PERIOD = ' WS-PYEARMONTH.
      *         PERIOD STATE - THAT IS ITS POINT.
                IF WS-TRIAL-MODE
                   MOVE 'Y' TO WS-PERIOD-OK-SWITCH
                   PERFORM 1550-CLEAR-TRIAL-ROWS
                   THRU    1550-EXIT
                ELSE
                   PERFORM 1500-CHECK-PERIOD
                   THRU    1500-EXIT
                PERFORM 1600-LOAD-TAX-BRACKETS
                THRU    1600-EXIT.

                PERFORM 1700-SET-MONTH-END
                THRU    1700-EXIT.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                DISPLAY 'EMPLOYEES PAID = ' WS-PAYROLL-COUNT.
                DISPLAY 'EMPLOYER CONTRIBUTIONS POSTED = '
                        WS-CONTRIB-COUNT.
                DISPLAY 'HOURLY WEEKS PAID = ' WS-HOURLY-COUNT.
                DISPLAY 'HOURLY WEEKS PENDING SIGN-OFF = '
                        WS-PENDING-COUNT.
                DISPLAY 'LOAN INSTALLMENTS RECOVERED = '
                        WS-LOAN-COUNT ' TOTAL ' WS-LOAN-RECOVERED.
                DISPLAY 'LEAVE ENCASHMENTS PAID = '
                        WS-ENCASH-COUNT ' TOTAL ' WS-ENCASH-TOTAL.
                DISPLAY 'LEAVE ENCASHMENTS CANCELLED = '
                        WS-ENCASH-CANCELLED.

                PERFORM 8000-LOG-RUN-END
                THRU    8000-EXIT.
       1500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1550-CLEAR-TRIAL-ROWS - A TRIAL REPLACES WHATEVER AN EARLIER
      * TRIAL OF THE SAME PERIOD LEFT ON PAYROLL_TRIAL.
      ******************************************************************
       1550-CLEAR-TRIAL-ROWS.

                EXEC SQL
                    DELETE FROM PAYROLL_TRIAL
                     WHERE PYEARMONTH = :WS-PYEARMONTH
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       1550-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1600-LOAD-TAX-BRACKETS - LOAD EVERY SUBSIDIARY'S LATEST
       1650-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1700-SET-MONTH-END - THE PERIOD'S FIRST AND LAST DAY. THE LAST
      * DAY DECIDES EACH EMPLOYEE'S PAY BASIS AND BOUNDS THE TIMESHEET
      * WEEKS AN HOURLY EMPLOYEE IS PAID FOR.
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
      * 2000-PROCESS

                PERFORM 2200-FETCH-CURSOR
                THRU    2200-EXIT
                UNTIL END-OF-C1.

                PERFORM 2300-CLOSE-CURSOR
                THRU    2300-EXIT.
      * 2400-COMPUTE-PAY - SALARYPAID IS 1/12 OF ANNUAL SALARY;
      * BONUSPAID/COMMPAID ARE THE FULL ANNUAL BONUS/COMM ON FILE FOR
      * THE PERIOD. LOP IS PULLED FROM THE EMPLOYEE'S LEAVE BALANCE
      * FOR THIS SAME PYEARMONTH BY 2450-GET-LOP-FROM-LEAVE. AN
      * HOURLY EMPLOYEE DRAWS NO TWELFTH, PRORATION OR LOP - HOURS
      * NOT WORKED ARE SIMPLY NOT PAID. ANY EMPLOYEE WITH A PAY RATE
      * ON FILE IS ALSO PAID THE SIGNED-OFF HOURLY WEEKS NOT YET
      * PAID, SO A WEEK SIGNED OFF AFTER A SWITCH BACK TO SALARY IS
      * STILL PAID. THE HOURLY PAY IS CARRIED IN SALARYPAID.
      ******************************************************************
       2400-COMPUTE-PAY.

                PERFORM 2420-GET-PAY-BASIS
                THRU    2420-EXIT.

                MOVE ZERO TO WS-SALARYPAID
                             WS-LOP
                             WS-LOP-AMOUNT
                             WS-HOURLY-PAY.
                MOVE SPACES TO WS-PRORATED-SWITCH.

                IF NOT WS-HOURLY-BASIS
                   COMPUTE WS-SALARYPAID ROUNDED = WS-SALARY / 12
                   PERFORM 2455-PRORATE-FIRST-MONTH
                   THRU    2455-EXIT
                   PERFORM 2450-GET-LOP-FROM-LEAVE
                   THRU    2450-EXIT
                   IF WS-LOP GREATER THAN ZERO
                      AND WS-WORKINGDAYS GREATER THAN ZERO
                      COMPUTE WS-LOP-AMOUNT ROUNDED =
                              WS-SALARYPAID / WS-WORKINGDAYS * WS-LOP
                   END-IF
                END-IF.

                MOVE WS-BONUS TO WS-BONUSPAID.
                MOVE WS-COMM  TO WS-COMMPAID.

                IF WS-RATE-ON-FILE
                   PERFORM 2430-COMPUTE-HOURLY-PAY
                   THRU    2430-EXIT
                   ADD WS-HOURLY-PAY TO WS-SALARYPAID
                END-IF.

      *         THE TAX BRACKETS APPLY TO WHAT THE PERIOD ACTUALLY
                        WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID
                        - WS-LOP-AMOUNT - WS-DEDUCTTOT.

      *         ENCASHMENT GOES ON ITS OWN ROW, AHEAD OF THE NORMAL
      *         ROW SO BOTH COMMIT AT THE SAME CHECKPOINT.
                PERFORM 2800-PAY-ENCASHMENTS
                THRU    2800-EXIT.

                IF WS-TRIAL-MODE
                   PERFORM 2590-PRINT-TRIAL-LINE
                   THRU    2590-EXIT
                   PERFORM 2592-SAVE-TRIAL-ROW
                   THRU    2592-EXIT
                   IF WS-RATE-ON-FILE
                      PERFORM 2440-LIST-PENDING-WEEKS
                      THRU    2440-EXIT
                   END-IF
                   ADD 1 TO WS-PAYROLL-COUNT
                   GO TO 2400-EXIT
                END-IF.

                IF WS-RATE-ON-FILE
                   PERFORM 2440-LIST-PENDING-WEEKS
                   THRU    2440-EXIT
                END-IF.

                MOVE ZERO TO WS-RETRY-COUNT.

                PERFORM 2600-INSERT-PAYROLL
       2590-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2592-SAVE-TRIAL-ROW - KEEP THE EMPLOYEE'S REGISTER FIGURES ON
      * PAYROLL_TRIAL FOR COBRPT73. WS-GROSS WAS SET BY 2590.
      ******************************************************************
       2592-SAVE-TRIAL-ROW.

                MOVE WS-EMPNO      TO PT-EMPNO.
                MOVE WS-PYEARMONTH TO PT-PYEARMONTH.
                MOVE WS-WORKDEPT   TO PT-WORKDEPT.
                IF WS-HOURLY-BASIS
                   MOVE 'H' TO PT-PAYBASIS
                ELSE
                   MOVE 'S' TO PT-PAYBASIS
                END-IF.
                MOVE WS-SALARYPAID TO PT-SALARYPAID.
                MOVE WS-GROSS      TO PT-GROSSPAY.
                MOVE WS-LOP        TO PT-LOP.
                MOVE WS-LOP-AMOUNT TO PT-LOPAMOUNT.
                MOVE WS-DEDUCTTOT  TO PT-DEDUCTTOT.
                MOVE WS-NETPAY     TO PT-NETPAY.
                IF WS-PRORATED
                   MOVE 'Y' TO PT-PRORATED
                ELSE
                   MOVE 'N' TO PT-PRORATED
                END-IF.

                EXEC SQL
                    INSERT INTO PAYROLL_TRIAL
                         (EMPNO, PYEARMONTH, WORKDEPT, PAYBASIS,
                          SALARYPAID, GROSSPAY, LOP, LOPAMOUNT,
                          DEDUCTTOT, NETPAY, PRORATED, TRIAL_TS)
                    VALUES
                         (:PT-EMPNO, :PT-PYEARMONTH, :PT-WORKDEPT,
                          :PT-PAYBASIS, :PT-SALARYPAID, :PT-GROSSPAY,
                          :PT-LOP, :PT-LOPAMOUNT, :PT-DEDUCTTOT,
                          :PT-NETPAY, :PT-PRORATED, CURRENT TIMESTAMP)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2592-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2595-FIND-DEPT-TOTAL
                COMPUTE WS-SALARYPAID ROUNDED =
                        WS-SALARYPAID * WS-WORKED-DAYS
                        / WS-MONTH-DAYS.
                MOVE 'Y' TO WS-PRORATED-SWITCH.

                DISPLAY 'FIRST MONTH PRORATED FOR ' WS-EMPNO
                        ' - ' WS-WORKED-DAYS ' OF '

      /
      ******************************************************************
      * 2420-GET-PAY-BASIS - THE EMPLOYEE'S EMP_PAY_RATE ROW IN FORCE
      * ON THE PERIOD'S LAST DAY. NO ROW AT ALL MEANS SALARIED AND NO
      * HOURLY WEEKS TO LOOK FOR; A ROW FUTURE-DATED PAST THE PERIOD
      * STILL MARKS THE EMPLOYEE AS HAVING A RATE ON FILE.
      ******************************************************************
       2420-GET-PAY-BASIS.

                MOVE 'S'    TO WS-PAY-BASIS-SWITCH.
                MOVE SPACES TO WS-RATE-ON-FILE-SW.

                EXEC SQL
                    SELECT R.PAYBASIS
                      INTO :RT-PAYBASIS
                      FROM EMP_PAY_RATE R
                     WHERE R.EMPNO = :WS-EMPNO
                       AND R.EFFDATE =
                           (SELECT MAX(R2.EFFDATE)
                              FROM EMP_PAY_RATE R2
                             WHERE R2.EMPNO = R.EMPNO
                               AND R2.EFFDATE <= DATE(:WS-MONTH-END))
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y'         TO WS-RATE-ON-FILE-SW
                         MOVE RT-PAYBASIS TO WS-PAY-BASIS-SWITCH
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-RATE-ON-FILE
                   GO TO 2420-EXIT
                END-IF.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-RATE-COUNT
                      FROM EMP_PAY_RATE
                     WHERE EMPNO = :WS-EMPNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-RATE-COUNT GREATER THAN ZERO
                            MOVE 'Y' TO WS-RATE-ON-FILE-SW
                         END-IF
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2420-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2430-COMPUTE-HOURLY-PAY - PRICE EVERY SIGNED-OFF, UNPAID
      * HOURLY WEEK UP TO MONTH END (CURSOR C4) INTO WS-HOURLY-PAY.
      ******************************************************************
       2430-COMPUTE-HOURLY-PAY.

                MOVE SPACES TO END-OF-C4-SWITCH.

                EXEC SQL
                  OPEN  C4
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2435-FETCH-HOURLY-WEEK
                THRU    2435-EXIT
                UNTIL END-OF-C4.

                EXEC SQL
                  CLOSE  C4
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2430-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2435-FETCH-HOURLY-WEEK - ONE WEEK'S UNPAID HOURS AT ITS RATE.
      * A LIVE RUN STAMPS THE HOURS PAID ON THE WEEK IN THE SAME UNIT
      * OF WORK AS THE PAYROLL ROW, SO A RESTART PAST THE CHECKPOINT
      * CANNOT PAY THE WEEK AGAIN. A TRIAL STAMPS NOTHING.
      ******************************************************************
       2435-FETCH-HOURLY-WEEK.

                EXEC SQL
                    FETCH C4
                    INTO  :WS-WEEKDATE,
                          :WS-WEEK-HOURS,
                          :WS-WEEK-RATE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C4-SWITCH
                         GO TO 2435-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                COMPUTE WS-WEEK-PAY ROUNDED =
                        WS-WEEK-HOURS * WS-WEEK-RATE.
                ADD WS-WEEK-PAY TO WS-HOURLY-PAY.
                ADD 1           TO WS-HOURLY-COUNT.

                IF WS-TRIAL-MODE
                   GO TO 2435-EXIT
                END-IF.

                EXEC SQL
                    UPDATE TIMESHEET_WEEK
                       SET PAID_HOURS = PAID_HOURS + :WS-WEEK-HOURS,
                           PAID_YM    = :WS-PYEARMONTH
                     WHERE EMPNO    = :WS-EMPNO
                       AND WEEKDATE = DATE(:WS-WEEKDATE)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2435-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2440-LIST-PENDING-WEEKS - COUNT THE EMPLOYEE'S HOURLY WEEKS
      * STILL AWAITING SIGN-OFF (CURSOR C5). A TRIAL PRINTS EACH ONE
      * UNDER THE EMPLOYEE'S REGISTER LINE.
      ******************************************************************
       2440-LIST-PENDING-WEEKS.

                MOVE SPACES TO END-OF-C5-SWITCH.

                EXEC SQL
                  OPEN  C5
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2445-FETCH-PENDING-WEEK
                THRU    2445-EXIT
                UNTIL END-OF-C5.

                EXEC SQL
                  CLOSE  C5
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2440-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2445-FETCH-PENDING-WEEK
      ******************************************************************
       2445-FETCH-PENDING-WEEK.

                EXEC SQL
                    FETCH C5
                    INTO  :WS-WEEKDATE,
                          :WS-WEEK-HOURS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-PENDING-COUNT
                         IF WS-TRIAL-MODE
                            MOVE WS-WORKDEPT   TO WS-TRP-DEPT
                            MOVE WS-EMPNO      TO WS-TRP-EMPNO
                            MOVE WS-WEEKDATE   TO WS-TRP-WEEK
                            MOVE WS-WEEK-HOURS TO WS-TRP-HOURS
                            PRINT WS-TRIAL-PENDING-LINE
                         END-IF
                    WHEN +100
                         MOVE 'Y' TO END-OF-C5-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2445-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2460-COMPUTE-DEDUCTIONS - TOTAL THE EMPLOYEE'S ACTIVE
      * DEDUCTIONS FOR THE PERIOD. EACH ENROLLMENT TAKES ITS
      * PER-EMPLOYEE OVERRIDE IF ONE IS ON FILE, OTHERWISE THE
      * MASTER'S PERCENT OF SALARYPAID, OTHERWISE THE MASTER'S FLAT
      * AMOUNT. AN EMPLOYEE WITH NO ENROLLMENTS DEDUCTS NOTHING.
      ******************************************************************
       2460-COMPUTE-DEDUCTIONS.

                MOVE ZERO   TO WS-DEDUCTTOT.
                MOVE SPACES TO END-OF-C2-SWITCH.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2470-FETCH-DEDUCTION
                THRU    2470-EXIT
                UNTIL END-OF-C2.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2460-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2470-FETCH-DEDUCTION
      ******************************************************************
       2470-FETCH-DEDUCTION.

                MOVE ZERO   TO WS-DEDPERCENT
                               WS-DEDAMOUNT
                               WS-DEDOVERRIDE
                               WS-ERPERCENT
                               WS-ERAMOUNT.
                MOVE SPACES TO WS-DEDTYPE
                               WS-DEDCODE.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-DEDCODE,
                          :WS-DEDTYPE,
                          :WS-DEDPERCENT,
                          :WS-DEDAMOUNT,
                          :WS-DEDOVERRIDE,
                          :WS-ERPERCENT,
                          :WS-ERAMOUNT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2480-APPLY-DEDUCTION
                         THRU    2480-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2470-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2480-APPLY-DEDUCTION - A DEDTYPE 'T' (TAX) ENROLLMENT IS
      * PRICED THROUGH THE SUBSIDIARY'S PROGRESSIVE TAX SCALE; EVERY
      * OTHER TYPE KEEPS THE OVERRIDE/PERCENT/FLAT CONVENTION. A
      * SUBSIDIARY WITH NO SCALE ON FILE FALLS BACK TO THE CATALOG'S
      * FLAT FIGURES SO THE RUN NEVER TAKES ZERO TAX BY ACCIDENT.
      ******************************************************************
       2480-APPLY-DEDUCTION.

      *         A LOAN RECOVERY CODE CARRIES NO AMOUNT OF ITS OWN -
      *         ITS TAKE IS THE INSTALLMENTS OF THE LOANS ON IT.
                IF WS-DEDTYPE = 'L'
                   PERFORM 2490-RECOVER-LOANS
                   THRU    2490-EXIT
                   GO TO 2480-EXIT
                END-IF.

                PERFORM 2489-POST-ER-CONTRIB
                THRU    2489-EXIT.

                IF WS-DEDTYPE = 'T'
                   PERFORM 2485-COMPUTE-BRACKET-TAX
                   THRU    2485-EXIT
                   IF WS-TAX-BAND-FOUND
                      MOVE WS-TAX-AMOUNT TO WS-DED-AMOUNT
                      PERFORM 2482-PRIORITY-TAKE
                      THRU    2482-EXIT
                      GO TO 2480-EXIT
                   END-IF
                END-IF.

                EVALUATE TRUE
                    WHEN WS-DEDOVERRIDE GREATER THAN ZERO
                         MOVE WS-DEDOVERRIDE TO WS-DED-AMOUNT
                    WHEN WS-DEDPERCENT GREATER THAN ZERO
                         COMPUTE WS-DED-AMOUNT ROUNDED =
                                 WS-SALARYPAID * WS-DEDPERCENT / 100
                    WHEN OTHER
                         MOVE WS-DEDAMOUNT   TO WS-DED-AMOUNT
                END-EVALUATE.

                PERFORM 2482-PRIORITY-TAKE
                THRU    2482-EXIT.

       2480-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2482-PRIORITY-TAKE - THE ENROLLMENT'S WANT IS THIS PERIOD'S
      * AMOUNT PLUS ANY ARREARS CARRIED FROM EARLIER PERIODS. THE
      * TAKE IS CAPPED AT WHAT REMAINS OF THE GROSS ABOVE THE
      * PROTECTED MINIMUM NET - THE CURSOR DELIVERS ENROLLMENTS IN
      * PRIORITY ORDER, SO THE MANDATED CODES DRAIN THE POOL FIRST.
      * WHAT COULD NOT BE TAKEN GOES BACK ON DED_ARREARS.
      ******************************************************************
       2482-PRIORITY-TAKE.

                PERFORM 2483-GET-ARREARS
                THRU    2483-EXIT.

                COMPUTE WS-WANTED =
                        WS-DED-AMOUNT + WS-OLD-ARREARS.

                IF WS-WANTED NOT GREATER THAN ZERO
                   GO TO 2482-EXIT
                END-IF.

                COMPUTE WS-AVAILABLE =
                        WS-TAXABLE-GROSS - WS-PROTECTED-MIN
                        - WS-DEDUCTTOT.

                IF WS-AVAILABLE LESS THAN ZERO

      /
      ******************************************************************
      * 2490-RECOVER-LOANS - RECOVER EVERY ACTIVE LOAN ON THE LOAN
      * RECOVERY CODE THE PRIORITY-ORDERED TAKE HAS JUST REACHED.
      ******************************************************************
       2490-RECOVER-LOANS.

                MOVE SPACES TO END-OF-C6-SWITCH.

                EXEC SQL
                  OPEN  C6
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2495-RECOVER-LOAN
                THRU    2495-EXIT
                UNTIL END-OF-C6.

                EXEC SQL
                  CLOSE  C6
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2490-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2495-RECOVER-LOAN - ONE MONTH'S SIMPLE INTEREST (ANNUAL RATE
      * OVER TWELVE) IS ADDED ONCE PER PERIOD, THEN THE INSTALLMENT -
      * OR THE BALANCE, IF SMALLER - IS TAKEN AS FAR AS THE GROSS
      * ABOVE THE PROTECTED MINIMUM NET ALLOWS. WHAT IS NOT TAKEN
      * STAYS ON THE BALANCE. A TRIAL PRICES THE TAKE BUT MOVES
      * NOTHING.
      ******************************************************************
       2495-RECOVER-LOAN.

                EXEC SQL
                    FETCH C6
                    INTO  :WS-LOANNO,
                          :WS-LOAN-BALANCE,
                          :WS-LOAN-INSTALLMENT,
                          :WS-LOAN-INTRATE,
                          :WS-LOAN-INT-YM
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C6-SWITCH
                         GO TO 2495-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE ZERO TO WS-LOAN-INTEREST.

                IF WS-LOAN-INTRATE GREATER THAN ZERO
                   AND WS-LOAN-INT-YM LESS THAN WS-PYEARMONTH
                   COMPUTE WS-LOAN-INTEREST ROUNDED =
                           WS-LOAN-BALANCE * WS-LOAN-INTRATE / 1200
                   ADD WS-LOAN-INTEREST TO WS-LOAN-BALANCE
                   IF WS-LOAN-INTEREST GREATER THAN ZERO
                      MOVE 'I'              TO WS-LEDGER-TYPE
                      MOVE WS-LOAN-INTEREST TO WS-LEDGER-AMOUNT
                      PERFORM 2498-POST-LOAN-LEDGER
                      THRU    2498-EXIT
                   END-IF
                END-IF.

                IF WS-LOAN-INSTALLMENT GREATER THAN WS-LOAN-BALANCE
                   MOVE WS-LOAN-BALANCE     TO WS-WANTED
                ELSE
                   MOVE WS-LOAN-INSTALLMENT TO WS-WANTED
                END-IF.

                COMPUTE WS-AVAILABLE =
                        WS-TAXABLE-GROSS - WS-PROTECTED-MIN
                        - WS-DEDUCTTOT.

                IF WS-AVAILABLE LESS THAN ZERO
                   MOVE ZERO TO WS-AVAILABLE
                END-IF.

                IF WS-WANTED GREATER THAN WS-AVAILABLE
                   MOVE WS-AVAILABLE TO WS-TAKE
                ELSE
                   MOVE WS-WANTED    TO WS-TAKE
                END-IF.

                ADD WS-TAKE      TO WS-DEDUCTTOT.
                SUBTRACT WS-TAKE FROM WS-LOAN-BALANCE.

                IF WS-TAKE GREATER THAN ZERO
                   ADD 1        TO WS-LOAN-COUNT
                   ADD WS-TAKE  TO WS-LOAN-RECOVERED
                   MOVE 'R'     TO WS-LEDGER-TYPE
                   MOVE WS-TAKE TO WS-LEDGER-AMOUNT
                   PERFORM 2498-POST-LOAN-LEDGER
                   THRU    2498-EXIT
                END-IF.

                IF WS-TRIAL-MODE
                   GO TO 2495-EXIT
                END-IF.

                IF WS-LOAN-BALANCE GREATER THAN ZERO
                   MOVE 'A' TO WS-LOAN-STATUS
                ELSE
                   MOVE 'C' TO WS-LOAN-STATUS
                END-IF.

                EXEC SQL
                    UPDATE EMP_LOAN
                       SET BALANCE     = :WS-LOAN-BALANCE,
                           LAST_INT_YM = :WS-PYEARMONTH,
                           LSTATUS     = :WS-LOAN-STATUS
                     WHERE EMPNO  = :WS-EMPNO
                       AND LOANNO = :WS-LOANNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2495-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2498-POST-LOAN-LEDGER - ONE LOAN_LEDGER MOVEMENT CARRYING THE
      * BALANCE AS IT STANDS AFTER IT. A TRIAL LEDGERS NOTHING.
      ******************************************************************
       2498-POST-LOAN-LEDGER.

                IF WS-TRIAL-MODE
                   GO TO 2498-EXIT
                END-IF.

                EXEC SQL
                    INSERT INTO LOAN_LEDGER
                         (EMPNO, LOANNO, PYEARMONTH, TXNTYPE,
                          AMOUNT, BALANCE_AFTER, POSTED_TS)
                    VALUES
                         (:WS-EMPNO, :WS-LOANNO, :WS-PYEARMONTH,
                          :WS-LEDGER-TYPE, :WS-LEDGER-AMOUNT,
                          :WS-LOAN-BALANCE, CURRENT TIMESTAMP)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2498-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2485-COMPUTE-BRACKET-TAX - WALK THE LOADED SCALE AND TAKE THE
      * MARGINAL RATE ON THE SLICE OF THE PERIOD'S TAXABLE GROSS
      * INSIDE EACH OF THE EMPLOYEE'S SUBSIDIARY'S BANDS.
      ******************************************************************
       2485-COMPUTE-BRACKET-TAX.

                MOVE ZERO   TO WS-TAX-AMOUNT.
                MOVE SPACES TO WS-TAX-BAND-SWITCH.

                IF WS-TAXBRKT-COUNT = ZERO
                   GO TO 2485-EXIT
                END-IF.

                PERFORM 2486-APPLY-TAX-BAND
                THRU    2486-EXIT
                VARYING TB-IDX FROM 1 BY 1
                UNTIL   TB-IDX GREATER THAN WS-TAXBRKT-COUNT.

       2485-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2486-APPLY-TAX-BAND - A ZERO CEILING MARKS THE UNBOUNDED TOP
      * BAND. A BAND WHOLLY ABOVE THE TAXABLE GROSS TAKES NOTHING.
      ******************************************************************
       2486-APPLY-TAX-BAND.

                IF WS-TB-SUBID (TB-IDX) NOT = WS-EMP-SUBID
                   GO TO 2486-EXIT
                END-IF.

                MOVE 'Y' TO WS-TAX-BAND-SWITCH.

                IF WS-TAXABLE-GROSS NOT GREATER THAN
                   WS-TB-FLOOR (TB-IDX)
                   GO TO 2486-EXIT
                END-IF.

                IF WS-TB-CEIL (TB-IDX) GREATER THAN ZERO
                   AND WS-TB-CEIL (TB-IDX) LESS THAN WS-TAXABLE-GROSS
                   MOVE WS-TB-CEIL (TB-IDX) TO WS-BAND-TOP
                ELSE
                   MOVE WS-TAXABLE-GROSS    TO WS-BAND-TOP
                END-IF.

       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-PAY-ENCASHMENTS - PRICE EVERY OPEN ENCASHMENT REQUEST FOR
      * THE EMPLOYEE AND, ON A LIVE RUN, PAY THE TOTAL AS ONE PAYTYPE
      * 'E' PAYROLL ROW. THE DAY RATE IS COBRPT41'S - A TWELFTH OF
      * SALARY OVER THE WORKINGDAYS ON THE LATEST LEAVE ROW, OR OVER
      * THE 21-DAY STANDARD MONTH - SO THE PAYOUT EQUALS THE LIABILITY
      * THE DAYS CARRIED ON THE VALUATION.
      ******************************************************************
       2800-PAY-ENCASHMENTS.

                MOVE ZERO   TO WS-ENC-PAY.
                MOVE SPACES TO END-OF-C7-SWITCH.

                EXEC SQL
                  OPEN  C7
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2810-FETCH-ENCASHMENT
                THRU    2810-EXIT
                UNTIL END-OF-C7.

                EXEC SQL
                  CLOSE  C7
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-ENC-PAY GREATER THAN ZERO
                   AND NOT WS-TRIAL-MODE
                   PERFORM 2870-INSERT-ENCASH-ROW
                   THRU    2870-EXIT
                END-IF.

       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2810-FETCH-ENCASHMENT
      ******************************************************************
       2810-FETCH-ENCASHMENT.

                EXEC SQL
                    FETCH C7
                    INTO  :WS-ENC-LTYPE,
                          :WS-ENC-ENCYEAR,
                          :WS-ENC-DAYS,
                          :WS-ENC-FLAG,
                          :WS-ENC-MINBAL
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2820-PRICE-ENCASHMENT
                         THRU    2820-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C7-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2810-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2820-PRICE-ENCASHMENT - THE RULES ARE CHECKED AGAIN AT PAY
      * TIME: LEAVE TAKEN SINCE THE REQUEST, OR A RULE CHANGED, CAN
      * LEAVE IT NO LONGER COVERED, AND THEN IT IS CANCELLED RATHER
      * THAN PAID FROM A BALANCE THAT IS NOT THERE.
      ******************************************************************
       2820-PRICE-ENCASHMENT.

                MOVE ZERO TO WS-ENC-BALANCE.

                EXEC SQL
                    SELECT LBALANCE
                      INTO :WS-ENC-BALANCE
                      FROM LEAVE_TYPE_BAL
                     WHERE EMPNO = :WS-EMPNO
                       AND LTYPE = :WS-ENC-LTYPE
                       AND LYEARMONTH =
                           (SELECT MAX(LYEARMONTH)
                              FROM LEAVE_TYPE_BAL
                             WHERE EMPNO = :WS-EMPNO
                               AND LTYPE = :WS-ENC-LTYPE)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE ZERO TO WS-ENC-BALANCE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                COMPUTE WS-ENC-BAL-AFTER =
                        WS-ENC-BALANCE - WS-ENC-DAYS.

                PERFORM 2825-GET-DAY-RATE
                THRU    2825-EXIT.

                IF WS-ENC-FLAG NOT = 'Y'
                   OR WS-ENC-BAL-AFTER LESS THAN WS-ENC-MINBAL
                   OR WS-ENC-RATE NOT GREATER THAN ZERO
                   DISPLAY 'LEAVE ENCASHMENT NOT COVERED FOR '
                           WS-EMPNO ' TYPE ' WS-ENC-LTYPE
                           ' DAYS ' WS-ENC-DAYS
                           ' BALANCE ' WS-ENC-BALANCE
                   IF NOT WS-TRIAL-MODE
                      PERFORM 2860-CANCEL-ENCASHMENT
                      THRU    2860-EXIT
                   END-IF
                   GO TO 2820-EXIT
                END-IF.

                COMPUTE WS-ENC-AMOUNT ROUNDED =
                        WS-ENC-DAYS * WS-ENC-RATE.

                ADD WS-ENC-AMOUNT TO WS-ENC-PAY.

                IF WS-TRIAL-MODE
                   DISPLAY 'LEAVE ENCASHMENT DUE FOR ' WS-EMPNO
                           ' TYPE ' WS-ENC-LTYPE
                           ' DAYS ' WS-ENC-DAYS
                           ' AMOUNT ' WS-ENC-AMOUNT
                   GO TO 2820-EXIT
                END-IF.

                PERFORM 2830-POST-TYPED-ENCASH
                THRU    2830-EXIT.

                PERFORM 2840-POST-LEAVE-ENCASH
                THRU    2840-EXIT.

                PERFORM 2850-MARK-ENCASH-PAID
                THRU    2850-EXIT.

                ADD 1             TO WS-ENCASH-COUNT.
                ADD WS-ENC-AMOUNT TO WS-ENCASH-TOTAL.

       2820-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2825-GET-DAY-RATE - THE SAME DAY RATE COBRPT41 VALUES THE
      * LIABILITY AT.
      ******************************************************************
       2825-GET-DAY-RATE.

                MOVE ZERO TO WS-ENC-WORKDAYS.

                EXEC SQL
                    SELECT WORKINGDAYS
                      INTO :WS-ENC-WORKDAYS
                      FROM LEAVE
                     WHERE EMPNO = :WS-EMPNO
                       AND LYEARMONTH =
                           (SELECT MAX(LYEARMONTH)
                              FROM LEAVE
                             WHERE EMPNO = :WS-EMPNO)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE ZERO TO WS-ENC-WORKDAYS
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-ENC-WORKDAYS GREATER THAN ZERO
                   COMPUTE WS-ENC-RATE ROUNDED =
                           WS-SALARY / 12 / WS-ENC-WORKDAYS
                ELSE
                   COMPUTE WS-ENC-RATE ROUNDED =
                           WS-SALARY / 12 / 21
                END-IF.

       2825-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2830-POST-TYPED-ENCASH - THE ENCASHED DAYS LEAVE THE TYPED
      * BALANCE THROUGH LTAKEN ON THE PERIOD'S ROW, THE SAME WAY
      * COBLVREQ POSTS LEAVE TAKEN, SO COBLVACR'S RE-ACCRUAL KEEPS
      * THEM OFF. A PERIOD WITH NO TYPED ROW YET GETS ONE SEEDED FROM
      * THE CARRIED-FORWARD BALANCE.
      ******************************************************************
       2830-POST-TYPED-ENCASH.

                EXEC SQL
                    UPDATE LEAVE_TYPE_BAL
                       SET LTAKEN   = LTAKEN + :WS-ENC-DAYS,
                           LBALANCE = LBALANCE - :WS-ENC-DAYS
                     WHERE EMPNO = :WS-EMPNO
                       AND LTYPE = :WS-ENC-LTYPE
                       AND LYEARMONTH = :WS-PYEARMONTH
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         GO TO 2830-EXIT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-ENC-BALANCE TO WS-ENC-PRIOR-BAL.

                EXEC SQL
                    INSERT INTO LEAVE_TYPE_BAL
                         (EMPNO, LTYPE, LYEARMONTH, LAVAILABLE,
                          LTAKEN, LBALANCE)
                    VALUES
                         (:WS-EMPNO, :WS-ENC-LTYPE, :WS-PYEARMONTH,
                          :WS-ENC-PRIOR-BAL, :WS-ENC-DAYS,
                          :WS-ENC-BAL-AFTER)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2830-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2840-POST-LEAVE-ENCASH - THE SAME DAYS OFF THE AGGREGATE
      * LEAVE ROW FOR THE PERIOD, SEEDED FROM THE LATEST EARLIER ROW
      * WHEN THE PERIOD HAS NONE YET.
      ******************************************************************
       2840-POST-LEAVE-ENCASH.

                EXEC SQL
                    UPDATE LEAVE
                       SET LTAKEN   = LTAKEN + :WS-ENC-DAYS,
                           LBALANCE = LBALANCE - :WS-ENC-DAYS
                     WHERE EMPNO = :WS-EMPNO
                       AND LYEARMONTH = :WS-PYEARMONTH
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         GO TO 2840-EXIT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE ZERO TO WS-ENC-PRIOR-BAL.

                EXEC SQL
                    SELECT LBALANCE
                      INTO :WS-ENC-PRIOR-BAL
                      FROM LEAVE
                     WHERE EMPNO = :WS-EMPNO
                       AND LYEARMONTH = (SELECT MAX(LYEARMONTH)
                                           FROM LEAVE
                                          WHERE EMPNO = :WS-EMPNO
                                            AND LYEARMONTH
                                                < :WS-PYEARMONTH)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE ZERO TO WS-ENC-PRIOR-BAL
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                COMPUTE WS-ENC-LV-AFTER =
                        WS-ENC-PRIOR-BAL - WS-ENC-DAYS.

                EXEC SQL
                    INSERT INTO LEAVE
                         (EMPNO, LYEARMONTH, LAVAILABLE, LTAKEN,
                          LBALANCE, WORKINGDAYS)
                    VALUES
                         (:WS-EMPNO, :WS-PYEARMONTH,
                          :WS-ENC-PRIOR-BAL, :WS-ENC-DAYS,
                          :WS-ENC-LV-AFTER, 0)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2840-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2850-MARK-ENCASH-PAID - THE REQUEST CARRIES WHAT WAS PAID AND
      * THE BALANCE LEFT, FOR COBRPT75'S ENCASHMENT REGISTER.
      ******************************************************************
       2850-MARK-ENCASH-PAID.

                EXEC SQL
                    UPDATE LEAVE_ENCASH
                       SET ESTATUS   = 'P',
                           PAID_YM   = :WS-PYEARMONTH,
                           DAYRATE   = :WS-ENC-RATE,
                           PAYAMOUNT = :WS-ENC-AMOUNT,
                           BAL_AFTER = :WS-ENC-BAL-AFTER
                     WHERE EMPNO   = :WS-EMPNO
                       AND LTYPE   = :WS-ENC-LTYPE
                       AND ENCYEAR = :WS-ENC-ENCYEAR
                       AND ESTATUS = 'R'
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2850-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2860-CANCEL-ENCASHMENT - THE CLERKS RESUBMIT THROUGH COBLVENR
      * IF A SMALLER ENCASHMENT IS STILL WANTED.
      ******************************************************************
       2860-CANCEL-ENCASHMENT.

                EXEC SQL
                    UPDATE LEAVE_ENCASH
                       SET ESTATUS = 'X'
                     WHERE EMPNO   = :WS-EMPNO
                       AND LTYPE   = :WS-ENC-LTYPE
                       AND ENCYEAR = :WS-ENC-ENCYEAR
                       AND ESTATUS = 'R'
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-ENCASH-CANCELLED
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2860-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2870-INSERT-ENCASH-ROW - ONE PAYTYPE 'E' ROW IN THE PERIOD
      * CARRYING THE EMPLOYEE'S WHOLE ENCASHMENT, THE SAME SHAPE AS
      * COBRETRO'S 'R' ROW. THE PAYSLIP, BANK AND GL EXTRACTS PICK IT
      * UP WITH THE PERIOD'S NORMAL ROWS.
      ******************************************************************
       2870-INSERT-ENCASH-ROW.

                EXEC SQL
                    INSERT INTO PAYROLL
                         (EMPNO, PYEARMONTH, SALARYPAID, BONUSPAID,
                          COMMPAID, LOP, DEDUCTTOT, NETPAY, PAYTYPE)
                    VALUES
                         (:WS-EMPNO, :WS-PYEARMONTH, :WS-ENC-PAY,
                          0, 0, 0, 0, :WS-ENC-PAY, 'E')
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2870-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2900-CLEAR-CHECKPOINT
