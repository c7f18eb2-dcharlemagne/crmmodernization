      *                - WRITES THE EMP_TERMINATION AUDIT ROW THAT
      *                  COBPAYRN AND COBLVACR CHECK, SO THE LEAVER
      *                  STOPS ACCRUING LEAVE AND DRAWING PAYROLL
      *                  ROWS FROM THE NEXT RUN ONWARD,
      *                - MARKS THE LEAVER'S ACTIVE STAFF LOANS AND
      *                  ADVANCES (EMP_LOAN) DUE ON TERMINATION AND
      *                  ENDS THEIR MONTHLY RECOVERY, SO COBFINPY
      *                  RECOVERS THE WHOLE BALANCE FROM FINAL PAY,
      *                - SETTLES THE LEAVER'S PENSION ACCOUNT: VESTS
      *                  THE EMPLOYER FUND ON YEARS OF SERVICE SINCE
      *                  HIREDATE, FORFEITS THE UNVESTED SHARE AND
      *                  LEAVES THE MEMBER DEFERRED WITH THE VESTED
      *                  BENEFIT,
      *                - RECLAIMS EVERY SOFTWARE LICENSE SEAT THE
      *                  LEAVER HOLDS ON LICENSE_ASSIGN AT THE
      *                  TERMINATION DATE, SO IT GOES BACK TO ITS
      *                  POOL BEFORE THE NEXT TRUE-UP.
      *                AN EMPNO NOT ON EMP, OR ONE ALREADY
      *                TERMINATED, IS REFUSED WITH A MESSAGE AND A
      *                NON-ZERO CONDITION CODE.
      *                AN EMPNO CARD OF 'PROBTN' OFFBOARDS EVERY FAILED
      *                PROBATION INSTEAD - EACH EMP_PROBATION ROW
      *                COBPRBMN FAILED ('F') WHOSE TERMDATE HAS BEEN
      *                REACHED AND WHICH IS NOT YET TERMINATED, AT ITS
      *                OWN TERMDATE. THE TERMINATION DATE CARD IS NOT
      *                USED. RUN NIGHTLY FROM HRNIGHT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  RECLAIM THE LEAVER'S OPEN LICENSE_ASSIGN
      *                     SEATS AT TERMDATE (3950-RECLAIM-LICENSES)
      *                     SO THEY RETURN TO THEIR LICENSE_POOL.
      *    2026-10-15  RJM  'PROBTN' ON THE EMPNO CARD OFFBOARDS EVERY
      *                     PROBATION COBPRBMN HAS FAILED, ONCE ITS
      *                     TERMDATE IS REACHED - THE SAME CLOSE,
      *                     FINAL PAY, LOAN, PENSION AND TERMINATION
      *                     STEPS PER EMPLOYEE, NOW PERFORMED FROM
      *                     0100-OFFBOARD-EMPLOYEE.
      *    2026-10-15  RJM  SETTLE THE LEAVER'S PENSION_ACCT AT
      *                     TERMDATE - VEST_PCT FROM COMPLETED YEARS
      *                     OF SERVICE ON THE PENSION_VESTING SCALE,
      *                     THE UNVESTED EMPLOYER FUND FORFEITED AS A
      *                     PENSION_LEDGER 'F' ROW, THE MEMBER MADE
      *                     DEFERRED WITH THE VESTED AND FORFEITED
      *                     AMOUNTS STORED AND DISPLAYED.
      *    2026-10-15  RJM  MARK THE LEAVER'S ACTIVE EMP_LOAN ROWS
      *                     'T' (DUE ON TERMINATION) AND END-DATE
      *                     THEIR DEDTYPE 'L' EMP_DEDUCTION
      *                     ENROLLMENTS AT TERMDATE, SO THE MONTHLY
      *                     INSTALLMENT STOPS AND COBFINPY TAKES THE
      *                     OUTSTANDING BALANCE OUT OF FINAL PAY.
      *    2026-09-02  RJM  PRORATE THE FINAL MONTH'S SALARY TWELFTH
      *                     BY THE TERMINATION DATE - WORKING DAYS
      *                     FROM MONTH START TO TERMDATE OVER THE
      * WORKAREAS                                         *
      *****************************************************
       01  WS-EMPNO               PIC X(6).
               88  WS-PROBATION-RUN              VALUE 'PROBTN'.
       01  WS-TERMDATE            PIC X(10).
       01  WS-SQLCODE             PIC 9(9).
       01  WS-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-TERMED-BY           PIC X(8).
       01  WS-CLOSED-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TERM-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-PROBTN-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-LICENSE-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.

      ******************************************************************
      * VARIABLES FOR THE FINAL-MONTH WORKING-DAY PRORATION
       01  WS-MONTH-DAYS          PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-WORKED-DAYS         PIC S9(4) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR THE LEAVER'S OUTSTANDING LOANS (EMP_LOAN)
      ******************************************************************
       01  WS-LOAN-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-LOAN-OUTSTANDING    PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-LOAN-OUTSTANDING-IND PIC S9(4) USAGE COMP.

      ******************************************************************
      * VARIABLES FOR THE LEAVER'S PENSION SETTLEMENT (PENSION_ACCT)
      ******************************************************************
       01  WS-SERVICE-YEARS       PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-PN-EE-BALANCE       PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-PN-ER-BALANCE       PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-PN-VEST-PCT         PIC S9(3)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-PN-VESTED-ER        PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-PN-VESTED           PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-PN-FORFEIT          PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-PN-PERIOD           PIC X(6).
       01  WS-PN-TS               PIC X(26).
       77  WS-PN-MEMBER-SWITCH    PIC X          VALUE SPACES.
               88  WS-PN-MEMBER                  VALUE 'Y'.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
                EXEC SQL INCLUDE EMPTERM
                END-EXEC.

                EXEC SQL INCLUDE EMPLOAN
                END-EXEC.

                EXEC SQL INCLUDE PENSACCT
                END-EXEC.

                EXEC SQL INCLUDE PENSLEDG
                END-EXEC.

                EXEC SQL INCLUDE PENSVEST
                END-EXEC.

                EXEC SQL INCLUDE EMPPROB
                END-EXEC.

                EXEC SQL INCLUDE LICASSG
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - FAILED PROBATIONS WHOSE TERMDATE
      * HAS BEEN REACHED AND WHICH ARE NOT YET TERMINATED (PROBTN RUN).
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      P.EMPNO,
                      CHAR(P.TERMDATE, ISO)
                    FROM EMP_PROBATION P
                    WHERE P.PSTATUS  = 'F'
                      AND P.TERMDATE <= CURRENT DATE
                      AND NOT EXISTS
                          (SELECT 1
                             FROM EMP_TERMINATION T
                            WHERE T.EMPNO = P.EMPNO)
                    ORDER BY P.EMPNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
                ACCEPT WS-EMPNO.
                ACCEPT WS-TERMDATE.

                IF WS-PROBATION-RUN
                   PERFORM 0500-FAILED-PROBATIONS
                   THRU    0500-EXIT
                ELSE
                   PERFORM 0100-OFFBOARD-EMPLOYEE
                   THRU    0100-EXIT
                END-IF.

                STOP RUN.
      /
      ******************************************************************
      * 0100-OFFBOARD-EMPLOYEE - ONE LEAVER, WS-EMPNO AT WS-TERMDATE.
      ******************************************************************
       0100-OFFBOARD-EMPLOYEE.

                DISPLAY 'OFFBOARDING EMPNO ' WS-EMPNO
                        ' EFFECTIVE ' WS-TERMDATE.

                PERFORM 3000-COMPUTE-FINAL-PAY
                THRU    3000-EXIT.

                PERFORM 3800-FLAG-LOANS
                THRU    3800-EXIT.

                PERFORM 3900-SETTLE-PENSION
                THRU    3900-EXIT.

                PERFORM 3950-RECLAIM-LICENSES
                THRU    3950-EXIT.

                PERFORM 4000-WRITE-TERMINATION
                THRU    4000-EXIT.

                DISPLAY 'ASSIGNMENTS CLOSED = ' WS-CLOSED-COUNT.
                DISPLAY 'FINAL PAY          = ' WS-FINALPAY.
                DISPLAY 'LEAVE PAYOUT       = ' WS-LEAVE-PAYOUT.
                DISPLAY 'LOANS OUTSTANDING  = ' WS-LOAN-COUNT
                        ' BALANCE ' WS-LOAN-OUTSTANDING.
                DISPLAY 'LICENSES RECLAIMED = ' WS-LICENSE-COUNT.
                IF WS-PN-MEMBER
                   DISPLAY 'PENSION VESTED PCT = ' WS-PN-VEST-PCT
                           ' YEARS ' WS-SERVICE-YEARS
                   DISPLAY 'PENSION VESTED     = ' WS-PN-VESTED
                   DISPLAY 'PENSION FORFEITED  = ' WS-PN-FORFEIT
                ELSE
                   DISPLAY 'NO PENSION ACCOUNT TO SETTLE'
                END-IF.

       0100-EXIT.
                EXIT.
      /
      ******************************************************************
      * 0500-FAILED-PROBATIONS - THE PROBTN RUN. EVERY PROBATION
      * COBPRBMN FAILED IS OFFBOARDED AT THE TERMDATE KEYED WITH THE
      * FAIL, THE NIGHT THAT DATE IS REACHED.
      ******************************************************************
       0500-FAILED-PROBATIONS.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 0600-FETCH-FAILED
                THRU    0600-EXIT
                UNTIL END-OF-C1.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                DISPLAY 'FAILED PROBATIONS OFFBOARDED = '
                        WS-PROBTN-COUNT.

       0500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 0600-FETCH-FAILED
      ******************************************************************
       0600-FETCH-FAILED.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-TERMDATE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE SPACES TO WS-PN-MEMBER-SWITCH
                         PERFORM 0100-OFFBOARD-EMPLOYEE
                         THRU    0100-EXIT
                         ADD 1 TO WS-PROBTN-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       0600-EXIT.
                EXIT.
      /
      ******************************************************************
      * 1000-VALIDATE-EMPLOYEE - MUST BE ON EMP AND NOT ALREADY
       3500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3800-FLAG-LOANS - EVERY ACTIVE LOAN OR ADVANCE FALLS DUE ON
      * TERMINATION. THE MONTHLY RECOVERY ENROLLMENTS END AT TERMDATE
      * AND COBFINPY SETTLES THE BALANCE FROM FINAL PAY, LISTING ANY
      * SHORTFALL FOR HR.
      ******************************************************************
       3800-FLAG-LOANS.

                EXEC SQL
                    SELECT COUNT(*), SUM(BALANCE)
                      INTO :WS-LOAN-COUNT,
                           :WS-LOAN-OUTSTANDING
                                :WS-LOAN-OUTSTANDING-IND
                      FROM EMP_LOAN
                     WHERE EMPNO   = :WS-EMPNO
                       AND LSTATUS = 'A'
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-LOAN-COUNT EQUAL ZERO
                   MOVE ZERO TO WS-LOAN-OUTSTANDING
                   GO TO 3800-EXIT
                END-IF.

                EXEC SQL
                    UPDATE EMP_LOAN
                       SET LSTATUS = 'T'
                     WHERE EMPNO   = :WS-EMPNO
                       AND LSTATUS = 'A'
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
                    UPDATE EMP_DEDUCTION ED
                       SET DEDENDDATE = DATE(:WS-TERMDATE)
                     WHERE ED.EMPNO = :WS-EMPNO
                       AND (ED.DEDENDDATE IS NULL
                            OR ED.DEDENDDATE > DATE(:WS-TERMDATE))
                       AND ED.DEDCODE IN
                           (SELECT D.DEDCODE
                              FROM DEDUCTION D
                             WHERE D.DEDTYPE = 'L')
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3900-SETTLE-PENSION - THE LEAVER'S OWN PENSION FUND IS ALWAYS
      * VESTED; THE EMPLOYER FUND VESTS AT THE HIGHEST PENSION_VESTING
      * PERCENTAGE WHOSE MINIMUM THE COMPLETED YEARS OF SERVICE FROM
      * HIREDATE TO TERMDATE REACH. THE REST OF THE EMPLOYER FUND IS
      * FORFEITED ON THE LEDGER IN THE TERMINATION MONTH AND THE
      * MEMBER BECOMES DEFERRED, SO COBPNPST VESTS ANY EMPLOYER MONEY
      * STILL TO COME AT THE SAME PERCENTAGE. NO ACCOUNT - THE
      * EMPLOYEE NEVER CONTRIBUTED - MEANS NOTHING TO SETTLE.
      ******************************************************************
       3900-SETTLE-PENSION.

                EXEC SQL
                    SELECT EE_BALANCE,
                           ER_BALANCE
                      INTO :WS-PN-EE-BALANCE,
                           :WS-PN-ER-BALANCE
                      FROM PENSION_ACCT
                     WHERE EMPNO = :WS-EMPNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO WS-PN-MEMBER-SWITCH
                    WHEN +100
                         GO TO 3900-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT COALESCE(YEAR(DATE(:WS-TERMDATE)
                                         - HIREDATE), 0)
                      INTO :WS-SERVICE-YEARS
                      FROM EMP
                     WHERE EMPNO = :WS-EMPNO
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
                    SELECT COALESCE(MAX(VEST_PCT), 0)
                      INTO :WS-PN-VEST-PCT
                      FROM PENSION_VESTING
                     WHERE MIN_YEARS <= :WS-SERVICE-YEARS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                COMPUTE WS-PN-VESTED-ER ROUNDED =
                        WS-PN-ER-BALANCE * WS-PN-VEST-PCT / 100.
                COMPUTE WS-PN-FORFEIT =
                        WS-PN-ER-BALANCE - WS-PN-VESTED-ER.
                COMPUTE WS-PN-VESTED =
                        WS-PN-EE-BALANCE + WS-PN-VESTED-ER.

                EXEC SQL
                     SET :WS-PN-TS = CURRENT TIMESTAMP
                END-EXEC.

                IF WS-PN-FORFEIT GREATER THAN ZERO
                   MOVE WS-TERMDATE (1:4) TO WS-PN-PERIOD (1:4)
                   MOVE WS-TERMDATE (6:2) TO WS-PN-PERIOD (5:2)
                   MOVE WS-EMPNO          TO PL-EMPNO
                   MOVE WS-PN-PERIOD      TO PL-PYEARMONTH
                   MOVE 'F'               TO PL-TXNTYPE
                   MOVE 'R'               TO PL-FUND
                   MOVE WS-PN-FORFEIT     TO PL-AMOUNT
                   MOVE WS-PN-VESTED-ER   TO PL-BALANCE-AFTER
                   MOVE WS-PN-TS          TO PL-POSTED-TS
                   EXEC SQL
                       INSERT INTO PENSION_LEDGER
                            ( EMPNO,
                              PYEARMONTH,
                              TXNTYPE,
                              FUND,
                              AMOUNT,
                              BALANCE_AFTER,
                              POSTED_TS )
                       VALUES
                            ( :PL-EMPNO,
                              :PL-PYEARMONTH,
                              :PL-TXNTYPE,
                              :PL-FUND,
                              :PL-AMOUNT,
                              :PL-BALANCE-AFTER,
                              :PL-POSTED-TS )
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
                   EVALUATE SQLCODE
                       WHEN 0
                            CONTINUE
                       WHEN OTHER
                            PERFORM 9000-DBERROR
                            THRU    9000-EXIT
                   END-EVALUATE
                END-IF.

                EXEC SQL
                    UPDATE PENSION_ACCT
                       SET ER_BALANCE  = :WS-PN-VESTED-ER,
                           VEST_PCT    = :WS-PN-VEST-PCT,
                           PSTATUS     = 'D',
                           LEFT_DATE   = DATE(:WS-TERMDATE),
                           VESTED_AMT  = :WS-PN-VESTED,
                           FORFEIT_AMT = COALESCE(FORFEIT_AMT, 0)
                                         + :WS-PN-FORFEIT,
                           UPDATED_TS  = :WS-PN-TS
                     WHERE EMPNO = :WS-EMPNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3900-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3950-RECLAIM-LICENSES - EVERY SEAT THE LEAVER STILL HOLDS IS
      * RETURNED TO ITS LICENSE_POOL AT THE TERMINATION DATE.
      ******************************************************************
       3950-RECLAIM-LICENSES.

                EXEC SQL
                    UPDATE LICENSE_ASSIGN
                       SET RETURNED_DATE = DATE(:WS-TERMDATE)
                         , RETURN_NOTE   = 'RECLAIMED ON TERMINATION'
                         , RETURNED_BY   = USER
                     WHERE DEVELOPER_ID  = :WS-EMPNO
                       AND RETURNED_DATE IS NULL
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE SQLERRD (3) TO WS-LICENSE-COUNT
                    WHEN +100
                         MOVE ZERO TO WS-LICENSE-COUNT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3950-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4000-WRITE-TERMINATION
