      *                AND COBGLEXT LIKE ANY OTHER ROW AND IS NEVER
      *                PICKED UP TWICE. A CLOSED PAY PERIOD IS
      *                REFUSED THE SAME WAY COBPAYRN REFUSES IT.
      *                A LEAVER'S OUTSTANDING STAFF LOANS AND
      *                ADVANCES (EMP_LOAN) ARE RECOVERED IN FULL FROM
      *                WHAT THE SETTLEMENT HAS LEFT AFTER DEDUCTIONS;
      *                A BALANCE THE SETTLEMENT CANNOT COVER IS
      *                LISTED AS AN EXCEPTION FOR HR TO PURSUE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  RECOVER THE LEAVER'S OUTSTANDING EMP_LOAN
      *                     BALANCES (STATUS 'A' OR 'T') FROM THE
      *                     SETTLEMENT AFTER ALL OTHER DEDUCTIONS,
      *                     DOWN TO A ZERO NET, LEDGERING EACH
      *                     RECOVERY TO LOAN_LEDGER. A LOAN THE
      *                     SETTLEMENT CANNOT CLEAR IS MARKED 'X',
      *                     LEDGERED AS A SHORTFALL AND LISTED ON
      *                     THE LOAN SHORTFALL EXCEPTIONS FOR HR,
      *                     WITH CONDITION CODE 4. THE DEDTYPE 'L'
      *                     INSTALLMENT CODES ARE LEFT OFF THE
      *                     ENROLLMENT CURSOR SO A LOAN IS NEVER
      *                     TAKEN TWICE.
      *    2026-09-02  RJM  HONOR DEDSTARTDATE ON THE ENROLLMENT
      *                     CURSOR, AS COBPAYRN NOW DOES - A
      *                     FUTURE-DATED ELECTION MUST NOT DEDUCT
       01  WS-PSTATUS             PIC X(1).
       01  WS-FINAL-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR THE LEAVER'S LOAN SETTLEMENT (EMP_LOAN)
      ******************************************************************
       77  END-OF-C4-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C4                     VALUE  'Y'.
       01  WS-LOANNO              PIC S9(4) USAGE COMP.
       01  WS-LOAN-BALANCE        PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOAN-STATUS         PIC X(1).
       01  WS-LOAN-AVAILABLE      PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOAN-TAKE           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LEDGER-TYPE         PIC X(1).
       01  WS-LEDGER-AMOUNT       PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOAN-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SHORTFALL-COUNT     PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-LOANNO-DISP         PIC ZZZ9.
       01  WS-TAKE-DISP           PIC Z,ZZZ,ZZ9.99.
       01  WS-SHORT-DISP          PIC Z,ZZZ,ZZ9.99.

      ******************************************************************
      * VARIABLES FOR THE DEDUCTION CALCULATION - THE SAME CATALOG
      * CONVENTION AND TAX BRACKET ENGINE COBPAYRN APPLIES.
                EXEC SQL INCLUDE EMPWHELD
                END-EXEC.

                EXEC SQL INCLUDE EMPLOAN
                END-EXEC.

                EXEC SQL INCLUDE LOANLEDG
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
                      AND E.DEDSTARTDATE <= CURRENT DATE
                      AND (E.DEDENDDATE IS NULL
                           OR E.DEDENDDATE >= CURRENT DATE)
                      AND D.DEDTYPE <> 'L'
                END-EXEC.

      ******************************************************************
                    ORDER BY B.SUBID, B.BANDNO
                END-EXEC.

      ******************************************************************
      * C4 - THE LEAVER'S LOANS AND ADVANCES STILL CARRYING A
      * BALANCE - DUE ON TERMINATION, OR STILL ACTIVE IF THE LEAVER
      * WAS OFFBOARDED BEFORE LOANS WERE FLAGGED - OLDEST FIRST.
      ******************************************************************
                EXEC SQL DECLARE C4 CURSOR
                  SELECT
                      LOANNO,
                      BALANCE
                    FROM EMP_LOAN
                    WHERE EMPNO   = :WS-EMPNO
                      AND LSTATUS IN ('A', 'T')
                      AND BALANCE > 0
                    ORDER BY LOANNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
                THRU    2000-EXIT.

                DISPLAY 'FINAL SETTLEMENTS POSTED = ' WS-FINAL-COUNT.
                DISPLAY 'LOANS SETTLED            = ' WS-LOAN-COUNT.
                DISPLAY 'LOAN SHORTFALLS FOR HR   = '
                        WS-SHORTFALL-COUNT.

                IF WS-SHORTFALL-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                PERFORM 8000-LOG-RUN-END
                THRU    8000-EXIT.
                PERFORM 2460-COMPUTE-DEDUCTIONS
                THRU    2460-EXIT.

                PERFORM 2500-SETTLE-LOANS
                THRU    2500-EXIT.

                COMPUTE WS-NETPAY =
                        WS-GROSS - WS-DEDUCTTOT.

       2489-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-SETTLE-LOANS - THE LEAVER'S OUTSTANDING LOANS COME OUT
      * OF WHAT THE SETTLEMENT HAS LEFT AFTER EVERY OTHER DEDUCTION.
      ******************************************************************
       2500-SETTLE-LOANS.

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

                PERFORM 2550-SETTLE-LOAN
                THRU    2550-EXIT
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

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2550-SETTLE-LOAN - TAKE THE WHOLE BALANCE IF THE SETTLEMENT
      * STILL COVERS IT. OTHERWISE TAKE WHAT IS LEFT, MARK THE LOAN
      * 'X' AND LIST THE SHORTFALL FOR HR - IT STAYS ON THE BALANCE
      * FOR HR TO RECOVER OUTSIDE PAYROLL.
      ******************************************************************
       2550-SETTLE-LOAN.

                EXEC SQL
                    FETCH C4
                    INTO  :WS-LOANNO,
                          :WS-LOAN-BALANCE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C4-SWITCH
                         GO TO 2550-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1 TO WS-LOAN-COUNT.

                COMPUTE WS-LOAN-AVAILABLE =
                        WS-GROSS - WS-DEDUCTTOT.

                IF WS-LOAN-AVAILABLE LESS THAN ZERO
                   MOVE ZERO TO WS-LOAN-AVAILABLE
                END-IF.

                IF WS-LOAN-BALANCE GREATER THAN WS-LOAN-AVAILABLE
                   MOVE WS-LOAN-AVAILABLE TO WS-LOAN-TAKE
                ELSE
                   MOVE WS-LOAN-BALANCE   TO WS-LOAN-TAKE
                END-IF.

                ADD WS-LOAN-TAKE      TO WS-DEDUCTTOT.
                SUBTRACT WS-LOAN-TAKE FROM WS-LOAN-BALANCE.

                IF WS-LOAN-TAKE GREATER THAN ZERO
                   MOVE 'F'          TO WS-LEDGER-TYPE
                   MOVE WS-LOAN-TAKE TO WS-LEDGER-AMOUNT
                   PERFORM 2580-POST-LOAN-LEDGER
                   THRU    2580-EXIT
                END-IF.

                IF WS-LOAN-BALANCE GREATER THAN ZERO
                   MOVE 'X'             TO WS-LOAN-STATUS
                   MOVE 'X'             TO WS-LEDGER-TYPE
                   MOVE WS-LOAN-BALANCE TO WS-LEDGER-AMOUNT
                   PERFORM 2580-POST-LOAN-LEDGER
                   THRU    2580-EXIT
                   PERFORM 2590-LIST-SHORTFALL
                   THRU    2590-EXIT
                ELSE
                   MOVE 'C'             TO WS-LOAN-STATUS
                END-IF.

                EXEC SQL
                    UPDATE EMP_LOAN
                       SET BALANCE = :WS-LOAN-BALANCE,
                           LSTATUS = :WS-LOAN-STATUS
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

       2550-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2580-POST-LOAN-LEDGER
      ******************************************************************
       2580-POST-LOAN-LEDGER.

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

       2580-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2590-LIST-SHORTFALL - ONE LINE ON THE HR EXCEPTIONS LIST,
      * HEADED ON THE FIRST SHORTFALL OF THE RUN.
      ******************************************************************
       2590-LIST-SHORTFALL.

                IF WS-SHORTFALL-COUNT EQUAL ZERO
                   DISPLAY 'LOAN SHORTFALL EXCEPTIONS FOR HR'
                   DISPLAY 'EMPNO   LOAN      RECOVERED'
                           '     SHORTFALL'
                END-IF.

                ADD 1 TO WS-SHORTFALL-COUNT.

                MOVE WS-LOANNO       TO WS-LOANNO-DISP.
                MOVE WS-LOAN-TAKE    TO WS-TAKE-DISP.
                MOVE WS-LOAN-BALANCE TO WS-SHORT-DISP.

                DISPLAY WS-EMPNO '  ' WS-LOANNO-DISP '  '
                        WS-TAKE-DISP '  ' WS-SHORT-DISP.

       2590-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-POST-PAY-MESSAGE
