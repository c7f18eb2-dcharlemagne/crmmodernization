      ******************************************************************
      * DCLGEN TABLE(HR_DB.LOAN_LEDGER)                                *
      *        LIBRARY(HR_DB.TEST.SOURCE(LOANLEDG))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.LOAN_LEDGER TABLE
           ( EMPNO          CHAR(6)        NOT NULL,
             LOANNO         SMALLINT       NOT NULL,
             PYEARMONTH     CHAR(6)        NOT NULL,
             TXNTYPE        CHAR(1)        NOT NULL,
             AMOUNT         DECIMAL(9,2)   NOT NULL,
             BALANCE_AFTER  DECIMAL(9,2)   NOT NULL,
             POSTED_TS      TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.LOAN_LEDGER                  *
      ******************************************************************
       01  DCLLOANLEDG.
           10 LL-EMPNO             PIC X(6).
           10 LL-LOANNO            PIC S9(4) USAGE COMP.
           10 LL-PYEARMONTH        PIC X(6).
           10 LL-TXNTYPE           PIC X(1).
           10 LL-AMOUNT            PIC S9(7)V9(2) USAGE COMP-3.
           10 LL-BALANCE-AFTER     PIC S9(7)V9(2) USAGE COMP-3.
           10 LL-POSTED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      ******************************************************************
      * LOAN_LEDGER IS THE MOVEMENT HISTORY OF EVERY EMP_LOAN -        *
      * TXNTYPE 'G' GRANT (COBLONMN), 'I' MONTHLY INTEREST AND 'R'     *
      * PAYROLL INSTALLMENT RECOVERED (COBPAYRN), 'F' RECOVERED FROM   *
      * THE FINAL SETTLEMENT AND 'X' SHORTFALL REFERRED TO HR          *
      * (COBFINPY). AMOUNT IS ALWAYS POSITIVE; BALANCE_AFTER IS THE    *
      * LOAN BALANCE ONCE THE MOVEMENT IS APPLIED, SO THE LEDGER READS *
      * AS A STATEMENT. COBRPT72 PRINTS IT.                            *
      ******************************************************************
