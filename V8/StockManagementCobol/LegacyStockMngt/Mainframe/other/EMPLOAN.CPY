      ******************************************************************
      * DCLGEN TABLE(HR_DB.EMP_LOAN)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(EMPLOAN))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.EMP_LOAN TABLE
           ( EMPNO          CHAR(6)        NOT NULL,
             LOANNO         SMALLINT       NOT NULL,
             LOANTYPE       CHAR(1)        NOT NULL,
             DEDCODE        CHAR(4)        NOT NULL,
             PRINCIPAL      DECIMAL(9,2)   NOT NULL,
             INTRATE        DECIMAL(5,2)   NOT NULL,
             INSTALLMENT    DECIMAL(9,2)   NOT NULL,
             START_YM       CHAR(6)        NOT NULL,
             BALANCE        DECIMAL(9,2)   NOT NULL,
             LAST_INT_YM    CHAR(6)                ,
             LSTATUS        CHAR(1)        NOT NULL,
             GRANTED_BY     CHAR(8)        NOT NULL,
             GRANTED_TS     TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.EMP_LOAN                     *
      ******************************************************************
       01  DCLEMPLOAN.
           10 LN-EMPNO             PIC X(6).
           10 LN-LOANNO            PIC S9(4) USAGE COMP.
           10 LN-LOANTYPE          PIC X(1).
           10 LN-DEDCODE           PIC X(4).
           10 LN-PRINCIPAL         PIC S9(7)V9(2) USAGE COMP-3.
           10 LN-INTRATE           PIC S9(3)V9(2) USAGE COMP-3.
           10 LN-INSTALLMENT       PIC S9(7)V9(2) USAGE COMP-3.
           10 LN-START-YM          PIC X(6).
           10 LN-BALANCE           PIC S9(7)V9(2) USAGE COMP-3.
           10 LN-LAST-INT-YM       PIC X(6).
           10 LN-LSTATUS           PIC X(1).
           10 LN-GRANTED-BY        PIC X(8).
           10 LN-GRANTED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
      ******************************************************************
      * EMP_LOAN CARRIES ONE STAFF LOAN OR SALARY ADVANCE PER EMPNO    *
      * AND LOANNO - LOANTYPE 'L' LOAN, 'A' ADVANCE (INTEREST-FREE).   *
      * COBLONMN GRANTS IT WITH BALANCE = PRINCIPAL AND ENROLLS THE    *
      * EMPLOYEE IN ITS DEDCODE, A DEDUCTION CATALOG CODE OF DEDTYPE   *
      * 'L' WHOSE DEDPRIORITY PLACES THE RECOVERY IN COBPAYRN'S        *
      * PRIORITY-ORDERED TAKE. FROM START_YM ON, COBPAYRN ADDS A       *
      * MONTH'S SIMPLE INTEREST AT INTRATE (ANNUAL PERCENT) TO THE     *
      * BALANCE ONCE PER PERIOD (LAST_INT_YM) AND RECOVERS THE LESSER  *
      * OF INSTALLMENT AND BALANCE DOWN TO THE PROTECTED MINIMUM NET - *
      * WHAT A LOW-PAY MONTH CANNOT TAKE SIMPLY STAYS ON THE BALANCE,  *
      * NOT ON DED_ARREARS.                                            *
      * LSTATUS 'A' ACTIVE, 'T' DUE IN FULL ON TERMINATION (SET BY     *
      * COBEMPOF), 'C' CLEARED, 'X' FINAL-PAY SHORTFALL REFERRED TO HR *
      * BY COBFINPY. EVERY MOVEMENT IS WRITTEN TO LOAN_LEDGER          *
      * (LOANLEDG); COBRPT72 PRINTS THE LEDGER AND STATEMENT.          *
      ******************************************************************
