      ******************************************************************
      * DCLGEN TABLE(HR_DB.PAYROLL_TRIAL)                              *
      *        LIBRARY(HR_DB.TEST.SOURCE(PAYTRIAL))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.PAYROLL_TRIAL TABLE
           ( EMPNO          CHAR(6)        NOT NULL,
             PYEARMONTH     CHAR(6)        NOT NULL,
             WORKDEPT       CHAR(3)        NOT NULL,
             PAYBASIS       CHAR(1)        NOT NULL,
             SALARYPAID     DECIMAL(9,2)   NOT NULL,
             GROSSPAY       DECIMAL(9,2)   NOT NULL,
             LOP            SMALLINT       NOT NULL,
             LOPAMOUNT      DECIMAL(9,2)   NOT NULL,
             DEDUCTTOT      DECIMAL(9,2)   NOT NULL,
             NETPAY         DECIMAL(9,2)   NOT NULL,
             PRORATED       CHAR(1)        NOT NULL,
             TRIAL_TS       TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.PAYROLL_TRIAL                *
      ******************************************************************
       01  DCLPAYTRIAL.
           10 PT-EMPNO             PIC X(6).
           10 PT-PYEARMONTH        PIC X(6).
           10 PT-WORKDEPT          PIC X(3).
           10 PT-PAYBASIS          PIC X(1).
           10 PT-SALARYPAID        PIC S9(7)V9(2) USAGE COMP-3.
           10 PT-GROSSPAY          PIC S9(7)V9(2) USAGE COMP-3.
           10 PT-LOP               PIC S9(4) USAGE COMP.
           10 PT-LOPAMOUNT         PIC S9(7)V9(2) USAGE COMP-3.
           10 PT-DEDUCTTOT         PIC S9(7)V9(2) USAGE COMP-3.
           10 PT-NETPAY            PIC S9(7)V9(2) USAGE COMP-3.
           10 PT-PRORATED          PIC X(1).
           10 PT-TRIAL-TS          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
      ******************************************************************
      * PAYROLL_TRIAL HOLDS THE FIGURES THE LATEST TRIAL RUN OF        *
      * COBPAYRN (RUN MODE 'T') COMPUTED FOR EACH EMPLOYEE, ONE ROW    *
      * PER EMPNO AND PYEARMONTH. A TRIAL CLEARS THE PERIOD'S ROWS     *
      * BEFORE IT WRITES, SO THE TABLE ALWAYS MIRRORS THE LAST TRIAL   *
      * REGISTER. PAYBASIS IS 'H' FOR AN EMPLOYEE PAID FROM SIGNED-OFF *
      * HOURS AND 'S' OTHERWISE; PRORATED IS 'Y' WHEN THE FIRST-MONTH  *
      * WORKING-DAY PRORATION CUT THE TWELFTH.                         *
      * COBRPT73 COMPARES THESE ROWS WITH EACH EMPLOYEE'S LAST POSTED  *
      * PAYROLL ROW BEFORE THE LIVE POSTING RUNS. NOTHING ELSE READS   *
      * THE TABLE - IT IS NEVER COST, EARNINGS OR PAY.                 *
      ******************************************************************
