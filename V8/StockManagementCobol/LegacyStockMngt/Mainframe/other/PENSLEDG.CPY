      ******************************************************************
      * DCLGEN TABLE(HR_DB.PENSION_LEDGER)                             *
      *        LIBRARY(HR_DB.TEST.SOURCE(PENSLEDG))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.PENSION_LEDGER TABLE
           ( EMPNO          CHAR(6)        NOT NULL,
             PYEARMONTH     CHAR(6)        NOT NULL,
             TXNTYPE        CHAR(1)        NOT NULL,
             FUND           CHAR(1)        NOT NULL,
             AMOUNT         DECIMAL(11,2)  NOT NULL,
             BALANCE_AFTER  DECIMAL(11,2)  NOT NULL,
             POSTED_TS      TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.PENSION_LEDGER               *
      ******************************************************************
       01  DCLPENSLEDG.
           10 PL-EMPNO             PIC X(6).
           10 PL-PYEARMONTH        PIC X(6).
           10 PL-TXNTYPE           PIC X(1).
           10 PL-FUND              PIC X(1).
           10 PL-AMOUNT            PIC S9(9)V9(2) USAGE COMP-3.
           10 PL-BALANCE-AFTER     PIC S9(9)V9(2) USAGE COMP-3.
           10 PL-POSTED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      ******************************************************************
      * PENSION_LEDGER IS THE MOVEMENT HISTORY OF EVERY PENSION_ACCT - *
      * TXNTYPE 'C' CONTRIBUTION POSTED BY COBPNPST FROM THE PERIOD'S  *
      * RETIREMENT-CODE EMP_WITHHOLD AND EMP_CONTRIB ROWS, 'I' THE     *
      * ANNUAL INTEREST CREDITED BY COBPNANN (PYEARMONTH YYYY12), 'F'  *
      * THE UNVESTED EMPLOYER SHARE FORFEITED ON LEAVING (COBEMPOF, OR *
      * COBPNPST FOR EMPLOYER MONEY POSTED AFTER LEAVING). FUND 'E' IS *
      * THE MEMBER'S OWN FUND, 'R' THE EMPLOYER FUND. AMOUNT IS ALWAYS *
      * POSITIVE; BALANCE_AFTER IS THE FUND BALANCE ONCE THE MOVEMENT  *
      * IS APPLIED, SO THE LEDGER READS AS A STATEMENT. A PERIOD'S 'C' *
      * ROWS ARE POSTED AS THE DIFFERENCE OVER WHAT IS ALREADY         *
      * LEDGERED FOR IT, SO A RERUN OR A LATER FINAL-PAY RUN IN THE    *
      * SAME PERIOD POSTS ONLY THE NEW MONEY.                          *
      ******************************************************************
