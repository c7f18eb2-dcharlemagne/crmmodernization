      ******************************************************************
      * DCLGEN TABLE(HR_DB.IC_RECHARGE_LEDGER)                         *
      *        LIBRARY(HR_DB.TEST.SOURCE(ICLEDG))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.IC_RECHARGE_LEDGER TABLE
           ( EMPNO          CHAR(6)        NOT NULL,
             PROJ_NO        CHAR(6)        NOT NULL,
             ACT_NO         SMALLINT       NOT NULL,
             RECHARGEDTIME  DECIMAL(5,2)   NOT NULL,
             LASTRECHG_YM   CHAR(6)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.IC_RECHARGE_LEDGER           *
      ******************************************************************
       01  DCLICLEDG.
           10 IL-EMPNO             PIC X(6).
           10 IL-PROJ-NO           PIC X(6).
           10 IL-ACT-NO            PIC S9(4) USAGE COMP.
           10 IL-RECHARGEDTIME     PIC S9(3)V9(2) USAGE COMP-3.
           10 IL-LASTRECHG-YM      PIC X(6).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
      ******************************************************************
      * IC_RECHARGE_LEDGER TRACKS, PER ASSIGNMENT, THE EMP_PROJ_ACT    *
      * HOURS COBICRCH HAS ALREADY RECHARGED ACROSS SUBSIDIARIES - THE *
      * SAME DELTA DISCIPLINE BILL_LEDGER GIVES COBBILLG. EACH MONTHLY *
      * RUN RECHARGES THE DIFFERENCE BETWEEN EMPTIME AND               *
      * RECHARGEDTIME, THEN ADVANCES RECHARGEDTIME, SO A RERUN OR A    *
      * LATE-BOOKED HOUR IS NEVER CHARGED TWICE OR LOST.               *
      ******************************************************************
