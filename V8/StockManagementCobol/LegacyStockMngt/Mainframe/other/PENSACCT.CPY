      ******************************************************************
      * DCLGEN TABLE(HR_DB.PENSION_ACCT)                               *
      *        LIBRARY(HR_DB.TEST.SOURCE(PENSACCT))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.PENSION_ACCT TABLE
           ( EMPNO          CHAR(6)        NOT NULL,
             EE_BALANCE     DECIMAL(11,2)  NOT NULL,
             ER_BALANCE     DECIMAL(11,2)  NOT NULL,
             VEST_PCT       DECIMAL(5,2)   NOT NULL,
             PSTATUS        CHAR(1)        NOT NULL,
             LAST_INT_YEAR  CHAR(4)                ,
             LEFT_DATE      DATE                   ,
             VESTED_AMT     DECIMAL(11,2)          ,
             FORFEIT_AMT    DECIMAL(11,2)          ,
             UPDATED_TS     TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.PENSION_ACCT                 *
      ******************************************************************
       01  DCLPENSACCT.
           10 PN-EMPNO             PIC X(6).
           10 PN-EE-BALANCE        PIC S9(9)V9(2) USAGE COMP-3.
           10 PN-ER-BALANCE        PIC S9(9)V9(2) USAGE COMP-3.
           10 PN-VEST-PCT          PIC S9(3)V9(2) USAGE COMP-3.
           10 PN-PSTATUS           PIC X(1).
           10 PN-LAST-INT-YEAR     PIC X(4).
           10 PN-LEFT-DATE         PIC X(10).
           10 PN-VESTED-AMT        PIC S9(9)V9(2) USAGE COMP-3.
           10 PN-FORFEIT-AMT       PIC S9(9)V9(2) USAGE COMP-3.
           10 PN-UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      ******************************************************************
      * PENSION_ACCT IS THE PENSION SCHEME MEMBER ACCOUNT - ONE ROW    *
      * PER MEMBER, OPENED BY COBPNPST THE FIRST TIME A RETIREMENT     *
      * (DEDTYPE 'R') CONTRIBUTION IS POSTED FOR THE EMPLOYEE.         *
      * EE_BALANCE IS THE MEMBER'S OWN CONTRIBUTIONS (EMP_WITHHOLD)    *
      * PLUS THEIR INTEREST AND IS ALWAYS FULLY VESTED; ER_BALANCE IS  *
      * THE EMPLOYER'S CONTRIBUTIONS (EMP_CONTRIB) PLUS THEIR          *
      * INTEREST, VESTED AT VEST_PCT. COBPNANN CREDITS THE YEAR'S      *
      * INTEREST AT THE DECLARED RATE ONCE PER LAST_INT_YEAR,          *
      * REFRESHES VEST_PCT FROM YEARS OF SERVICE ON PENSION_VESTING    *
      * AND PRINTS THE ANNUAL BENEFIT STATEMENT.                       *
      * PSTATUS 'A' ACTIVE MEMBER, 'D' DEFERRED - THE MEMBER LEFT      *
      * THROUGH COBEMPOF ON LEFT_DATE, WHICH FIXED VEST_PCT AT THE     *
      * SERVICE THEN, FORFEITED THE UNVESTED SHARE OF ER_BALANCE       *
      * (FORFEIT_AMT, ON PENSION_LEDGER AS TYPE 'F') AND LEFT          *
      * VESTED_AMT AS THE MEMBER'S BENEFIT. EMPLOYER MONEY ARRIVING    *
      * AFTER LEAVING (THE FINAL SETTLEMENT) IS VESTED AND FORFEITED   *
      * AT THE SAME VEST_PCT AS IT IS POSTED.                          *
      ******************************************************************
