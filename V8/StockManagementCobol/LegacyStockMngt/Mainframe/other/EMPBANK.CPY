             BANKROUTE      CHAR(9)        NOT NULL,
             EFFDATE        DATE           NOT NULL,
             SPLITPCT       DECIMAL(5,2)           ,
             SPLITAMT       DECIMAL(9,2)           ,
             PREVACCT       CHAR(20)               ,
             PREVROUTE      CHAR(9)                ,
             CHANGED_TS     TIMESTAMP              ,
             BANKACCT_ENC   CHAR(32)       FOR BIT DATA,
             PREVACCT_ENC   CHAR(32)       FOR BIT DATA
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.EMP_BANK_ACCT                *
           10 BA-EFFDATE           PIC X(10).
           10 BA-SPLITPCT          PIC S9(3)V9(2) USAGE COMP-3.
           10 BA-SPLITAMT          PIC S9(7)V9(2) USAGE COMP-3.
           10 BA-PREVACCT          PIC X(20).
           10 BA-PREVROUTE         PIC X(9).
           10 BA-CHANGED-TS        PIC X(26).
           10 BA-BANKACCT-ENC      PIC X(32).
           10 BA-PREVACCT-ENC      PIC X(32).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
      ******************************************************************
      * EMP_BANK_ACCT IS THE EMPLOYEE BANK ACCOUNT MASTER - UNTIL IT   *
      * THE COBDEDMN FLAG CONVENTION AND READ BY COBBNKEX, WHICH      *
      * WRITES ONE BANK DETAIL PER DESTINATION ACCOUNT.               *
      ******************************************************************
      ******************************************************************
      * CHANGED_TS IS WHEN COBBNKMN LAST ADDED THE ROW OR CHANGED ITS  *
      * ACCOUNT OR ROUTING NUMBER, AND PREVACCT/PREVROUTE THE ACCOUNT  *
      * THE EMPLOYEE WAS PAID TO BEFORE THAT CHANGE (NULL FOR A FIRST  *
      * ACCOUNT). AN ACCOUNT IN FORCE FOR FEWER THAN THE COOLING-OFF   *
      * DAYS ON THE PAY DATE - COUNTED FROM THE LATER OF EFFDATE AND   *
      * CHANGED_TS - IS NOT PAID BY COBBNKEX: UNDER POLICY 'P' THE     *
      * PAYMENT GOES TO THE PREVIOUS ACCOUNT, UNDER POLICY 'H' (OR     *
      * WITH NO PREVIOUS ACCOUNT) IT IS HELD ON PAY_HOLD. A SPLIT-ONLY *
      * CHANGE DOES NOT RESTART THE CLOCK.                             *
      ******************************************************************
      ******************************************************************
      * BANKACCT_ENC AND PREVACCT_ENC ARE THE ACCOUNT NUMBERS          *
      * ENCIPHERED THROUGH COBACCTC (ICSF AES). BANKACCT AND PREVACCT  *
      * NOW HOLD ONLY THE MASKED FORM - EIGHT ASTERISKS AND THE LAST   *
      * FOUR DIGITS - SO ANY SELECT, SCREEN OR REPORT SEES NOTHING     *
      * MORE. ONLY COBBNKEX DECIPHERS, TO WRITE THE BANK FILE. THE     *
      * CIPHERTEXT IS DETERMINISTIC, SO EQUAL ACCOUNTS ARE FOUND BY    *
      * COMPARING BANKACCT_ENC. A NULL BANKACCT_ENC IS A ROW COBBKENC  *
      * HAS NOT YET CONVERTED.                                         *
      ******************************************************************
