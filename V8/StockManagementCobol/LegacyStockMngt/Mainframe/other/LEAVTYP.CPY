             ACCRUALRATE    DECIMAL(5,2)   NOT NULL,
             PAIDFLAG       CHAR(1)        NOT NULL,
             PAYABLEFLAG    CHAR(1)        NOT NULL,
             CARRYCAP       SMALLINT               ,
             ENCASHFLAG     CHAR(1)                ,
             ENCASHMAX      SMALLINT               ,
             ENCASHMINBAL   SMALLINT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.LEAVE_TYPE                   *
           10 LT-PAIDFLAG          PIC X(1).
           10 LT-PAYABLEFLAG       PIC X(1).
           10 LT-CARRYCAP          PIC S9(4) USAGE COMP.
           10 LT-ENCASHFLAG        PIC X(1).
           10 LT-ENCASHMAX         PIC S9(4) USAGE COMP.
           10 LT-ENCASHMINBAL      PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
      ******************************************************************
      * LEAVE_TYPE IS THE LEAVE TYPE DIMENSION - 'AL' ANNUAL, 'SL'     *
      * PRICES. PER-TYPE BALANCES LIVE ON LEAVE_TYPE_BAL (LEAVTBAL);   *
      * THE SINGLE-BUCKET LEAVE TABLE REMAINS THE AGGREGATE THE       *
      * PAYROLL LOSS-OF-PAY CALCULATION READS.                        *
      * ENCASHFLAG 'Y' MARKS A TYPE STAFF MAY SELL BACK ONCE A YEAR;   *
      * ENCASHMAX IS THE MOST DAYS ONE YEAR'S ENCASHMENT MAY TAKE AND  *
      * ENCASHMINBAL THE BALANCE THAT MUST STILL REMAIN AFTER IT.      *
      * COBLVENR VALIDATES LEAVE_ENCASH REQUESTS AGAINST THEM AND      *
      * COBPAYRN CHECKS THEM AGAIN WHEN IT PAYS.                       *
      ******************************************************************
