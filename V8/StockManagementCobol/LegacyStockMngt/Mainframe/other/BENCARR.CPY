      ******************************************************************
      * DCLGEN TABLE(HR_DB.BENEFIT_CARRIER)                            *
      *        LIBRARY(HR_DB.TEST.SOURCE(BENCARR))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.BENEFIT_CARRIER TABLE
           ( CARRIER_ID     CHAR(8)        NOT NULL,
             DEDCODE        CHAR(4)        NOT NULL,
             CARRIER_NAME   CHAR(30)       NOT NULL,
             GROUP_NO       CHAR(10)       NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.BENEFIT_CARRIER              *
      ******************************************************************
       01  DCLBENCARR.
           10 BN-CARRIER-ID        PIC X(8).
           10 BN-DEDCODE           PIC X(4).
           10 BN-CARRIER-NAME      PIC X(30).
           10 BN-GROUP-NO          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
      ******************************************************************
      * BENEFIT_CARRIER NAMES THE INSURANCE CARRIER BEHIND EACH        *
      * BENEFIT DEDCODE - ONE ROW PER CARRIER AND CODE, SO ONE CARRIER *
      * MAY UNDERWRITE SEVERAL CODES (SINGLE AND FAMILY TIERS OF ONE   *
      * PLAN). GROUP_NO IS OUR GROUP POLICY NUMBER WITH THE CARRIER.   *
      * CARRIER_ID IS ALSO THE XMIT_CONTROL FILEID OF THE CARRIER'S    *
      * ENROLLMENT FEED: COBCARFD WRITES ONE FILE PER CARRIER ID       *
      * CARRYING EVERY EMP_DEDUCTION ENROLLMENT IN THE CARRIER'S       *
      * CODES, AND A DEDCODE WITH NO ROW HERE IS NEVER SENT TO ANY     *
      * CARRIER.                                                       *
      ******************************************************************
