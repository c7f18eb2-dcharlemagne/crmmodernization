      ******************************************************************
      * DCLGEN TABLE(HR_DB.PROJ_MILESTONE)                             *
      *        LIBRARY(HR_DB.TEST.SOURCE(PRJMILE))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.PROJ_MILESTONE TABLE
           ( PROJ_NO        CHAR(6)        NOT NULL,
             MILESTONE_NO   SMALLINT       NOT NULL,
             ACT_NO         SMALLINT       NOT NULL,
             MS_DESC        CHAR(30)       NOT NULL,
             MS_AMOUNT      DECIMAL(11,2)  NOT NULL,
             DUE_DATE       DATE           NOT NULL,
             MSTATUS        CHAR(1)        NOT NULL,
             BILLED_YM      CHAR(6)                ,
             INVOICENO      CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.PROJ_MILESTONE               *
      ******************************************************************
       01  DCLPRJMILE.
           10 PM-PROJ-NO           PIC X(6).
           10 PM-MILESTONE-NO      PIC S9(4) USAGE COMP.
           10 PM-ACT-NO            PIC S9(4) USAGE COMP.
           10 PM-MS-DESC           PIC X(30).
           10 PM-MS-AMOUNT         PIC S9(9)V9(2) USAGE COMP-3.
           10 PM-DUE-DATE          PIC X(10).
           10 PM-MSTATUS           PIC X(1).
           10 PM-BILLED-YM         PIC X(6).
           10 PM-INVOICENO         PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
      ******************************************************************
      * PROJ_MILESTONE IS THE BILLING-MILESTONE SCHEDULE OF A FIXED-   *
      * PRICE PROJECT - ONE ROW PER MILESTONE WITH THE AGREED AMOUNT,  *
      * THE CONTRACTUAL DUE DATE AND THE PACTIVITY ROW (PROJ_NO +      *
      * ACT_NO) WHOSE COMPLETION EARNS IT. A PROJECT WITH ANY ROW HERE *
      * IS FIXED-PRICE: COBBILLG LEAVES ITS EMP_PROJ_ACT HOURS OUT OF  *
      * THE TIME-AND-MATERIALS PRICING AND INSTEAD INVOICES EACH       *
      * PENDING MILESTONE ('P') ONCE ITS ACTIVITY HAS AN ACT_ENDDATE,  *
      * IN THE CLIENT ACCOUNT'S NORMAL INVOICE SECTION, THEN MARKS IT  *
      * BILLED ('B') WITH THE BILLING MONTH AND INVOICE NUMBER SO IT   *
      * NEVER BILLS TWICE. MAINTAINED BY COBMILMN.                     *
      ******************************************************************
