      ******************************************************************
      * DCLGEN TABLE(HR_DB.CLIENT)                                     *
      *        LIBRARY(HR_DB.TEST.SOURCE(CLIENT))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.CLIENT TABLE
           ( CLIENTNO       CHAR(6)        NOT NULL,
             CLIENT_NAME    CHAR(30)       NOT NULL,
             BILL_CONTACT   CHAR(30)               ,
             BILL_ADDR      CHAR(60)               ,
             TERMS_DAYS     SMALLINT       NOT NULL,
             CSTATUS        CHAR(1)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.CLIENT                       *
      ******************************************************************
       01  DCLCLIENT.
           10 CL-CLIENTNO          PIC X(6).
           10 CL-CLIENT-NAME       PIC X(30).
           10 CL-BILL-CONTACT      PIC X(30).
           10 CL-BILL-ADDR         PIC X(60).
           10 CL-TERMS-DAYS        PIC S9(4) USAGE COMP.
           10 CL-CSTATUS           PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      ******************************************************************
      * CLIENT IS THE CLIENT MASTER - WHO WE INVOICE. COBBILLG STILL   *
      * WRITES ONE INVOICE SECTION PER CLIENT ACCOUNT (THE PROJECT'S   *
      * CONTROLLING PROJECT), AND CLIENT_PROJ (CLIPROJ) SAYS WHICH     *
      * CLIENT EACH CONTROLLING PROJECT BELONGS TO, SO EVERY INVOICE   *
      * ON THE INVOICE_REGISTER CARRIES ITS CLIENTNO. TERMS_DAYS IS    *
      * THE PAYMENT TERM - THE INVOICE DUE DATE IS THE INVOICE DATE    *
      * PLUS TERMS_DAYS. CSTATUS 'A' ACTIVE, 'I' INACTIVE (NO LONGER   *
      * BILLED BUT KEPT FOR THE AR HISTORY). MAINTAINED BY COBCLIMN IN *
      * THE COBDEDMN FLAG CONVENTION.                                  *
      ******************************************************************
