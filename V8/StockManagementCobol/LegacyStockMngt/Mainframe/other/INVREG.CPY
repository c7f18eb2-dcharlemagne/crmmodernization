      ******************************************************************
      * DCLGEN TABLE(HR_DB.INVOICE_REGISTER)                           *
      *        LIBRARY(HR_DB.TEST.SOURCE(INVREG))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.INVOICE_REGISTER TABLE
           ( INVOICENO      CHAR(8)        NOT NULL,
             CLIENTNO       CHAR(6)        NOT NULL,
             CTRLPROJ       CHAR(6)        NOT NULL,
             BILL_MONTH     CHAR(6)        NOT NULL,
             INVOICE_DATE   DATE           NOT NULL,
             DUE_DATE       DATE           NOT NULL,
             INV_AMOUNT     DECIMAL(11,2)  NOT NULL,
             PAID_AMOUNT    DECIMAL(11,2)  NOT NULL,
             DETAIL_COUNT   INTEGER        NOT NULL,
             ISTATUS        CHAR(1)        NOT NULL,
             LAST_PAID_DATE DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.INVOICE_REGISTER             *
      ******************************************************************
       01  DCLINVREG.
           10 IR-INVOICENO         PIC X(8).
           10 IR-CLIENTNO          PIC X(6).
           10 IR-CTRLPROJ          PIC X(6).
           10 IR-BILL-MONTH        PIC X(6).
           10 IR-INVOICE-DATE      PIC X(10).
           10 IR-DUE-DATE          PIC X(10).
           10 IR-INV-AMOUNT        PIC S9(9)V9(2) USAGE COMP-3.
           10 IR-PAID-AMOUNT       PIC S9(9)V9(2) USAGE COMP-3.
           10 IR-DETAIL-COUNT      PIC S9(9) USAGE COMP.
           10 IR-ISTATUS           PIC X(1).
           10 IR-LAST-PAID-DATE    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
      ******************************************************************
      * INVOICE_REGISTER IS THE ACCOUNTS-RECEIVABLE LEDGER OF EVERY    *
      * INVOICE COBBILLG HAS SENT - ONE ROW PER HEADER/DETAIL/TRAILER  *
      * SECTION OF THE INVOICE EXTRACT, WRITTEN BY THE SAME RUN THAT   *
      * WRITES THE SECTION, SO THE INVOICE NUMBER ON THE EXTRACT       *
      * HEADER AND THE REGISTER ROW ARE ALWAYS THE SAME. INV_AMOUNT IS *
      * THE SECTION'S TRAILER HASH (THE SUM OF ITS DETAIL AMOUNTS).    *
      * PAID_AMOUNT IS ADVANCED BY THE COBCSHRC CASH-RECEIPTS RUN AS   *
      * LOCKBOX PAYMENTS ARE APPLIED. ISTATUS 'O' OPEN, 'P' PAID IN    *
      * FULL. COBRPT67 AGES THE OPEN BALANCE (INV_AMOUNT LESS          *
      * PAID_AMOUNT) BY CLIENT.                                        *
      ******************************************************************
