      ******************************************************************
      * DCLGEN TABLE(HR_DB.CASH_RECEIPT)                               *
      *        LIBRARY(HR_DB.TEST.SOURCE(CASHRCPT))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.CASH_RECEIPT TABLE
           ( RECEIPT_REF    CHAR(10)       NOT NULL,
             INVOICENO      CHAR(8)        NOT NULL,
             CLIENTNO       CHAR(6)        NOT NULL,
             RECEIPT_DATE   DATE           NOT NULL,
             RECEIPT_AMT    DECIMAL(11,2)  NOT NULL,
             APPLIED_AMT    DECIMAL(11,2)  NOT NULL,
             UNAPPLIED_AMT  DECIMAL(11,2)  NOT NULL,
             POSTED_TS      TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.CASH_RECEIPT                 *
      ******************************************************************
       01  DCLCASHRCPT.
           10 CR-RECEIPT-REF       PIC X(10).
           10 CR-INVOICENO         PIC X(8).
           10 CR-CLIENTNO          PIC X(6).
           10 CR-RECEIPT-DATE      PIC X(10).
           10 CR-RECEIPT-AMT       PIC S9(9)V9(2) USAGE COMP-3.
           10 CR-APPLIED-AMT       PIC S9(9)V9(2) USAGE COMP-3.
           10 CR-UNAPPLIED-AMT     PIC S9(9)V9(2) USAGE COMP-3.
           10 CR-POSTED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      ******************************************************************
      * CASH_RECEIPT IS THE CASH SIDE OF THE ACCOUNTS-RECEIVABLE       *
      * LEDGER - ONE ROW PER LOCKBOX PAYMENT COBCSHRC HAS POSTED,      *
      * KEYED BY THE BANK'S RECEIPT REFERENCE SO THE SAME LOCKBOX FILE *
      * CAN NEVER BE APPLIED TWICE. APPLIED_AMT IS WHAT WENT AGAINST   *
      * THE INVOICE; UNAPPLIED_AMT IS AN OVERPAYMENT OR A PAYMENT      *
      * QUOTING NO OPEN INVOICE, HELD ON ACCOUNT FOR FINANCE TO        *
      * RESOLVE AND PRINTED ON THE RUN'S EXCEPTION LIST.               *
      ******************************************************************
