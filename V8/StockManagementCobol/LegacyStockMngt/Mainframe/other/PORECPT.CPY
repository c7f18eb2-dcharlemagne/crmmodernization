      ******************************************************************
      * DCLGEN TABLE(HR_DB.PO_RECEIPT)                                 *
      *        LIBRARY(HR_DB.TEST.SOURCE(PORECPT))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.PO_RECEIPT TABLE
           ( PONO           CHAR(6)        NOT NULL,
             LINENO         SMALLINT       NOT NULL,
             RECV_TS        TIMESTAMP      NOT NULL,
             RECV_DATE      DATE           NOT NULL,
             RECV_QTY       SMALLINT       NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.PO_RECEIPT                   *
      ******************************************************************
       01  DCLPORECPT.
           10 RV-PONO              PIC X(6).
           10 RV-LINENO            PIC S9(4) USAGE COMP.
           10 RV-RECV-TS           PIC X(26).
           10 RV-RECV-DATE         PIC X(10).
           10 RV-RECV-QTY          PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
      ******************************************************************
      * PO_RECEIPT HOLDS ONE ROW FOR EVERY RECEIPT COBPORCV BOOKS      *
      * AGAINST A PO_LINE, KEYED PONO/LINENO/RECV_TS, SO A LINE        *
      * DELIVERED IN SEVERAL DROPS KEEPS EACH DROP'S DATE AND QUANTITY *
      * WHERE PO_LINE.RECVD_QTY ONLY HOLDS THE RUNNING TOTAL.          *
      * RECV_DATE IS THE DATE THE GOODS ARRIVED AS KEYED ON THE        *
      * RECVFILE LINE, OR THE RUN DATE WHEN NONE WAS KEYED. COBRPT87   *
      * MEASURES A SUPPLIER'S ON-TIME DELIVERY FROM THE LAST RECV_DATE *
      * ON EACH LINE AGAINST THE PO'S ORDER_DATE PLUS THE              *
      * PART_SUPPLIER LEAD_DAYS PROMISED.                              *
      ******************************************************************
