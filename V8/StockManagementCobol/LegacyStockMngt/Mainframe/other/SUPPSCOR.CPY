      ******************************************************************
      * DCLGEN TABLE(HR_DB.SUPP_SCORE)                                 *
      *        LIBRARY(HR_DB.TEST.SOURCE(SUPPSCOR))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.SUPP_SCORE TABLE
           ( SUPNO          CHAR(6)        NOT NULL,
             SCORE_QTR      CHAR(6)        NOT NULL,
             RECV_LINES     INTEGER        NOT NULL,
             ONTIME_LINES   INTEGER        NOT NULL,
             PROMISED_LINES INTEGER        NOT NULL,
             SHORT_LINES    INTEGER        NOT NULL,
             OVER_LINES     INTEGER        NOT NULL,
             INV_LINES      INTEGER        NOT NULL,
             INV_EXCEPTIONS INTEGER        NOT NULL,
             PRICED_LINES   INTEGER        NOT NULL,
             STABLE_LINES   INTEGER        NOT NULL,
             ONTIME_PCT     DECIMAL(5,1)           ,
             QTY_PCT        DECIMAL(5,1)           ,
             INV_PCT        DECIMAL(5,1)           ,
             PRICE_PCT      DECIMAL(5,1)           ,
             SCORE          DECIMAL(5,1)   NOT NULL,
             RANK_NO        SMALLINT               ,
             SCORED_TS      TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.SUPP_SCORE                   *
      ******************************************************************
       01  DCLSUPPSCOR.
           10 SS-SUPNO             PIC X(6).
           10 SS-SCORE-QTR         PIC X(6).
           10 SS-RECV-LINES        PIC S9(9) USAGE COMP.
           10 SS-ONTIME-LINES      PIC S9(9) USAGE COMP.
           10 SS-PROMISED-LINES    PIC S9(9) USAGE COMP.
           10 SS-SHORT-LINES       PIC S9(9) USAGE COMP.
           10 SS-OVER-LINES        PIC S9(9) USAGE COMP.
           10 SS-INV-LINES         PIC S9(9) USAGE COMP.
           10 SS-INV-EXCEPTIONS    PIC S9(9) USAGE COMP.
           10 SS-PRICED-LINES      PIC S9(9) USAGE COMP.
           10 SS-STABLE-LINES      PIC S9(9) USAGE COMP.
           10 SS-ONTIME-PCT        PIC S9(4)V9(1) USAGE COMP-3.
           10 SS-QTY-PCT           PIC S9(4)V9(1) USAGE COMP-3.
           10 SS-INV-PCT           PIC S9(4)V9(1) USAGE COMP-3.
           10 SS-PRICE-PCT         PIC S9(4)V9(1) USAGE COMP-3.
           10 SS-SCORE             PIC S9(4)V9(1) USAGE COMP-3.
           10 SS-RANK-NO           PIC S9(4) USAGE COMP.
           10 SS-SCORED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
      ******************************************************************
      * SUPP_SCORE IS THE QUARTERLY SUPPLIER SCORECARD COBRPT87        *
      * WRITES, ONE ROW PER SUPNO AND SCORE_QTR ('YYYYQN'). THE COUNTS *
      * BEHIND EACH MEASURE ARE KEPT WITH IT - ONTIME_PCT IS LINES     *
      * FULLY RECEIVED BY ORDER_DATE PLUS THE PROMISED LEAD_DAYS OVER  *
      * LINES WITH A PROMISE ON FILE; QTY_PCT IS RECEIVED LINES        *
      * NEITHER SHORT NOR OVER AGAINST ORDER_QTY; INV_PCT IS           *
      * SUPP_INVOICE LINES THAT MATCHED ('M'); PRICE_PCT IS ORDER      *
      * LINES PRICED WITHIN TWO PERCENT OF THE SUPPLIER'S AVERAGE FOR  *
      * THE PART OVER THE YEAR BEFORE. A MEASURE WITH NOTHING TO       *
      * MEASURE IS NULL AND DROPS OUT OF SCORE, THE WEIGHTED 0-100     *
      * BLEND OF THE REST. RANK_NO IS 1 FOR THE BEST SCORE IN THE      *
      * QUARTER. COBSTKRO READS THE LATEST QUARTER'S SCORE WHEN TOLD   *
      * TO CHOOSE SUPPLIERS ON PERFORMANCE AS WELL AS PRICE.           *
      ******************************************************************
