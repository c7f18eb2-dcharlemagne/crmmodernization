      ******************************************************************
      * DCLGEN TABLE(HR_DB.PART_SUPP_PRICE)                            *
      *        LIBRARY(HR_DB.TEST.SOURCE(PSPRICE))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.PART_SUPP_PRICE TABLE
           ( PARTNO         CHAR(6)        NOT NULL,
             SUPNO          CHAR(6)        NOT NULL,
             EFF_DATE       DATE           NOT NULL,
             UNIT_PRICE     DECIMAL(9,2)           ,
             CHANGED_BY     CHAR(8)        NOT NULL,
             CHANGED_TS     TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.PART_SUPP_PRICE              *
      ******************************************************************
       01  DCLPSPRICE.
           10 SP-PARTNO            PIC X(6).
           10 SP-SUPNO             PIC X(6).
           10 SP-EFF-DATE          PIC X(10).
           10 SP-UNIT-PRICE        PIC S9(7)V9(2) USAGE COMP-3.
           10 SP-CHANGED-BY        PIC X(8).
           10 SP-CHANGED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      ******************************************************************
      * PART_SUPP_PRICE IS THE EFFECTIVE-DATED HISTORY OF              *
      * PART_SUPPLIER.UNIT_PRICE, KEYED PARTNO/SUPNO/EFF_DATE.         *
      * APIPSUPP WRITES A ROW DATED TODAY WHENEVER IT ADDS A CROSS-    *
      * REFERENCE OR CHANGES ITS PRICE (A SECOND CHANGE THE SAME DAY   *
      * REPLACES THAT DAY'S ROW), AND A NULL PRICE WHEN IT DELETES     *
      * ONE. THE FIRST CHANGE TO A PAIR WITH NO HISTORY YET ALSO SEEDS *
      * THE PRICE IT REPLACES AS OF 0001-01-01, SO EVERY EARLIER PO    *
      * STILL FINDS ITS PRICE. THE CATALOG PRICE IN EFFECT ON A DATE   *
      * IS THE ROW WITH THE LATEST EFF_DATE ON OR BEFORE IT; A PAIR    *
      * WITH NO HISTORY AT ALL HAS NEVER CHANGED AND PART_SUPPLIER     *
      * HOLDS IT. COBRPT88 PRICES EACH PO LINE AGAINST IT ON THE PO'S  *
      * ORDER_DATE.                                                    *
      ******************************************************************
