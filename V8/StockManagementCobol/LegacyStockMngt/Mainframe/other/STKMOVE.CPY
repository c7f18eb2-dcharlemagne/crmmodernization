      ******************************************************************
      * DCLGEN TABLE(HR_DB.STOCK_MOVEMENT)                             *
      *        LIBRARY(HR_DB.TEST.SOURCE(STKMOVE))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.STOCK_MOVEMENT TABLE
           ( PARTNO         CHAR(6)        NOT NULL,
             MOVE_TS        TIMESTAMP      NOT NULL,
             MOVE_TYPE      CHAR(1)        NOT NULL,
             MOVE_QTY       INTEGER        NOT NULL,
             UNIT_COST      DECIMAL(11,4)  NOT NULL,
             REASON         CHAR(30)       NOT NULL,
             REF_TYPE       CHAR(1)        NOT NULL,
             REF_ID         CHAR(12)       NOT NULL,
             ONHAND_AFTER   INTEGER        NOT NULL,
             AVG_COST_AFTER DECIMAL(11,4)  NOT NULL,
             MOVED_BY       CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.STOCK_MOVEMENT               *
      ******************************************************************
       01  DCLSTKMOVE.
           10 SM-PARTNO            PIC X(6).
           10 SM-MOVE-TS           PIC X(26).
           10 SM-MOVE-TYPE         PIC X(1).
           10 SM-MOVE-QTY          PIC S9(9) USAGE COMP.
           10 SM-UNIT-COST         PIC S9(7)V9(4) USAGE COMP-3.
           10 SM-REASON            PIC X(30).
           10 SM-REF-TYPE          PIC X(1).
           10 SM-REF-ID            PIC X(12).
           10 SM-ONHAND-AFTER      PIC S9(9) USAGE COMP.
           10 SM-AVG-COST-AFTER    PIC S9(7)V9(4) USAGE COMP-3.
           10 SM-MOVED-BY          PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
      ******************************************************************
      * STOCK_MOVEMENT IS THE PERPETUAL LEDGER BEHIND                  *
      * PART_STOCK.ONHAND_QTY, KEYED BY PARTNO AND MOVE_TS. EVERY      *
      * CHANGE TO A PART'S ON-HAND BALANCE GOES THROUGH THE SHARED     *
      * COBSTKMV ROUTINE, WHICH UPDATES PART_STOCK AND WRITES ONE ROW  *
      * HERE IN THE SAME UNIT OF WORK. MOVE_TYPE - 'R' RECEIPT         *
      * (COBPORCV), 'I' ISSUE, 'T' RETURN TO STOCK, 'A' COUNT          *
      * ADJUSTMENT, 'D' DISPOSAL (ALL KEYED THROUGH COBSTKMN) AND 'O'  *
      * THE OPENING BALANCE COBSTKMV CARRIES IN THE FIRST TIME A PART  *
      * THAT ALREADY HELD STOCK MOVES. MOVE_QTY IS SIGNED - INTO STOCK *
      * POSITIVE, OUT OF STOCK NEGATIVE. UNIT_COST IS THE PO LINE      *
      * PRICE FOR A RECEIPT AND THE RUNNING AVERAGE FOR EVERYTHING     *
      * ELSE; ONHAND_AFTER AND AVG_COST_AFTER ARE THE BALANCE AND      *
      * WEIGHTED-AVERAGE COST AFTER THE MOVEMENT, SO THE LATEST ROW    *
      * FOR A PART ON OR BEFORE ANY DATE VALUES ITS STOCK AS AT THAT   *
      * DATE. REF_TYPE/REF_ID - 'P' PONO AND LINENO, 'S' STOCKTAKE     *
      * REFERENCE, 'H' HARDWARE_ID, SPACES FOR NONE. COBSTKIQ SHOWS A  *
      * PART'S HISTORY AND COBRPT86 VALUES THE STOCK AT MONTH END.     *
      ******************************************************************
