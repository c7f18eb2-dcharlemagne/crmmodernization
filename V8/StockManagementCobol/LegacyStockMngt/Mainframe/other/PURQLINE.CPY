      ******************************************************************
      * DCLGEN TABLE(HR_DB.PURCH_REQ_LINE)                             *
      *        LIBRARY(HR_DB.TEST.SOURCE(PURQLINE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.PURCH_REQ_LINE TABLE
           ( REQ_NO         CHAR(8)        NOT NULL,
             REQ_LINENO     SMALLINT       NOT NULL,
             PARTNO         CHAR(6)        NOT NULL,
             REQ_QTY        SMALLINT       NOT NULL,
             SUPNO          CHAR(6)        NOT NULL,
             UNIT_PRICE     DECIMAL(9,2)   NOT NULL,
             PONO           CHAR(6)                ,
             PO_LINENO      SMALLINT               ,
             CONVERTED_TS   TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.PURCH_REQ_LINE               *
      ******************************************************************
       01  DCLPURQLINE.
           10 RL-REQ-NO            PIC X(8).
           10 RL-REQ-LINENO        PIC S9(4) USAGE COMP.
           10 RL-PARTNO            PIC X(6).
           10 RL-REQ-QTY           PIC S9(4) USAGE COMP.
           10 RL-SUPNO             PIC X(6).
           10 RL-UNIT-PRICE        PIC S9(7)V9(2) USAGE COMP-3.
           10 RL-PONO              PIC X(6).
           10 RL-PO-LINENO         PIC S9(4) USAGE COMP.
           10 RL-CONVERTED-TS      PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
      ******************************************************************
      * PURCH_REQ_LINE IS ONE PART ASKED FOR ON A PURCH_REQ, KEYED     *
      * REQ_NO/REQ_LINENO. SUPNO AND UNIT_PRICE ARE PRICED OFF         *
      * PART_SUPPLIER WHEN THE LINE IS ADDED - THE CHEAPEST SUPPLIER   *
      * FOR THE PART UNLESS THE REQUESTER NAMES ANOTHER ON FILE FOR IT *
      * - AND ARE WHAT THE MANAGER APPROVES. COBPRQCV GROUPS APPROVED  *
      * LINES BY SUPNO (AND PROJECT) INTO DRAFT PURCHASE ORDERS AND    *
      * STAMPS EACH LINE WITH THE PONO AND PO_LINENO IT BECAME AND THE *
      * CONVERSION TIME, SO EVERY PO_LINE RAISED FROM A REQUISITION    *
      * TRACES BACK TO IT ONE FOR ONE; A NULL PONO IS A LINE NOT YET   *
      * ORDERED. COBPRQMN'S STATUS INQUIRY FOLLOWS THE LINK TO         *
      * PO_LINE.RECVD_QTY.                                             *
      ******************************************************************
