      ******************************************************************
      * DCLGEN TABLE(HR_DB.HW_REPAIR)                                  *
      *        LIBRARY(HR_DB.TEST.SOURCE(HWREPAIR))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.HW_REPAIR TABLE
           ( HARDWARE_ID    CHAR(10)       NOT NULL,
             COMP_CLASS     CHAR(1)        NOT NULL,
             DATE_OUT       DATE           NOT NULL,
             COMPONENT_ID   CHAR(10)       NOT NULL,
             FAULT          CHAR(40)       NOT NULL,
             DATE_BACK      DATE                   ,
             REPAIR_COST    DECIMAL(9,2)   NOT NULL,
             WARRANTY_FLAG  CHAR(1)        NOT NULL,
             SUPNO          CHAR(6)        NOT NULL,
             OPENED_BY      CHAR(8)        NOT NULL,
             CLOSED_BY      CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.HW_REPAIR                    *
      ******************************************************************
       01  DCLHWREPAIR.
           10 RP-HARDWARE-ID       PIC X(10).
           10 RP-COMP-CLASS        PIC X(1).
           10 RP-DATE-OUT          PIC X(10).
           10 RP-COMPONENT-ID      PIC X(10).
           10 RP-FAULT             PIC X(40).
           10 RP-DATE-BACK         PIC X(10).
           10 RP-REPAIR-COST       PIC S9(7)V9(2) USAGE COMP-3.
           10 RP-WARRANTY-FLAG     PIC X(1).
           10 RP-SUPNO             PIC X(6).
           10 RP-OPENED-BY         PIC X(8).
           10 RP-CLOSED-BY         PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
      ******************************************************************
      * HW_REPAIR IS THE REPAIR TICKET LOG FOR HARDWARE COMPONENTS,    *
      * KEYED BY HARDWARE_ID, COMP_CLASS AND DATE_OUT. COBHWRMN OPENS  *
      * A TICKET WITH THE FAULT WHEN A COMPONENT GOES OUT FOR REPAIR   *
      * AND CLOSES IT WITH DATE_BACK AND THE REPAIR COST WHEN IT COMES *
      * BACK; A NULL DATE_BACK IS AN OPEN TICKET, AND COBHWISS WILL    *
      * NOT ISSUE A SET WHILE ANY OF ITS TICKETS IS OPEN.              *
      * WARRANTY_FLAG 'Y' MEANS A HW_WARRANTY ROW FOR THE SAME         *
      * COMPONENT COVERED DATE_OUT, 'N' THAT IT DID NOT. SUPNO IS THE  *
      * SUPPLIER THAT CARRIED OUT THE REPAIR - THE WARRANTY SUPPLIER   *
      * UNLESS ANOTHER IS KEYED, SPACES FOR AN IN-HOUSE FIX. COBRPT84  *
      * REPORTS THE MONTH'S COST AND DOWNTIME BY COMPONENT CLASS AND   *
      * SUPPLIER.                                                      *
      ******************************************************************
