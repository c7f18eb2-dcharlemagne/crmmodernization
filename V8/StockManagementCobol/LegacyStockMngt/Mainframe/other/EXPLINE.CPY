      ******************************************************************
      * DCLGEN TABLE(HR_DB.EXP_CLAIM_LINE)                             *
      *        LIBRARY(HR_DB.TEST.SOURCE(EXPLINE))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.EXP_CLAIM_LINE TABLE
           ( CLAIMNO        INTEGER        NOT NULL,
             LINENO         SMALLINT       NOT NULL,
             CATEGORY       CHAR(4)        NOT NULL,
             EXP_DATE       DATE           NOT NULL,
             AMOUNT         DECIMAL(9,2)   NOT NULL,
             RECEIPT_REF    CHAR(20)       NOT NULL,
             PROJ_NO        CHAR(6)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.EXP_CLAIM_LINE               *
      ******************************************************************
       01  DCLEXPLINE.
           10 EL-CLAIMNO           PIC S9(9) USAGE COMP.
           10 EL-LINENO            PIC S9(4) USAGE COMP.
           10 EL-CATEGORY          PIC X(4).
           10 EL-EXP-DATE          PIC X(10).
           10 EL-AMOUNT            PIC S9(7)V9(2) USAGE COMP-3.
           10 EL-RECEIPT-REF       PIC X(20).
           10 EL-PROJ-NO           PIC X(6).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      ******************************************************************
      * EXP_CLAIM_LINE CARRIES ONE RECEIPTED ITEM OF AN EXP_CLAIM      *
      * (EXPCLAIM), NUMBERED BY LINENO WITHIN THE CLAIM. CATEGORY IS   *
      * ONE OF AIR, RAIL, TAXI, HOTL (LODGING), MEAL, MILE (MILEAGE),  *
      * PHON (TELEPHONE) OR OTHR, AND RECEIPT_REF THE REFERENCE OF THE *
      * SUPPORTING RECEIPT; BOTH ARE REQUIRED BY COBEXCMN.             *
      * PROJ_NO IS SET WHEN THE EXPENSE WAS INCURRED FOR A PROJECT,    *
      * WHICH MUST EXIST AND NOT BE CLOSED. ONCE THE CLAIM IS APPROVED *
      * OR PAID THESE LINES ARE THE PROJECT'S NON-LABOR EXPENSE COST   *
      * IN COBRPT56, COBRPT68 AND THE PROJ_COST_SNAP SNAPSHOT          *
      * (COBPJSNP).                                                    *
      ******************************************************************
