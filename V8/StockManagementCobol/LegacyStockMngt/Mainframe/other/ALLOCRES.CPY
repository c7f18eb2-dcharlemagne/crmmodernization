      ******************************************************************
      * DCLGEN TABLE(HR_DB.ALLOC_RESULT)                               *
      *        LIBRARY(HR_DB.TEST.SOURCE(ALLOCRES))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.ALLOC_RESULT TABLE
           ( PYEARMONTH     CHAR(6)        NOT NULL,
             SOURCE_DEPT    CHAR(3)        NOT NULL,
             RECEIVER_DEPT  CHAR(3)        NOT NULL,
             BASIS          CHAR(1)        NOT NULL,
             BASIS_QTY      DECIMAL(13,2)  NOT NULL,
             ALLOC_AMOUNT   DECIMAL(11,2)  NOT NULL,
             ALLOC_TS       TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.ALLOC_RESULT                 *
      ******************************************************************
       01  DCLALLOCRES.
           10 AX-PYEARMONTH        PIC X(6).
           10 AX-SOURCE-DEPT       PIC X(3).
           10 AX-RECEIVER-DEPT     PIC X(3).
           10 AX-BASIS             PIC X(1).
           10 AX-BASIS-QTY         PIC S9(11)V9(2) USAGE COMP-3.
           10 AX-ALLOC-AMOUNT      PIC S9(9)V9(2) USAGE COMP-3.
           10 AX-ALLOC-TS          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      ******************************************************************
      * ALLOC_RESULT HOLDS WHAT COBOHALC ALLOCATED FOR EACH PAY PERIOD *
      * - ONE ROW PER SOURCE/RECEIVER WITH THE RECEIVER'S BASIS        *
      * QUANTITY AND ITS SHARE OF THE SOURCE'S PAYROLL COST. THE       *
      * SHARES OF ONE SOURCE ADD BACK TO ITS COST EXACTLY. A RERUN     *
      * REPLACES THE PERIOD'S ROWS. COBRPT61'S FULLY LOADED VIEW ADDS  *
      * EACH DEPARTMENT'S ALLOCATIONS IN AND TAKES OFF ITS ALLOCATIONS *
      * OUT.                                                           *
      ******************************************************************
