      ******************************************************************
      * DCLGEN TABLE(HR_DB.REPORT_RUN)                                 *
      *        LIBRARY(HR_DB.TEST.SOURCE(RPTRUN))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.REPORT_RUN TABLE
           ( REPORT_ID      CHAR(8)        NOT NULL,
             RUN_DATE       DATE           NOT NULL,
             REPORT_TITLE   CHAR(80)       NOT NULL,
             DEPT_COLUMN    SMALLINT       NOT NULL,
             LINE_COUNT     INTEGER        NOT NULL,
             SECTION_COUNT  SMALLINT       NOT NULL,
             RETAIN_DAYS    SMALLINT       NOT NULL,
             RETAIN_UNTIL   DATE           NOT NULL,
             CAPTURE_STATUS CHAR(1)        NOT NULL,
             CAPTURE_TS     TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.REPORT_RUN                   *
      ******************************************************************
       01  DCLRPTRUN.
           10 RI-REPORT-ID         PIC X(8).
           10 RI-RUN-DATE          PIC X(10).
           10 RI-REPORT-TITLE      PIC X(80).
           10 RI-DEPT-COLUMN       PIC S9(4) USAGE COMP.
           10 RI-LINE-COUNT        PIC S9(9) USAGE COMP.
           10 RI-SECTION-COUNT     PIC S9(4) USAGE COMP.
           10 RI-RETAIN-DAYS       PIC S9(4) USAGE COMP.
           10 RI-RETAIN-UNTIL      PIC X(10).
           10 RI-CAPTURE-STATUS    PIC X(1).
           10 RI-CAPTURE-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      ******************************************************************
      * REPORT_RUN IS THE INDEX OF THE REPORT REPOSITORY - ONE ROW PER *
      * NIGHTLY REPORT PER RUN DATE, KEYED BY REPORT_ID AND RUN_DATE.  *
      * COBRPTCP WRITES IT AS EACH HRNIGHT REPORT STEP ENDS, FROM THE  *
      * STEP'S PRINT DATASET, AND REPLACES THE DAY'S ROW ON A RERUN.   *
      * CAPTURE_STATUS 'I' WHILE THE LINES ARE LOADING, 'C' ONCE THEY  *
      * ARE ALL ON REPORT_LINE - COBRPTIQ SHOWS ONLY 'C' RUNS.         *
      * RETAIN_UNTIL IS RUN_DATE PLUS THE REPORT'S RETAIN_DAYS; THE    *
      * RUN AND ITS LINES ARE PURGED THE FIRST NIGHT AFTER IT.         *
      * DEPT_COLUMN IS WHERE THE DEPARTMENT NUMBER SITS ON THE PRINT   *
      * LINE (ZERO FOR A REPORT NOT BROKEN DOWN BY DEPARTMENT).        *
      ******************************************************************
