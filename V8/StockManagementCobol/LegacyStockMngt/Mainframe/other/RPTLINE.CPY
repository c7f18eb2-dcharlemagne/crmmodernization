      ******************************************************************
      * DCLGEN TABLE(HR_DB.REPORT_LINE)                                *
      *        LIBRARY(HR_DB.TEST.SOURCE(RPTLINE))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.REPORT_LINE TABLE
           ( REPORT_ID      CHAR(8)        NOT NULL,
             RUN_DATE       DATE           NOT NULL,
             LINE_NO        INTEGER        NOT NULL,
             DEPT_SECTION   CHAR(3)        NOT NULL,
             LINE_TEXT      CHAR(132)      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.REPORT_LINE                  *
      ******************************************************************
       01  DCLRPTLINE.
           10 RJ-REPORT-ID         PIC X(8).
           10 RJ-RUN-DATE          PIC X(10).
           10 RJ-LINE-NO           PIC S9(9) USAGE COMP.
           10 RJ-DEPT-SECTION      PIC X(3).
           10 RJ-LINE-TEXT         PIC X(132).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
      ******************************************************************
      * REPORT_LINE HOLDS THE PRINT LINES OF EACH REPORT_RUN, IN PRINT *
      * ORDER BY LINE_NO, INDEXED ON REPORT_ID, RUN_DATE, DEPT_SECTION *
      * AND LINE_NO. DEPT_SECTION IS THE DEPARTMENT THE LINE BELONGS   *
      * TO - 'HDR' FOR THE HEADING LINES AHEAD OF THE FIRST            *
      * DEPARTMENT, '***' FOR COMPANY-LEVEL LINES (TOTALS, AND EVERY   *
      * LINE OF A REPORT NOT BROKEN DOWN BY DEPARTMENT). A USER SEES A *
      * DEPARTMENT'S LINES WITH ROLE 'RPT' PLUS THE DEPTNO ON          *
      * USER_ROLE (RPTD11 FOR D11), THE HEADING WITH ANY SUCH ROLE,    *
      * AND EVERYTHING, '***' INCLUDED, WITH ROLE 'RPTALL'.            *
      ******************************************************************
