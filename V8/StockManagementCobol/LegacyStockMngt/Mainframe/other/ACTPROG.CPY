      ******************************************************************
      * DCLGEN TABLE(HR_DB.ACT_PROGRESS)                               *
      *        LIBRARY(HR_DB.TEST.SOURCE(ACTPROG))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.ACT_PROGRESS TABLE
           ( PROJ_NO        CHAR(6)        NOT NULL,
             ACT_NO         SMALLINT       NOT NULL,
             PYEARMONTH     CHAR(6)        NOT NULL,
             PCT_COMPLETE   DECIMAL(5,2)   NOT NULL,
             UPDATED_TS     TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.ACT_PROGRESS                 *
      ******************************************************************
       01  DCLACTPROG.
           10 AP-PROJ-NO           PIC X(6).
           10 AP-ACT-NO            PIC S9(4) USAGE COMP.
           10 AP-PYEARMONTH        PIC X(6).
           10 AP-PCT-COMPLETE      PIC S9(3)V9(2) USAGE COMP-3.
           10 AP-UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
      ******************************************************************
      * ACT_PROGRESS IS THE PERCENT COMPLETE OF EACH PACTIVITY ROW AS  *
      * ITS PROJECT LEAD REPORTS IT MONTH BY MONTH (0 TO 100), ONE ROW *
      * PER PROJ_NO/ACT_NO/PYEARMONTH, MAINTAINED ONLINE BY COBAPGMN   *
      * IN THE COBDEDMN FLAG CONVENTION. COBRPT69 TAKES THE LATEST ROW *
      * AT OR BEFORE THE REPORT MONTH AS THE ACTIVITY'S EARNED SHARE   *
      * FOR ITS EARNED-VALUE FIGURES; AN ACTIVITY WITH NO ROW HAS      *
      * EARNED NOTHING.                                                *
      ******************************************************************
