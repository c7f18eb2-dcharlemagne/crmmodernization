      ******************************************************************
      * DCLGEN TABLE(HR_DB.CAP_LABOR)                                  *
      *        LIBRARY(HR_DB.TEST.SOURCE(CAPLAB))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.CAP_LABOR TABLE
           ( PYEARMONTH     CHAR(6)        NOT NULL,
             EMPNO          CHAR(6)        NOT NULL,
             PROJ_NO        CHAR(6)        NOT NULL,
             ACT_NO         SMALLINT       NOT NULL,
             SUBID          CHAR(4)        NOT NULL,
             CAP_HOURS      DECIMAL(7,2)   NOT NULL,
             CUM_EMPTIME    DECIMAL(5,2)   NOT NULL,
             CAP_AMOUNT     DECIMAL(11,2)  NOT NULL,
             COST_SOURCE    CHAR(1)        NOT NULL,
             CAP_TS         TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.CAP_LABOR                    *
      ******************************************************************
       01  DCLCAPLAB.
           10 CL-PYEARMONTH        PIC X(6).
           10 CL-EMPNO             PIC X(6).
           10 CL-PROJ-NO           PIC X(6).
           10 CL-ACT-NO            PIC S9(4) USAGE COMP.
           10 CL-SUBID             PIC X(4).
           10 CL-CAP-HOURS         PIC S9(5)V9(2) USAGE COMP-3.
           10 CL-CUM-EMPTIME       PIC S9(3)V9(2) USAGE COMP-3.
           10 CL-CAP-AMOUNT        PIC S9(9)V9(2) USAGE COMP-3.
           10 CL-COST-SOURCE       PIC X(1).
           10 CL-CAP-TS            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      ******************************************************************
      * CAP_LABOR HOLDS THE MONTHLY CAPITALIZED LABOR OF EACH          *
      * ASSIGNMENT (EMPNO, PROJ_NO, ACT_NO) ON A CAPITALIZABLE         *
      * ACTIVITY, WRITTEN BY COBCAPLB AND REPLACED WHEN A MONTH IS     *
      * RERUN. COST_SOURCE 'D' MEANS THE HOURS AND AMOUNT CAME FROM    *
      * THE MONTH'S LABOR_DIST ROWS (ACTUAL POSTED PAYROLL COST); 'S'  *
      * THAT NO DISTRIBUTION EXISTED AND THE HOURS - THE GROWTH IN     *
      * EMP_PROJ_ACT.EMPTIME SINCE THE ASSIGNMENT'S LAST ROW HERE,     *
      * CUM_EMPTIME BEING THAT MARK - WERE VALUED AT SALARY/2080. THE  *
      * SUM OF CAP_AMOUNT PER PROJECT IS THE ASSET-UNDER-CONSTRUCTION  *
      * BALANCE ON CAP_ASSET.                                          *
      ******************************************************************
