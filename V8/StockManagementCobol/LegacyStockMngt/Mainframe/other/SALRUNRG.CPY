      ******************************************************************
      * DCLGEN TABLE(HR_DB.SALARY_RUN_REGISTER)                        *
      *        LIBRARY(HR_DB.TEST.SOURCE(SALRUNRG))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.SALARY_RUN_REGISTER TABLE
           ( RUN_TYPE       CHAR(1)        NOT NULL,
             RUN_DATE       DATE           NOT NULL,
             EMPNO          CHAR(6)        NOT NULL,
             OLDSALARY      DECIMAL(9,2)   NOT NULL,
             NEWSALARY      DECIMAL(9,2)   NOT NULL,
             RUN_BY         CHAR(8)        NOT NULL,
             RUN_TS         TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.SALARY_RUN_REGISTER          *
      ******************************************************************
       01  DCLSALRUNRG.
           10 RG-RUN-TYPE          PIC X(1).
           10 RG-RUN-DATE          PIC X(10).
           10 RG-EMPNO             PIC X(6).
           10 RG-OLDSALARY         PIC S9(7)V9(2) USAGE COMP-3.
           10 RG-NEWSALARY         PIC S9(7)V9(2) USAGE COMP-3.
           10 RG-RUN-BY            PIC X(8).
           10 RG-RUN-TS            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      ******************************************************************
      * SALARY_RUN_REGISTER IS THE PERMANENT COPY OF THE REGISTERS THE *
      * SALARY BATCH RUNS PRINT, ONE ROW PER EMPLOYEE PER RUN.         *
      * RUN_TYPE 'M' IS WRITTEN BY COBSALMS IN UPDATE MODE FOR EVERY   *
      * INCREASE IT POSTS (A TRIAL RUN WRITES NOTHING); RUN_TYPE 'S'   *
      * IS WRITTEN BY COBSTEPR FOR EVERY ANNIVERSARY STEP PROPOSAL IT  *
      * RAISES THROUGH COBSALAP. OLDSALARY IS EMP.SALARY WHEN THE RUN  *
      * READ IT (ZERO FOR A STEP PROPOSAL, WHOSE OLD VALUE COBSALAP    *
      * CAPTURES ON SALARY_CHANGE_PENDING) AND NEWSALARY THE VALUE     *
      * POSTED OR PROPOSED. RUN_BY IS THE SQLID OF THE RUN.            *
      * COBSALRC READS THESE ROWS NIGHTLY TO TIE EACH SALARY_AUDIT AND *
      * EMP_SAL_HIST ENTRY BACK TO THE RUN THAT AUTHORIZED IT.         *
      ******************************************************************
