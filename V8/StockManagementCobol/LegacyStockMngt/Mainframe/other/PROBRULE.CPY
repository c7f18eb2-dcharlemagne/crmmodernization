      ******************************************************************
      * DCLGEN TABLE(HR_DB.PROBATION_RULE)                             *
      *        LIBRARY(HR_DB.TEST.SOURCE(PROBRULE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.PROBATION_RULE TABLE
           ( JOBGRADE       CHAR(3)        NOT NULL,
             PROB_MONTHS    SMALLINT       NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.PROBATION_RULE               *
      ******************************************************************
       01  DCLPROBRULE.
           10 PU-JOBGRADE          PIC X(3).
           10 PU-PROB-MONTHS       PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
      ******************************************************************
      * PROBATION_RULE HOLDS THE PROBATION PERIOD A NEW HIRE SERVES,   *
      * ONE ROW PER JOB_MASTER JOBGRADE. COBEMPMN LOOKS UP THE HIRE'S  *
      * JOB CODE ON JOB_MASTER, THEN ITS GRADE HERE, AND WRITES THE    *
      * EMP_PROBATION ROW WITH PROB_END = HIREDATE + PROB_MONTHS       *
      * MONTHS. A GRADE WITH NO ROW HERE (OR PROB_MONTHS ZERO) SERVES  *
      * NO PROBATION AND GETS NO EMP_PROBATION ROW.                    *
      ******************************************************************
