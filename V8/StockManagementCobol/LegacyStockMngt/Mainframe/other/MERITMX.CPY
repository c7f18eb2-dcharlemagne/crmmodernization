      ******************************************************************
      * DCLGEN TABLE(HR_DB.MERIT_MATRIX)                               *
      *        LIBRARY(HR_DB.TEST.SOURCE(MERITMX))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.MERIT_MATRIX TABLE
           ( RATING         SMALLINT       NOT NULL,
             CR_FLOOR       DECIMAL(5,1)   NOT NULL,
             INCR_PCT       DECIMAL(5,2)   NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.MERIT_MATRIX                 *
      ******************************************************************
       01  DCLMERITMX.
           10 MX-RATING            PIC S9(4) USAGE COMP.
           10 MX-CR-FLOOR          PIC S9(4)V9(1) USAGE COMP-3.
           10 MX-INCR-PCT          PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
      ******************************************************************
      * MERIT_MATRIX IS THE ANNUAL MERIT INCREASE GUIDE - ONE ROW PER  *
      * APPRAISAL RATING AND COMPA-RATIO COLUMN. CR_FLOOR IS THE       *
      * LOWEST COMPA-RATIO (SALARY OVER THE JOB_MASTER BAND MIDPOINT,  *
      * AS A PERCENT) THE COLUMN COVERS, SO AN EMPLOYEE FALLS IN THE   *
      * COLUMN WITH THE HIGHEST CR_FLOOR AT OR BELOW THEIR RATIO, AND  *
      * INCR_PCT IS THE RECOMMENDED INCREASE. MAINTAINED THROUGH       *
      * COBMRXMN AND READ BY THE COBMERIT MERIT-PLANNING RUN, WHICH    *
      * SCALES THE RECOMMENDATIONS TO EACH DEPARTMENT'S MERIT BUDGET   *
      * AND QUEUES THEM ON SALARY_CHANGE_PENDING FOR COBSALAP          *
      * APPROVAL.                                                      *
      ******************************************************************
