      ******************************************************************
      * DCLGEN TABLE(HR_DB.SALARY_BYPASS)                              *
      *        LIBRARY(HR_DB.TEST.SOURCE(SALBYPAS))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.SALARY_BYPASS TABLE
           ( RUN_DATE       DATE           NOT NULL,
             SOURCE_TBL     CHAR(1)        NOT NULL,
             EMPNO          CHAR(6)        NOT NULL,
             OLDSALARY      DECIMAL(9,2)   NOT NULL,
             NEWSALARY      DECIMAL(9,2)   NOT NULL,
             CHANGE_TS      TIMESTAMP      NOT NULL,
             CHANGED_BY     CHAR(8)        NOT NULL,
             NOTIFIED_TO    CHAR(6)        NOT NULL,
             DETECTED_TS    TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.SALARY_BYPASS                *
      ******************************************************************
       01  DCLSALBYPAS.
           10 SB-RUN-DATE          PIC X(10).
           10 SB-SOURCE-TBL        PIC X(1).
           10 SB-EMPNO             PIC X(6).
           10 SB-OLDSALARY         PIC S9(7)V9(2) USAGE COMP-3.
           10 SB-NEWSALARY         PIC S9(7)V9(2) USAGE COMP-3.
           10 SB-CHANGE-TS         PIC X(26).
           10 SB-CHANGED-BY        PIC X(8).
           10 SB-NOTIFIED-TO       PIC X(6).
           10 SB-DETECTED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
      ******************************************************************
      * SALARY_BYPASS IS THE EXCEPTION REGISTER WRITTEN BY THE NIGHTLY *
      * COBSALRC RECONCILIATION, ONE ROW PER SALARY CHANGE THAT COULD  *
      * NOT BE TIED TO AN AUTHORIZING SOURCE - AN APPROVED             *
      * SALARY_CHANGE_PENDING ROW (WHICH ALSO COVERS A COBSTEPR STEP   *
      * PROPOSAL) OR A COBSALMS MASS-RUN ROW ON SALARY_RUN_REGISTER.   *
      * SOURCE_TBL 'A' IS A SALARY_AUDIT ENTRY, CHANGE_TS AND          *
      * CHANGED_BY COPIED FROM IT; 'H' IS AN EMP_SAL_HIST ROW,         *
      * CHANGE_TS ITS EFFDATE AT MIDNIGHT AND CHANGED_BY THE SQLID OF  *
      * A MATCHING SALARY_AUDIT ENTRY, OR 'UNKNOWN' WHEN THE CHANGE    *
      * NEVER REACHED THE AUDIT TRAIL. NOTIFIED_TO IS THE COMPENSATION *
      * MANAGER WHOSE INBOX RECEIVED THE NOTICE (SPACES WHEN NONE WAS  *
      * NAMED ON SYSIN).                                               *
      * RUN_DATE IS THE DAY OF THE RECONCILIATION; A RERUN ON THE SAME *
      * DAY REPLACES THAT DAY'S ROWS, AND AN ENTRY ALREADY ON THE      *
      * REGISTER FROM AN EARLIER DAY IS NOT RECORDED OR NOTIFIED       *
      * AGAIN.                                                         *
      ******************************************************************
