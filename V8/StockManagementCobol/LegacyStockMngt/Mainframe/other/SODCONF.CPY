      ******************************************************************
      * DCLGEN TABLE(HR_DB.SOD_CONFLICT)                               *
      *        LIBRARY(HR_DB.TEST.SOURCE(SODCONF))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.SOD_CONFLICT TABLE
           ( RUN_DATE       DATE           NOT NULL,
             RULE_ID        CHAR(4)        NOT NULL,
             USERID         CHAR(8)        NOT NULL,
             ITEM_KEY       CHAR(20)       NOT NULL,
             EVIDENCE       CHAR(60)       NOT NULL,
             DETECTED_TS    TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.SOD_CONFLICT                 *
      ******************************************************************
       01  DCLSODCONF.
           10 SC-RUN-DATE          PIC X(10).
           10 SC-RULE-ID           PIC X(4).
           10 SC-USERID            PIC X(8).
           10 SC-ITEM-KEY          PIC X(20).
           10 SC-EVIDENCE          PIC X(60).
           10 SC-DETECTED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      ******************************************************************
      * SOD_CONFLICT IS THE SEGREGATION-OF-DUTIES FINDINGS REGISTER    *
      * WRITTEN BY THE WEEKLY COBSODSW SWEEP, ONE ROW PER EVIDENCE ROW *
      * FOUND AGAINST AN ACTIVE SOD_RULE - THE USERID IN CONFLICT, THE *
      * KEY OF THE ITEM THAT PROVES IT (EMPNO AND REQUEST DATE OF A    *
      * SALARY CHANGE, PONO, MASTER_CHANGE_LOG ROW_KEY, OR THE LITERAL *
      * USER_ROLE) AND A LINE OF EVIDENCE. RUN_DATE IS THE DAY OF THE  *
      * SWEEP; A RERUN ON THE SAME DAY REPLACES THAT DAY'S ROWS.       *
      * COBAUDPK PRINTS THE ROWS WHOSE RUN_DATE FALLS IN ITS RANGE AS  *
      * THE SEGREGATION-OF-DUTIES SECTION OF THE ANNUAL AUDIT PACK.    *
      ******************************************************************
