      ******************************************************************
      * DCLGEN TABLE(HR_DB.SOD_RULE)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(SODRULE))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.SOD_RULE TABLE
           ( RULE_ID        CHAR(4)        NOT NULL,
             RULE_TYPE      CHAR(1)        NOT NULL,
             DUTY_A         CHAR(18)       NOT NULL,
             DUTY_B         CHAR(18)       NOT NULL,
             RULE_DESC      CHAR(40)       NOT NULL,
             RSTATUS        CHAR(1)        NOT NULL,
             UPDATED_BY     CHAR(8)                ,
             UPDATED_TS     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.SOD_RULE                     *
      ******************************************************************
       01  DCLSODRULE.
           10 SR-RULE-ID           PIC X(4).
           10 SR-RULE-TYPE         PIC X(1).
           10 SR-DUTY-A            PIC X(18).
           10 SR-DUTY-B            PIC X(18).
           10 SR-RULE-DESC         PIC X(40).
           10 SR-RSTATUS           PIC X(1).
           10 SR-UPDATED-BY        PIC X(8).
           10 SR-UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      ******************************************************************
      * SOD_RULE IS THE MAINTAINABLE TABLE OF CONFLICTING DUTIES THE   *
      * WEEKLY SEGREGATION-OF-DUTIES SWEEP (COBSODSW) CHECKS, ONE ROW  *
      * PER RULE KEYED BY RULE_ID. RULE_TYPE SAYS WHAT EVIDENCE THE    *
      * RULE LOOKS FOR - 'S' THE SAME USER PROPOSED (REQUESTED_BY) AND *
      * APPROVED (DECIDED_BY) A SALARY_CHANGE_PENDING ROW; 'P' THE     *
      * SAME USER RAISED (CREATED_BY) AND APPROVED (APPR_BY) A         *
      * PURCHASE_ORDER; 'M' A USER WHO CHANGED A ROW OF THE MASTER     *
      * TABLE NAMED IN DUTY_A (MASTER_CHANGE_LOG.TABLE_NAME, E.G.      *
      * EMP_BANK_ACCT) ALSO RAN THE BATCH PROGRAM NAMED IN DUTY_B      *
      * (JOB_RUN_LOG.PROGRAM_NAME, E.G. COBBNKEX) WITHIN 35 DAYS AFTER *
      * THE CHANGE; 'R' A USER_ROLE USERID HOLDS BOTH THE ROLE IN      *
      * DUTY_A AND THE ROLE IN DUTY_B. FOR 'S' AND 'P' THE DUTY        *
      * COLUMNS ONLY LABEL THE TWO SIDES.                              *
      * RSTATUS IS 'A' ACTIVE OR 'X' RETIRED; A RETIRED RULE IS KEPT   *
      * SO PAST FINDINGS STILL NAME IT. COBSODMN MAINTAINS THE TABLE   *
      * AND STAMPS EVERY CHANGE TO MASTER_CHANGE_LOG.                  *
      ******************************************************************
