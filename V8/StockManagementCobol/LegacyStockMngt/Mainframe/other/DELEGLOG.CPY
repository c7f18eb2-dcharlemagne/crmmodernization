      ******************************************************************
      * DCLGEN TABLE(HR_DB.APPROVAL_DELEG_LOG)                         *
      *        LIBRARY(HR_DB.TEST.SOURCE(DELEGLOG))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.APPROVAL_DELEG_LOG TABLE
           ( APPROVER       CHAR(6)        NOT NULL,
             ACTOR          CHAR(6)        NOT NULL,
             APPR_TYPE      CHAR(1)        NOT NULL,
             ITEM_KEY       CHAR(20)       NOT NULL,
             RESULT         CHAR(1)        NOT NULL,
             ACTED_BY       CHAR(8)                ,
             ACTED_TS       TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.APPROVAL_DELEG_LOG           *
      ******************************************************************
       01  DCLDELEGLOG.
           10 DL-APPROVER          PIC X(6).
           10 DL-ACTOR             PIC X(6).
           10 DL-APPR-TYPE         PIC X(1).
           10 DL-ITEM-KEY          PIC X(20).
           10 DL-RESULT            PIC X(1).
           10 DL-ACTED-BY          PIC X(8).
           10 DL-ACTED-TS          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      ******************************************************************
      * APPROVAL_DELEG_LOG RECORDS EVERY APPROVAL TAKEN ON SOMEBODY    *
      * ELSE'S BEHALF - THE APPROVER WHOSE ITEM IT WAS, THE ACTING     *
      * EMPNO, THE APPROVAL TYPE ('S', 'P' OR 'T'), THE ITEM ACTED ON  *
      * (EMPNO, PONO OR EMPNO AND WEEK) AND THE RESULT - 'D' ACCEPTED  *
      * UNDER A DELEGATION, 'E' ACCEPTED FROM THE APPROVER'S MANAGER   *
      * ON ESCALATION, 'N' REFUSED, 'X' ESCALATED BY THE NIGHTLY       *
      * COBDLGES RUN.                                                  *
      * COBDLGCK WRITES THE 'D', 'E' AND 'N' ROWS; COBAUDPK'S          *
      * DELEGATION SECTION REPORTS THEM.                               *
      ******************************************************************
