      ******************************************************************
      * DCLGEN TABLE(HR_DB.EMP_PROBATION)                              *
      *        LIBRARY(HR_DB.TEST.SOURCE(EMPPROB))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.EMP_PROBATION TABLE
           ( EMPNO          CHAR(6)        NOT NULL,
             HIREDATE       DATE           NOT NULL,
             PROB_END       DATE           NOT NULL,
             PSTATUS        CHAR(1)        NOT NULL,
             EXTEND_COUNT   SMALLINT       NOT NULL,
             REMINDED_DATE  DATE                   ,
             TERMDATE       DATE                   ,
             ACTION_BY      CHAR(8)                ,
             ACTION_TS      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.EMP_PROBATION                *
      ******************************************************************
       01  DCLEMPPROB.
           10 EP-EMPNO             PIC X(6).
           10 EP-HIREDATE          PIC X(10).
           10 EP-PROB-END          PIC X(10).
           10 EP-PSTATUS           PIC X(1).
           10 EP-EXTEND-COUNT      PIC S9(4) USAGE COMP.
           10 EP-REMINDED-DATE     PIC X(10).
           10 EP-TERMDATE          PIC X(10).
           10 EP-ACTION-BY         PIC X(8).
           10 EP-ACTION-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
      ******************************************************************
      * EMP_PROBATION TRACKS A NEW HIRE'S PROBATION, ONE ROW PER       *
      * EMPNO, WRITTEN BY COBEMPMN AT ONBOARDING FROM THE              *
      * PROBATION_RULE FOR THE HIRE'S JOBGRADE. PSTATUS 'P' ON         *
      * PROBATION, 'E' EXTENDED (PROB_END MOVED OUT, EXTEND_COUNT      *
      * BUMPED), 'C' CONFIRMED, 'F' FAILED.                            *
      * COBPRBRM POSTS THE REVIEW REMINDER TO THE DEPARTMENT MANAGER'S *
      * MSG_IN_TRAY 30 DAYS BEFORE PROB_END AND STAMPS REMINDED_DATE;  *
      * AN EXTENSION CLEARS IT SO THE NEW DATE IS REMINDED IN TURN.    *
      * COBPRBMN CONFIRMS, EXTENDS OR FAILS, STAMPING ACTION_BY AND    *
      * ACTION_TS. A FAIL CARRIES THE TERMDATE, AND COBEMPOF'S NIGHTLY *
      * PROBTN RUN (HRNIGHT STEP082) OFFBOARDS THE EMPLOYEE ONCE THAT  *
      * DATE IS REACHED. COBRPT78 LISTS 'P'/'E' ROWS PAST PROB_END.    *
      ******************************************************************
