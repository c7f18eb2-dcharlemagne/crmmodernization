      ******************************************************************
      * DCLGEN TABLE(HR_DB.PROJ_CHANGE_REQ)                            *
      *        LIBRARY(HR_DB.TEST.SOURCE(PROJCHG))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.PROJ_CHANGE_REQ TABLE
           ( PROJ_NO        CHAR(6)        NOT NULL,
             REQUEST_TS     TIMESTAMP      NOT NULL,
             OLD_BUDGET     DECIMAL(11,2)  NOT NULL,
             NEW_BUDGET     DECIMAL(11,2)  NOT NULL,
             OLD_STAFF      DECIMAL(5,0)   NOT NULL,
             NEW_STAFF      DECIMAL(5,0)   NOT NULL,
             OLD_ENDDATE    CHAR(8)        NOT NULL,
             NEW_ENDDATE    CHAR(8)        NOT NULL,
             REASON         CHAR(40)       NOT NULL,
             REQUESTED_BY   CHAR(8)        NOT NULL,
             CSTATUS        CHAR(1)        NOT NULL,
             DECIDED_BY     CHAR(8)                ,
             DECIDED_TS     TIMESTAMP              ,
             REJECT_REASON  CHAR(30)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.PROJ_CHANGE_REQ              *
      ******************************************************************
       01  DCLPROJCHG.
           10 PC-PROJ-NO           PIC X(6).
           10 PC-REQUEST-TS        PIC X(26).
           10 PC-OLD-BUDGET        PIC S9(9)V9(2) USAGE COMP-3.
           10 PC-NEW-BUDGET        PIC S9(9)V9(2) USAGE COMP-3.
           10 PC-OLD-STAFF         PIC S9(5) USAGE COMP-3.
           10 PC-NEW-STAFF         PIC S9(5) USAGE COMP-3.
           10 PC-OLD-ENDDATE       PIC X(8).
           10 PC-NEW-ENDDATE       PIC X(8).
           10 PC-REASON            PIC X(40).
           10 PC-REQUESTED-BY      PIC X(8).
           10 PC-CSTATUS           PIC X(1).
           10 PC-DECIDED-BY        PIC X(8).
           10 PC-DECIDED-TS        PIC X(26).
           10 PC-REJECT-REASON     PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
      ******************************************************************
      * PROJ_CHANGE_REQ IS THE CHANGE-REQUEST LOG OF A BASELINED       *
      * PROJECT (SEE PROJ_BASELINE). A REQUEST CARRIES THE BUDGET,     *
      * STAFFING TOTAL AND END DATE ASKED FOR, THE REASON AND THE      *
      * REQUESTER, AND SITS PENDING ('P') UNTIL A SECOND, DIFFERENT    *
      * USER APPROVES ('A') OR REJECTS ('R') IT THROUGH COBPCRMN - THE *
      * SALARY_CHANGE_PENDING DUAL-CONTROL PATTERN. ONLY APPROVAL      *
      * WRITES THE NEW FIGURES TO PROJECT; THE OLD_ COLUMNS ARE        *
      * RESTATED AT THAT MOMENT TO WHAT PROJECT HELD, SO THE APPROVED  *
      * ROWS CHAIN FROM THE BASELINE TO THE CURRENT VALUES. REJECTED   *
      * ROWS ARE KEPT WITH THEIR REASON.                               *
      ******************************************************************
