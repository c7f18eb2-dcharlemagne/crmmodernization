      ******************************************************************
      * DCLGEN TABLE(HR_DB.LEAVE_REQUEST)                              *
      *        LIBRARY(HR_DB.TEST.SOURCE(LVREQST))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.LEAVE_REQUEST TABLE
           ( REQNO          INTEGER        NOT NULL,
             EMPNO          CHAR(6)        NOT NULL,
             LTYPE          CHAR(2)        NOT NULL,
             START_DATE     DATE           NOT NULL,
             END_DATE       DATE           NOT NULL,
             LDAYS          SMALLINT       NOT NULL,
             LYEARMONTH     CHAR(6)        NOT NULL,
             RSTATUS        CHAR(1)        NOT NULL,
             APPROVER       CHAR(6)        NOT NULL,
             FLOOR_FLAG     CHAR(1)        NOT NULL,
             POSTED         CHAR(1)        NOT NULL,
             SUBMITTED_TS   TIMESTAMP      NOT NULL,
             DECIDED_BY     CHAR(8)                ,
             DECIDED_TS     TIMESTAMP              ,
             REJECT_REASON  CHAR(30)               ,
             CANCELLED_TS   TIMESTAMP              ,
             ENTERED_BY     CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.LEAVE_REQUEST                *
      ******************************************************************
       01  DCLLVREQST.
           10 LQ-REQNO             PIC S9(9) USAGE COMP.
           10 LQ-EMPNO             PIC X(6).
           10 LQ-LTYPE             PIC X(2).
           10 LQ-START-DATE        PIC X(10).
           10 LQ-END-DATE          PIC X(10).
           10 LQ-LDAYS             PIC S9(4) USAGE COMP.
           10 LQ-LYEARMONTH        PIC X(6).
           10 LQ-RSTATUS           PIC X(1).
           10 LQ-APPROVER          PIC X(6).
           10 LQ-FLOOR-FLAG        PIC X(1).
           10 LQ-POSTED            PIC X(1).
           10 LQ-SUBMITTED-TS      PIC X(26).
           10 LQ-DECIDED-BY        PIC X(8).
           10 LQ-DECIDED-TS        PIC X(26).
           10 LQ-REJECT-REASON     PIC X(30).
           10 LQ-CANCELLED-TS      PIC X(26).
           10 LQ-ENTERED-BY        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
      ******************************************************************
      * LEAVE_REQUEST IS THE ONLINE LEAVE REQUEST AND ITS APPROVAL     *
      * QUEUE. COBLVRMN SUBMITS IT ('S') FOR ONE LEAVE TYPE AND A      *
      * DATE RANGE INSIDE ONE CALENDAR MONTH - LDAYS IS THE RANGE'S    *
      * WORKING DAYS AS COBWRKDY COUNTS THEM AND LYEARMONTH THE MONTH  *
      * THEY POST TO - ROUTED TO THE MANAGER OF THE EMPLOYEE'S         *
      * WORKDEPT IN APPROVER, THE SAME ROUTING AS EXP_CLAIM. THE       *
      * MANAGER'S QUEUE IS EVERY 'S' ROW FOR THEIR EMPNO, OLDEST       *
      * FIRST, WORKED THROUGH COBLVAMN, WHICH APPROVES ('A') OR        *
      * REJECTS ('R') IT. FLOOR_FLAG IS 'Y' WHEN COBLVFLR FOUND THE    *
      * RANGE WOULD TAKE THE DEPARTMENT BELOW ITS STAFFING FLOOR AT    *
      * SUBMISSION, 'O' WHEN THE MANAGER APPROVED IT BELOW THE FLOOR   *
      * ANYWAY, OTHERWISE 'N'.                                         *
      * APPROVAL WRITES THE LEAVE_DETAIL ROW AT ONCE, SO THE ABSENCE   *
      * CALENDAR AND LATER FLOOR CHECKS SEE IT; POSTED STAYS 'N' UNTIL *
      * COBLVREQ'S NIGHTLY PASS POSTS LTAKEN AND SETS IT 'Y'. THE      *
      * EMPLOYEE MAY CANCEL ('C') A REQUEST BEFORE ITS START DATE -    *
      * AN APPROVED ONE LOSES ITS LEAVE_DETAIL ROW AT ONCE, AND ONE    *
      * ALREADY POSTED IS REVERSED BY THE NEXT NIGHTLY PASS, WHICH     *
      * SETS POSTED 'R'. POSTED 'E' MARKS ONE THE NIGHTLY PASS COULD   *
      * NOT POST OR REVERSE - IT IS ON LVREJECT FOR THE CLERKS.        *
      ******************************************************************
