      ******************************************************************
      * DCLGEN TABLE(HR_DB.CLOSE_TASK_STATUS)                          *
      *        LIBRARY(HR_DB.TEST.SOURCE(CLSSTAT))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.CLOSE_TASK_STATUS TABLE
           ( PYEARMONTH     CHAR(6)        NOT NULL,
             TASKID         CHAR(8)        NOT NULL,
             DUE_DATE       DATE           NOT NULL,
             CSTATUS        CHAR(1)        NOT NULL,
             DONE_TS        TIMESTAMP              ,
             DONE_BY        CHAR(8)                ,
             DONE_REF       CHAR(10)               ,
             ESCALATED_DATE DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.CLOSE_TASK_STATUS            *
      ******************************************************************
       01  DCLCLSSTAT.
           10 CB-PYEARMONTH        PIC X(6).
           10 CB-TASKID            PIC X(8).
           10 CB-DUE-DATE          PIC X(10).
           10 CB-CSTATUS           PIC X(1).
           10 CB-DONE-TS           PIC X(26).
           10 CB-DONE-BY           PIC X(8).
           10 CB-DONE-REF          PIC X(10).
           10 CB-ESCALATED-DATE    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      ******************************************************************
      * CLOSE_TASK_STATUS IS THE CLOSE STATUS BOARD - ONE ROW PER      *
      * CLOSE_TASK PER PAYROLL PERIOD, PUT ON THE BOARD BY COBRPT92'S  *
      * FIRST RUN FOR THE PERIOD WITH THE TASK'S DUE_WORKDAY TURNED    *
      * INTO A DATE ON THE HOLIDAY CALENDAR (COBWRKDY). CSTATUS 'P'    *
      * PENDING, 'B' BLOCKED ON ITS DEPENDENCY, 'O' OVERDUE, 'D' DONE  *
      * (SEEN ON JOB_RUN_LOG, PAY_PERIOD OR XMIT_CONTROL), 'S' SIGNED  *
      * OFF BY HAND ON COBCLSMN. DONE_BY/DONE_TS/DONE_REF SAY WHO OR   *
      * WHAT COMPLETED IT - THE RUN_BY AND STEP OF THE RUN, THE        *
      * CLOSED_BY OF THE PERIOD, THE ACK_REF OF THE FILE, OR THE USER  *
      * WHO SIGNED. COBRPT92 ESCALATES AN OVERDUE TASK TO ITS OWNER'S  *
      * MSG_IN_TRAY ONCE A DAY AND STAMPS ESCALATED_DATE.              *
      ******************************************************************
