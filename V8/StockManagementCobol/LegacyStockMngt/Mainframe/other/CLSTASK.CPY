      ******************************************************************
      * DCLGEN TABLE(HR_DB.CLOSE_TASK)                                 *
      *        LIBRARY(HR_DB.TEST.SOURCE(CLSTASK))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.CLOSE_TASK TABLE
           ( TASKID         CHAR(8)        NOT NULL,
             TASK_DESC      CHAR(40)       NOT NULL,
             OWNER_EMPNO    CHAR(6)        NOT NULL,
             DUE_WORKDAY    SMALLINT       NOT NULL,
             DEP_TASKID     CHAR(8)                ,
             SOURCE_TYPE    CHAR(1)        NOT NULL,
             SOURCE_KEY     CHAR(8)                ,
             TSTATUS        CHAR(1)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.CLOSE_TASK                   *
      ******************************************************************
       01  DCLCLSTASK.
           10 CT-TASKID            PIC X(8).
           10 CT-TASK-DESC         PIC X(40).
           10 CT-OWNER-EMPNO       PIC X(6).
           10 CT-DUE-WORKDAY       PIC S9(4) USAGE COMP.
           10 CT-DEP-TASKID        PIC X(8).
           10 CT-SOURCE-TYPE       PIC X(1).
           10 CT-SOURCE-KEY        PIC X(8).
           10 CT-TSTATUS           PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      ******************************************************************
      * CLOSE_TASK IS THE MONTH-END CLOSE CALENDAR - ONE ROW PER       *
      * DELIVERABLE FINANCE NEEDS BEFORE A PAYROLL PERIOD CAN BE       *
      * SIGNED CLOSED, WITH ITS OWNER (EMPNO), THE WORKING DAY OF THE  *
      * FOLLOWING MONTH IT IS DUE BY AND THE TASK IT WAITS ON. THE     *
      * SOURCE SAYS HOW ITS STATUS IS KNOWN -                          *
      *   'P' THE PERIOD'S PAY_PERIOD ROW CLOSED BY COBPDCLS           *
      *   'J' A CLEAN (CC 4 OR LESS) JOB_RUN_LOG RUN OF THE PROGRAM    *
      *       IN SOURCE_KEY IN THE PERIOD'S CLOSE WINDOW               *
      *   'X' THE PERIOD'S LATEST XMIT_CONTROL ENTRY FOR THE FILEID    *
      *       IN SOURCE_KEY ACKNOWLEDGED                               *
      *   'M' SIGNED OFF BY HAND ON THE COBCLSMN SCREEN                *
      * TSTATUS 'A' ACTIVE, 'X' RETIRED. COBCLSMN MAINTAINS THE ROWS.  *
      * THE STANDARD CALENDAR - PAYCLOSE (P), PAYBAL (J COBPYBAL),     *
      * BANKACK (X BANKFILE), GLACK (X GLFILE), BILLING (J COBBILLG),  *
      * HWDEPR (J COBHWDEP), PJSNAP (J COBPJSNP), BUDVAR (J COBRPT61)  *
      * AND MANUAL RECONCILIATIONS AS FINANCE ADDS THEM.               *
      ******************************************************************
