      ******************************************************************
      * DCLGEN TABLE(HR_DB.TIMESHEET_DAY)                              *
      *        LIBRARY(HR_DB.TEST.SOURCE(TIMEDAY))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.TIMESHEET_DAY TABLE
           ( EMPNO          CHAR(6)        NOT NULL,
             WORK_DATE      DATE           NOT NULL,
             WEEKDATE       DATE           NOT NULL,
             HOURS          DECIMAL(5,2)   NOT NULL,
             REMOTE         CHAR(1)        NOT NULL,
             UPDATED_TS     TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.TIMESHEET_DAY                *
      ******************************************************************
       01  DCLTIMEDAY.
           10 TY-EMPNO             PIC X(6).
           10 TY-WORK-DATE         PIC X(10).
           10 TY-WEEKDATE          PIC X(10).
           10 TY-HOURS             PIC S9(3)V9(2) USAGE COMP-3.
           10 TY-REMOTE            PIC X(1).
           10 TY-UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      ******************************************************************
      * TIMESHEET_DAY CARRIES THE DAY-BY-DAY SPLIT OF AN EMPLOYEE'S    *
      * ACCEPTED TIMESHEET HOURS WHEN THE TIMEIN LINE SUPPLIES ONE -   *
      * HOURS ACCUMULATED ACROSS THE WEEK'S LINES (AN ADJUSTMENT POSTS *
      * ITS SIGNED DELTA), REMOTE 'Y' WHEN ANY LINE MARKED THE DAY AS  *
      * WORKED REMOTELY. WRITTEN BY COBTIMLD; COBRPT89 SETS IT AGAINST *
      * EMP_ATTENDANCE. HOURS BOOKED WITHOUT A SPLIT SHOW ONLY ON      *
      * TIMESHEET_WEEK.ACCHOURS.                                       *
      ******************************************************************
