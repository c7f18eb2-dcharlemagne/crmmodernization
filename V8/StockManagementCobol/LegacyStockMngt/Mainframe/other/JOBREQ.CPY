      ******************************************************************
      * DCLGEN TABLE(HR_DB.JOB_REQUISITION)                            *
      *        LIBRARY(HR_DB.TEST.SOURCE(JOBREQ))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.JOB_REQUISITION TABLE
           ( REQNO          CHAR(8)        NOT NULL,
             DEPTNO         CHAR(3)        NOT NULL,
             JOBCODE        CHAR(8)        NOT NULL,
             OPENINGS       SMALLINT       NOT NULL,
             FILLED         SMALLINT       NOT NULL,
             RSTATUS        CHAR(1)        NOT NULL,
             OPENED_DATE    DATE           NOT NULL,
             CLOSED_DATE    DATE                   ,
             RAISED_BY      CHAR(8)                ,
             UPDATED_TS     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.JOB_REQUISITION              *
      ******************************************************************
       01  DCLJOBREQ.
           10 RQ-REQNO             PIC X(8).
           10 RQ-DEPTNO            PIC X(3).
           10 RQ-JOBCODE           PIC X(8).
           10 RQ-OPENINGS          PIC S9(4) USAGE COMP.
           10 RQ-FILLED            PIC S9(4) USAGE COMP.
           10 RQ-RSTATUS           PIC X(1).
           10 RQ-OPENED-DATE       PIC X(10).
           10 RQ-CLOSED-DATE       PIC X(10).
           10 RQ-RAISED-BY         PIC X(8).
           10 RQ-UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      ******************************************************************
      * JOB_REQUISITION IS ONE REQUEST TO HIRE, RAISED ON COBREQMN     *
      * AGAINST A DEPARTMENT'S AUTHORIZED VACANCY: THE LATEST          *
      * DEPT_POSITION AUTHORIZATION LESS THE ACTUAL EMP HEADCOUNT AND  *
      * THE UNFILLED OPENINGS ON THE DEPARTMENT'S OTHER OPEN           *
      * REQUISITIONS MUST COVER OPENINGS, JOBCODE MUST BE ON           *
      * JOB_MASTER, AND THE JOB'S SALARY BAND MUST FALL WITHIN THE     *
      * DEPARTMENT'S BUDGETED BAND.                                    *
      * RSTATUS IS 'O' OPEN, 'F' FILLED (SET BY COBOFRMN WHEN THE LAST *
      * OPENING'S OFFER IS ACCEPTED) OR 'X' CANCELLED; CLOSED_DATE IS  *
      * THE DAY IT WAS FILLED OR CANCELLED. FILLED COUNTS THE ACCEPTED *
      * OFFERS. COBRPT80 AGES THE OPEN REQUISITIONS AND MEASURES TIME- *
      * TO-FILL (CLOSED_DATE LESS OPENED_DATE) BY DEPARTMENT.          *
      ******************************************************************
