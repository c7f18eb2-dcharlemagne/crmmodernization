      ******************************************************************
      * DCLGEN TABLE(HR_DB.ALLOC_RULE)                                 *
      *        LIBRARY(HR_DB.TEST.SOURCE(ALLOCRUL))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.ALLOC_RULE TABLE
           ( SOURCE_DEPT    CHAR(3)        NOT NULL,
             RECEIVER_DEPT  CHAR(3)        NOT NULL,
             BASIS          CHAR(1)        NOT NULL,
             EFFDATE        DATE           NOT NULL,
             ENDDATE        DATE           NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.ALLOC_RULE                   *
      ******************************************************************
       01  DCLALLOCRUL.
           10 AR-SOURCE-DEPT       PIC X(3).
           10 AR-RECEIVER-DEPT     PIC X(3).
           10 AR-BASIS             PIC X(1).
           10 AR-EFFDATE           PIC X(10).
           10 AR-ENDDATE           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
      ******************************************************************
      * ALLOC_RULE DRIVES COBOHALC'S MONTHLY ALLOCATION OF SUPPORT-    *
      * DEPARTMENT PAYROLL COST (HR, IT ADMIN, FINANCE - DEPARTMENTS   *
      * THAT BILL NOTHING) OUT TO THE DEPARTMENTS THAT CONSUME IT. ONE *
      * ROW PER SOURCE_DEPT/RECEIVER_DEPT PAIR; ALL OF A SOURCE'S      *
      * RECEIVERS SHARE ITS COST IN PROPORTION TO THE BASIS.           *
      * BASIS 'H' IS THE RECEIVER'S MONTH-END HEADCOUNT AND 'S' ITS    *
      * TOTAL SALARY, BOTH FROM DEPT_SNAPSHOT; 'T' IS THE PROJECT      *
      * HOURS ITS EMPLOYEES BOOKED IN THE MONTH FROM LABOR_DIST. EVERY *
      * RECEIVER OF ONE SOURCE MUST CARRY THE SAME BASIS. A RULE IS IN *
      * FORCE FOR ANY MONTH OVERLAPPING EFFDATE THROUGH ENDDATE; AN    *
      * OPEN RULE HAS ENDDATE 9999-12-31. ONLY THE SOURCE'S OWN        *
      * (DIRECT) PAYROLL COST IS ALLOCATED. MAINTAINED BY COBALRMN IN  *
      * THE COBDEDMN FLAG CONVENTION.                                  *
      ******************************************************************
