      ******************************************************************
      * DCLGEN TABLE(HR_DB.LABOR_DIST)                                 *
      *        LIBRARY(HR_DB.TEST.SOURCE(LABDIST))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.LABOR_DIST TABLE
           ( PYEARMONTH     CHAR(6)        NOT NULL,
             EMPNO          CHAR(6)        NOT NULL,
             PROJ_NO        CHAR(6)        NOT NULL,
             ACT_NO         SMALLINT       NOT NULL,
             DIST_TYPE      CHAR(1)        NOT NULL,
             WORKDEPT       CHAR(3)        NOT NULL,
             SUBID          CHAR(4)        NOT NULL,
             DIST_HOURS     DECIMAL(7,2)   NOT NULL,
             CUM_EMPTIME    DECIMAL(5,2)   NOT NULL,
             PAY_AMOUNT     DECIMAL(11,2)  NOT NULL,
             CONTRIB_AMOUNT DECIMAL(11,2)  NOT NULL,
             DIST_TS        TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.LABOR_DIST                   *
      ******************************************************************
       01  DCLLABDIST.
           10 LD-PYEARMONTH        PIC X(6).
           10 LD-EMPNO             PIC X(6).
           10 LD-PROJ-NO           PIC X(6).
           10 LD-ACT-NO            PIC S9(4) USAGE COMP.
           10 LD-DIST-TYPE         PIC X(1).
           10 LD-WORKDEPT          PIC X(3).
           10 LD-SUBID             PIC X(4).
           10 LD-DIST-HOURS        PIC S9(5)V9(2) USAGE COMP-3.
           10 LD-CUM-EMPTIME       PIC S9(3)V9(2) USAGE COMP-3.
           10 LD-PAY-AMOUNT        PIC S9(9)V9(2) USAGE COMP-3.
           10 LD-CONTRIB-AMOUNT    PIC S9(9)V9(2) USAGE COMP-3.
           10 LD-DIST-TS           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
      ******************************************************************
      * LABOR_DIST IS THE ACTUAL POSTED LABOR COST OF EACH PAY PERIOD  *
      * SPREAD OVER THE PROJECTS EACH EMPLOYEE BOOKED HOURS TO THAT    *
      * MONTH, WRITTEN BY COBLBDST AFTER COBPYBAL HAS BALANCED THE     *
      * POSTING. THE COST SPREAD IS EVERY PAYROLL ROW'S NETPAY PLUS    *
      * DEDUCTTOT (PAY_AMOUNT - WHAT COBGLEXT DEBITS) PLUS THE         *
      * EMPLOYER'S EMP_CONTRIB ROWS (CONTRIB_AMOUNT).                  *
      * DIST_TYPE 'P' IS A PROJECT SHARE KEYED BY PROJ_NO/ACT_NO; 'O'  *
      * IS THE UNASSIGNED REMAINDER CHARGED TO THE HOME WORKDEPT'S     *
      * OVERHEAD, WITH PROJ_NO SPACES AND ACT_NO ZERO. A MONTH'S HOURS *
      * ARE THE GROWTH IN EMP_PROJ_ACT.EMPTIME SINCE THE ASSIGNMENT'S  *
      * LAST DISTRIBUTION, WHICH CUM_EMPTIME REMEMBERS; HOURS SHORT OF *
      * THE STANDARD MONTH (2080/12) LEAVE THE DIFFERENCE IN OVERHEAD. *
      * A RERUN REPLACES THE PERIOD'S ROWS. WORKDEPT AND SUBID ARE AS  *
      * AT DISTRIBUTION, SO COBGLEXT CAN CARRY A PROJECT DIMENSION ON  *
      * ITS DEBIT LINES.                                               *
      ******************************************************************
