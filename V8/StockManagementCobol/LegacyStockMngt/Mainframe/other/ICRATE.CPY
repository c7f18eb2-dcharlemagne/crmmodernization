      ******************************************************************
      * DCLGEN TABLE(HR_DB.IC_RATE)                                    *
      *        LIBRARY(HR_DB.TEST.SOURCE(ICRATE))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.IC_RATE TABLE
           ( PROVIDER_SUBID CHAR(4)        NOT NULL,
             RECEIVER_SUBID CHAR(4)        NOT NULL,
             EFFDATE        DATE           NOT NULL,
             MARKUP_PCT     DECIMAL(5,2)   NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.IC_RATE                      *
      ******************************************************************
       01  DCLICRATE.
           10 IC-PROVIDER-SUBID    PIC X(4).
           10 IC-RECEIVER-SUBID    PIC X(4).
           10 IC-EFFDATE           PIC X(10).
           10 IC-MARKUP-PCT        PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
      ******************************************************************
      * IC_RATE HOLDS THE INTERCOMPANY MARKUP FOR LABOR ONE SUBSIDIARY *
      * LENDS ANOTHER. PROVIDER_SUBID IS THE SUBSIDIARY THAT EMPLOYS   *
      * AND PAYS THE EMPLOYEE (THE EMPLOYEE'S WORKDEPT'S DEPT.SUBID);  *
      * RECEIVER_SUBID IS THE SUBSIDIARY WHOSE PROJECT THE HOURS WERE  *
      * BOOKED TO (THE PROJECT'S DEPTNO'S DEPT.SUBID). COBICRCH PRICES *
      * EACH CROSS-SUBSIDIARY HOUR AT COST, SALARY/2080, PLUS          *
      * MARKUP_PCT. ROWS ARE EFFECTIVE-DATED; THE LATEST EFFDATE AT OR *
      * BEFORE THE RUN DATE IS IN FORCE. A PAIR WITH NO ROW IS NOT     *
      * RECHARGED AND IS LISTED ON THE RUN'S EXCEPTIONS. MAINTAINED BY *
      * COBICRMN IN THE COBDEDMN FLAG CONVENTION.                      *
      ******************************************************************
