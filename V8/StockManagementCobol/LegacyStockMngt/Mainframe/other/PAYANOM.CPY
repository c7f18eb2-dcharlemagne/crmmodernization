      ******************************************************************
      * DCLGEN TABLE(HR_DB.PAY_ANOMALY)                                *
      *        LIBRARY(HR_DB.TEST.SOURCE(PAYANOM))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.PAY_ANOMALY TABLE
           ( PYEARMONTH     CHAR(6)        NOT NULL,
             EMPNO          CHAR(6)        NOT NULL,
             ANOMCODE       CHAR(2)        NOT NULL,
             SUBID          CHAR(4)        NOT NULL,
             POINTS         SMALLINT       NOT NULL,
             SCORE          SMALLINT       NOT NULL,
             EVIDENCE       CHAR(60)       NOT NULL,
             DETECTED_TS    TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.PAY_ANOMALY                  *
      ******************************************************************
       01  DCLPAYANOM.
           10 AN-PYEARMONTH        PIC X(6).
           10 AN-EMPNO             PIC X(6).
           10 AN-ANOMCODE          PIC X(2).
           10 AN-SUBID             PIC X(4).
           10 AN-POINTS            PIC S9(4) USAGE COMP.
           10 AN-SCORE             PIC S9(4) USAGE COMP.
           10 AN-EVIDENCE          PIC X(60).
           10 AN-DETECTED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      ******************************************************************
      * PAY_ANOMALY IS THE GHOST-EMPLOYEE EXCEPTION REGISTER WRITTEN   *
      * BY COBGHSWP, ONE ROW PER HIT PER PAYROLL RECIPIENT PER PAY     *
      * PERIOD (PYEARMONTH). ANOMCODE NAMES THE INDICATOR AND POINTS   *
      * ITS WEIGHT - 'NT' NO EMP_PROJ_ACT HOURS OR TIMESHEET_WEEK IN   *
      * THE PERIOD (3), 'NL' NO LEAVE_DETAIL IN THE YEAR (1), 'NA' NO  *
      * APPRAISAL IN THE LAST APPR_CYCLE (2), 'NM' NO MANAGER ON THE   *
      * DEPARTMENT (2), 'SA' AN EMP_ADDRESS SHARED WITH ANOTHER        *
      * EMPLOYEE (3), 'SB' A BANK ACCOUNT SHARED WITH ANOTHER EMPLOYEE *
      * (4), 'PT' PAID AFTER THE EMP_TERMINATION DATE (5). SCORE IS    *
      * THE EMPLOYEE'S TOTAL FOR THE PERIOD, REPEATED ON EACH OF ITS   *
      * ROWS, SUBID THE SUBSIDIARY OF THE EMPLOYEE'S DEPARTMENT AND    *
      * EVIDENCE THE FACT BEHIND THE HIT. A RERUN REPLACES THE         *
      * PERIOD'S ROWS. COBAUDPK PRINTS THE ROWS IN ITS RANGE AS THE    *
      * PAYROLL ANOMALY SECTION OF THE ANNUAL AUDIT PACK.              *
      ******************************************************************
