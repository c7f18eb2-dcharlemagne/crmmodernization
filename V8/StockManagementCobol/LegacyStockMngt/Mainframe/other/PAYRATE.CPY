      ******************************************************************
      * DCLGEN TABLE(HR_DB.EMP_PAY_RATE)                               *
      *        LIBRARY(HR_DB.TEST.SOURCE(PAYRATE))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.EMP_PAY_RATE TABLE
           ( EMPNO          CHAR(6)        NOT NULL,
             EFFDATE        DATE           NOT NULL,
             PAYBASIS       CHAR(1)        NOT NULL,
             HOURLY_RATE    DECIMAL(7,2)   NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.EMP_PAY_RATE                 *
      ******************************************************************
       01  DCLPAYRATE.
           10 RT-EMPNO             PIC X(6).
           10 RT-EFFDATE           PIC X(10).
           10 RT-PAYBASIS          PIC X(1).
           10 RT-HOURLY-RATE       PIC S9(5)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
      ******************************************************************
      * EMP_PAY_RATE CARRIES AN EMPLOYEE'S PAY BASIS WITH AN EFFECTIVE *
      * DATE. PAYBASIS 'H' IS HOURLY - COBPAYRN PAYS THE EMPLOYEE THE  *
      * HOURS OF EVERY SIGNED-OFF TIMESHEET_WEEK NOT YET PAID AT       *
      * HOURLY_RATE INSTEAD OF SALARY/12, EACH WEEK AT THE RATE IN     *
      * FORCE ON ITS WEEK-ENDING DATE. PAYBASIS 'S' (HOURLY_RATE ZERO) *
      * RETURNS THE EMPLOYEE TO SALARY. AN EMPLOYEE WITH NO ROW IS     *
      * SALARIED. THE LATEST EFFDATE AT OR BEFORE THE PAY PERIOD'S     *
      * LAST DAY DECIDES THE BASIS. MAINTAINED BY COBRATMN IN THE      *
      * COBDEDMN FLAG CONVENTION; EVERY CHANGE IS STAMPED ON           *
      * MASTER_CHANGE_LOG.                                             *
      ******************************************************************
