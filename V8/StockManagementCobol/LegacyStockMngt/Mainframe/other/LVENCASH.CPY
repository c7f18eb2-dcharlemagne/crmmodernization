      ******************************************************************
      * DCLGEN TABLE(HR_DB.LEAVE_ENCASH)                               *
      *        LIBRARY(HR_DB.TEST.SOURCE(LVENCASH))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.LEAVE_ENCASH TABLE
           ( EMPNO          CHAR(6)        NOT NULL,
             LTYPE          CHAR(2)        NOT NULL,
             ENCYEAR        CHAR(4)        NOT NULL,
             ENCDAYS        SMALLINT       NOT NULL,
             ESTATUS        CHAR(1)        NOT NULL,
             REQUEST_TS     TIMESTAMP      NOT NULL,
             PAID_YM        CHAR(6)                ,
             DAYRATE        DECIMAL(7,2)           ,
             PAYAMOUNT      DECIMAL(9,2)           ,
             BAL_AFTER      SMALLINT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.LEAVE_ENCASH                 *
      ******************************************************************
       01  DCLLVENCASH.
           10 LE-EMPNO             PIC X(6).
           10 LE-LTYPE             PIC X(2).
           10 LE-ENCYEAR           PIC X(4).
           10 LE-ENCDAYS           PIC S9(4) USAGE COMP.
           10 LE-ESTATUS           PIC X(1).
           10 LE-REQUEST-TS        PIC X(26).
           10 LE-PAID-YM           PIC X(6).
           10 LE-DAYRATE           PIC S9(5)V9(2) USAGE COMP-3.
           10 LE-PAYAMOUNT         PIC S9(7)V9(2) USAGE COMP-3.
           10 LE-BAL-AFTER         PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      ******************************************************************
      * LEAVE_ENCASH HOLDS THE ANNUAL LEAVE ENCASHMENT REQUESTS - ONE  *
      * ROW PER EMPLOYEE, LEAVE TYPE AND ENCYEAR, SO A TYPE CAN BE     *
      * SOLD BACK ONLY ONCE A YEAR. COBLVENR ENTERS A REQUEST AS       *
      * ESTATUS 'R' AFTER CHECKING IT AGAINST THE LEAVE_TYPE           *
      * ENCASHMENT RULES AND THE LATEST LEAVE_TYPE_BAL ROW. THE NEXT   *
      * LIVE COBPAYRN RUN PRICES IT AT THE COBRPT41 DAY RATE, PAYS IT  *
      * AS A PAYTYPE 'E' PAYROLL ROW, POSTS THE DAYS OFF THE TYPED AND *
      * AGGREGATE BALANCES AND MARKS IT 'P' WITH PAID_YM, DAYRATE,     *
      * PAYAMOUNT AND THE BALANCE LEFT (BAL_AFTER). A REQUEST THE      *
      * BALANCE NO LONGER COVERS AT PAY TIME IS MARKED 'X'. COBRPT75   *
      * PRINTS THE PERIOD'S ENCASHMENT REGISTER FROM THE PAID ROWS.    *
      ******************************************************************
