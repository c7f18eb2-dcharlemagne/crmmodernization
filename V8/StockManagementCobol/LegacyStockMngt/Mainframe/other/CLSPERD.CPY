      ******************************************************************
      * DCLGEN TABLE(HR_DB.CLOSE_PERIOD)                               *
      *        LIBRARY(HR_DB.TEST.SOURCE(CLSPERD))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.CLOSE_PERIOD TABLE
           ( PYEARMONTH     CHAR(6)        NOT NULL,
             CPSTATUS       CHAR(1)        NOT NULL,
             OPENED_TS      TIMESTAMP      NOT NULL,
             SIGNED_BY      CHAR(8)                ,
             SIGNED_TS      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.CLOSE_PERIOD                 *
      ******************************************************************
       01  DCLCLSPERD.
           10 CY-PYEARMONTH        PIC X(6).
           10 CY-CPSTATUS          PIC X(1).
           10 CY-OPENED-TS         PIC X(26).
           10 CY-SIGNED-BY         PIC X(8).
           10 CY-SIGNED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
      ******************************************************************
      * CLOSE_PERIOD IS THE RECORD OF WHO SIGNED EACH PAYROLL PERIOD   *
      * CLOSED FOR FINANCE. COBRPT92 OPENS THE ROW ('O') WHEN IT FIRST *
      * PUTS THE PERIOD ON THE CLOSE BOARD; COBCLSMN SIGNS IT CLOSED   *
      * ('C') WITH THE SIGNER'S ID AND TIME ONLY ONCE EVERY TASK ON    *
      * THE BOARD IS DONE OR SIGNED OFF. A SIGNED PERIOD'S BOARD IS    *
      * FROZEN - NO FURTHER SIGN-OFFS OR ESCALATIONS.                  *
      ******************************************************************
