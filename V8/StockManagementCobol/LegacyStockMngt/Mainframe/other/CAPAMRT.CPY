      ******************************************************************
      * DCLGEN TABLE(HR_DB.CAP_AMORT_SCHED)                            *
      *        LIBRARY(HR_DB.TEST.SOURCE(CAPAMRT))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.CAP_AMORT_SCHED TABLE
           ( PROJ_NO        CHAR(6)        NOT NULL,
             PERIOD_NO      SMALLINT       NOT NULL,
             PYEARMONTH     CHAR(6)        NOT NULL,
             AMORT_AMOUNT   DECIMAL(11,2)  NOT NULL,
             CLOSING_NBV    DECIMAL(13,2)  NOT NULL,
             POSTED         CHAR(1)        NOT NULL,
             POSTED_TS      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.CAP_AMORT_SCHED              *
      ******************************************************************
       01  DCLCAPAMRT.
           10 CM-PROJ-NO           PIC X(6).
           10 CM-PERIOD-NO         PIC S9(4) USAGE COMP.
           10 CM-PYEARMONTH        PIC X(6).
           10 CM-AMORT-AMOUNT      PIC S9(9)V9(2) USAGE COMP-3.
           10 CM-CLOSING-NBV       PIC S9(11)V9(2) USAGE COMP-3.
           10 CM-POSTED            PIC X(1).
           10 CM-POSTED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      ******************************************************************
      * CAP_AMORT_SCHED IS THE STRAIGHT-LINE AMORTIZATION SCHEDULE OF  *
      * A CLOSED PROJECT'S CAPITALIZED SOFTWARE (SEE CAP_ASSET) - ONE  *
      * ROW PER MONTH OF ITS LIFE, WRITTEN ONCE BY COBPRJCL AT CLOSE.  *
      * EVERY PERIOD CARRIES THE BALANCE DIVIDED BY THE LIFE, ROUNDED; *
      * THE LAST PERIOD TAKES THE REMAINDER SO THE NET BOOK VALUE ENDS *
      * AT ZERO. COBCAPLB POSTS THE MONTH'S ROWS TO THE AMORTIZATION   *
      * JOURNAL AND MARKS THEM POSTED ('Y'); COBRPT71 PRINTS THE       *
      * SCHEDULE.                                                      *
      ******************************************************************
