      ******************************************************************
      * DCLGEN TABLE(HR_DB.TRAINING_WAITLIST)                          *
      *        LIBRARY(HR_DB.TEST.SOURCE(TRNWAIT))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.TRAINING_WAITLIST TABLE
           ( SESSION_ID     CHAR(8)        NOT NULL,
             EMPNO          CHAR(6)        NOT NULL,
             WAIT_SEQ       SMALLINT       NOT NULL,
             WAITED_BY      CHAR(8)        NOT NULL,
             WAITED_TS      TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.TRAINING_WAITLIST            *
      ******************************************************************
       01  DCLTRNWAIT.
           10 TL-SESSION-ID        PIC X(8).
           10 TL-EMPNO             PIC X(6).
           10 TL-WAIT-SEQ          PIC S9(4) USAGE COMP.
           10 TL-WAITED-BY         PIC X(8).
           10 TL-WAITED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
      ******************************************************************
      * TRAINING_WAITLIST QUEUES EMPLOYEES ASKING FOR A SEAT ON A FULL *
      * TRAINING_SESSION, IN WAIT_SEQ ORDER. WHEN COBTSEMN CANCELS A   *
      * SEAT, THE LOWEST WAIT_SEQ IS MOVED ONTO TRAINING_ENROLL AND    *
      * ITS WAITLIST ROW REMOVED; CLOSING THE SESSION CLEARS WHAT IS   *
      * LEFT.                                                          *
      ******************************************************************
