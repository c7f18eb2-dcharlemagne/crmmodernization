      ******************************************************************
      * DCLGEN TABLE(HR_DB.TRAINING_SESSION)                           *
      *        LIBRARY(HR_DB.TEST.SOURCE(TRNSESS))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.TRAINING_SESSION TABLE
           ( SESSION_ID     CHAR(8)        NOT NULL,
             COURSE_ID      CHAR(8)        NOT NULL,
             START_DATE     DATE           NOT NULL,
             END_DATE       DATE           NOT NULL,
             LOCATION       CHAR(20)       NOT NULL,
             CAPACITY       SMALLINT       NOT NULL,
             SEAT_COST      DECIMAL(9,2)   NOT NULL,
             VENDOR         CHAR(30)       NOT NULL,
             SESS_STATUS    CHAR(1)        NOT NULL,
             CREATED_BY     CHAR(8)        NOT NULL,
             CREATED_TS     TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.TRAINING_SESSION             *
      ******************************************************************
       01  DCLTRNSESS.
           10 TS-SESSION-ID        PIC X(8).
           10 TS-COURSE-ID         PIC X(8).
           10 TS-START-DATE        PIC X(10).
           10 TS-END-DATE          PIC X(10).
           10 TS-LOCATION          PIC X(20).
           10 TS-CAPACITY          PIC S9(4) USAGE COMP.
           10 TS-SEAT-COST         PIC S9(7)V9(2) USAGE COMP-3.
           10 TS-VENDOR            PIC X(30).
           10 TS-SESS-STATUS       PIC X(1).
           10 TS-CREATED-BY        PIC X(8).
           10 TS-CREATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
      ******************************************************************
      * TRAINING_SESSION IS ONE SCHEDULED, INSTRUCTOR-LED CLASS OF A   *
      * TRAINING CATALOG COURSE - ITS DATES, LOCATION, SEAT CAPACITY,  *
      * COST PER SEAT AND THE VENDOR DELIVERING IT. SESS_STATUS 'O'    *
      * OPEN FOR ENROLLMENT, 'C' CLOSED ONCE ATTENDANCE IS IN.         *
      * MAINTAINED BY COBTSEMN; SEATS ARE TAKEN ON TRAINING_ENROLL AND *
      * OVERFLOW QUEUES ON TRAINING_WAITLIST.                          *
      ******************************************************************
