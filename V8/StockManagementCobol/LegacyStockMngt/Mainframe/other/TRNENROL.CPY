      ******************************************************************
      * DCLGEN TABLE(HR_DB.TRAINING_ENROLL)                            *
      *        LIBRARY(HR_DB.TEST.SOURCE(TRNENROL))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.TRAINING_ENROLL TABLE
           ( SESSION_ID     CHAR(8)        NOT NULL,
             EMPNO          CHAR(6)        NOT NULL,
             WORKDEPT       CHAR(3)        NOT NULL,
             SEAT_COST      DECIMAL(9,2)   NOT NULL,
             ENR_STATUS     CHAR(1)        NOT NULL,
             ENROLLED_BY    CHAR(8)        NOT NULL,
             ENROLLED_TS    TIMESTAMP      NOT NULL,
             COMPLETED_DATE DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.TRAINING_ENROLL              *
      ******************************************************************
       01  DCLTRNENROL.
           10 TE-SESSION-ID        PIC X(8).
           10 TE-EMPNO             PIC X(6).
           10 TE-WORKDEPT          PIC X(3).
           10 TE-SEAT-COST         PIC S9(7)V9(2) USAGE COMP-3.
           10 TE-ENR-STATUS        PIC X(1).
           10 TE-ENROLLED-BY       PIC X(8).
           10 TE-ENROLLED-TS       PIC X(26).
           10 TE-COMPLETED-DATE    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      ******************************************************************
      * TRAINING_ENROLL HOLDS ONE ROW PER SEAT TAKEN ON A              *
      * TRAINING_SESSION. THE SEAT COST AND THE EMPLOYEE'S WORKDEPT    *
      * ARE FIXED WHEN THE SEAT IS TAKEN, SO COBRPT90 CHARGES THE      *
      * DEPARTMENT THAT SENT THE PERSON EVEN IF THEY MOVE LATER.       *
      * ENR_STATUS 'E' ENROLLED, 'A' ATTENDED (COMPLETED_DATE SET AND  *
      * THE EMP_CERT ROW WRITTEN THROUGH COBTRNMN), 'N' NO-SHOW - BOTH *
      * STILL CHARGED - AND 'X' CANCELLED, NOT CHARGED. WRITTEN BY     *
      * COBTSEMN.                                                      *
      ******************************************************************
