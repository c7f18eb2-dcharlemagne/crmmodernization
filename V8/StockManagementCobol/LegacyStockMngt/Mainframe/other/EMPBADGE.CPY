      ******************************************************************
      * DCLGEN TABLE(HR_DB.EMP_BADGE)                                  *
      *        LIBRARY(HR_DB.TEST.SOURCE(EMPBADGE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.EMP_BADGE TABLE
           ( BADGENO        CHAR(10)       NOT NULL,
             EMPNO          CHAR(6)        NOT NULL,
             ISSUED_DATE    DATE           NOT NULL,
             RETURNED_DATE  DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.EMP_BADGE                    *
      ******************************************************************
       01  DCLEMPBADGE.
           10 BG-BADGENO           PIC X(10).
           10 BG-EMPNO             PIC X(6).
           10 BG-ISSUED-DATE       PIC X(10).
           10 BG-RETURNED-DATE     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
      ******************************************************************
      * EMP_BADGE MAPS A BUILDING ACCESS BADGE NUMBER TO THE EMPLOYEE  *
      * IT WAS ISSUED TO, ONE ROW PER ISSUE - RETURNED_DATE STAYS NULL *
      * WHILE THE BADGE IS OUT. A RETURNED BADGE CAN BE REISSUED TO    *
      * SOMEONE ELSE, SO A SWIPE MAPS THROUGH THE ROW WHOSE ISSUE      *
      * WINDOW COVERS THE SWIPE DATE. MAINTAINED BY COBBDGLD FROM THE  *
      * FACILITIES BADGEISS FILE.                                      *
      ******************************************************************
