      ******************************************************************
      * DCLGEN TABLE(HR_DB.EMP_ATTENDANCE)                             *
      *        LIBRARY(HR_DB.TEST.SOURCE(EMPATTND))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.EMP_ATTENDANCE TABLE
           ( BADGENO        CHAR(10)       NOT NULL,
             SWIPE_TS       TIMESTAMP      NOT NULL,
             EMPNO          CHAR(6)        NOT NULL,
             ATT_DATE       DATE           NOT NULL,
             DOOR           CHAR(8)        NOT NULL,
             LOADED_TS      TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.EMP_ATTENDANCE               *
      ******************************************************************
       01  DCLEMPATTND.
           10 AT-BADGENO           PIC X(10).
           10 AT-SWIPE-TS          PIC X(26).
           10 AT-EMPNO             PIC X(6).
           10 AT-ATT-DATE          PIC X(10).
           10 AT-DOOR              PIC X(8).
           10 AT-LOADED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      ******************************************************************
      * EMP_ATTENDANCE HOLDS EVERY BUILDING ACCESS BADGE SWIPE FROM    *
      * THE FACILITIES DAILY FILE, MAPPED TO EMPNO THROUGH EMP_BADGE   *
      * BY COBBDGLD. BADGENO + SWIPE_TS IS UNIQUE, SO RELOADING A FILE *
      * SKIPS SWIPES ALREADY ON FILE. ATT_DATE IS THE SWIPE'S CALENDAR *
      * DATE - ANY SWIPE ON A DAY COUNTS AS ON-SITE PRESENCE FOR       *
      * COBRPT89'S WEEKLY TIMESHEET RECONCILIATION.                    *
      ******************************************************************
