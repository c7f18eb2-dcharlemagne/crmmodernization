      ******************************************************************
      * DCLGEN TABLE(HR_DB.DW_EXTRACT_CTL)                             *
      *        LIBRARY(HR_DB.TEST.SOURCE(DWEXTCTL))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.DW_EXTRACT_CTL TABLE
           ( EXTRACT_ID     CHAR(8)        NOT NULL,
             HWM_TS         TIMESTAMP      NOT NULL,
             LAST_RUN_TS    TIMESTAMP      NOT NULL,
             LAST_REC_COUNT INTEGER        NOT NULL,
             UPDATED_BY     CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.DW_EXTRACT_CTL               *
      ******************************************************************
       01  DCLDWEXTCTL.
           10 XH-EXTRACT-ID        PIC X(8).
           10 XH-HWM-TS            PIC X(26).
           10 XH-LAST-RUN-TS       PIC X(26).
           10 XH-LAST-REC-COUNT    PIC S9(9) USAGE COMP.
           10 XH-UPDATED-BY        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
      ******************************************************************
      * DW_EXTRACT_CTL IS THE HIGH-WATER MARK FOR THE NIGHTLY DATA     *
      * WAREHOUSE CHANGE EXTRACT (COBDWEXT) - ONE ROW PER EXTRACT_ID,  *
      * HWM_TS BEING THE UPPER BOUND OF THE LAST WINDOW WHOSE FILES    *
      * WERE ALL WRITTEN AND ENTERED ON XMIT_CONTROL. EACH RUN TAKES   *
      * EVERYTHING CHANGED AFTER HWM_TS UP TO ITS OWN START AND MOVES  *
      * THE MARK ONLY WHEN IT FINISHES CLEAN, SO A FAILED NIGHT IS     *
      * PICKED UP WHOLE BY THE NEXT ONE WITHOUT A GAP. NO ROW MEANS    *
      * THE FIRST RUN, WHICH REPLAYS THE WHOLE CHANGE HISTORY.         *
      ******************************************************************
