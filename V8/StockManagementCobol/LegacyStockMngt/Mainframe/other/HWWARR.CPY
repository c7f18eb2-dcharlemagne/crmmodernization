      ******************************************************************
      * DCLGEN TABLE(HR_DB.HW_WARRANTY)                                *
      *        LIBRARY(HR_DB.TEST.SOURCE(HWWARR))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.HW_WARRANTY TABLE
           ( HARDWARE_ID    CHAR(10)       NOT NULL,
             COMP_CLASS     CHAR(1)        NOT NULL,
             COMPONENT_ID   CHAR(10)       NOT NULL,
             SUPNO          CHAR(6)        NOT NULL,
             WARR_START     DATE           NOT NULL,
             WARR_END       DATE           NOT NULL,
             UPDATED_BY     CHAR(8)        NOT NULL,
             UPDATED_TS     TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.HW_WARRANTY                  *
      ******************************************************************
       01  DCLHWWARR.
           10 WR-HARDWARE-ID       PIC X(10).
           10 WR-COMP-CLASS        PIC X(1).
           10 WR-COMPONENT-ID      PIC X(10).
           10 WR-SUPNO             PIC X(6).
           10 WR-WARR-START        PIC X(10).
           10 WR-WARR-END          PIC X(10).
           10 WR-UPDATED-BY        PIC X(8).
           10 WR-UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      ******************************************************************
      * HW_WARRANTY HOLDS THE WARRANTY COVER ON EACH COMPONENT OF A    *
      * HARDWARE SET, ONE ROW PER HARDWARE_ID AND COMP_CLASS - 'M'     *
      * MOUSE, 'K' KEYBOARD, 'C' CPU, 'N' MONITOR, THE SAME CLASS      *
      * LETTERS COBHWDEP USES. COMPONENT_ID IS THE HARDWARE COMPONENT  *
      * THE COVER WAS RECORDED AGAINST, SO A COMPONENT SWAPPED THROUGH *
      * COBHWMN SHOWS AS NO LONGER COVERED. SUPNO IS THE SUPPLY ROW    *
      * THAT PROVIDES THE COVER AND WARR_START/WARR_END THE PERIOD IT  *
      * RUNS. MAINTAINED BY COBHWWMN; READ BY COBHWRMN TO DECIDE       *
      * WHETHER A REPAIR IS UNDER WARRANTY AND BY COBRPT83 FOR COVER   *
      * ABOUT TO EXPIRE.                                               *
      ******************************************************************
