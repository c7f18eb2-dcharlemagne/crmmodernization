      ******************************************************************
      * DCLGEN TABLE(HR_DB.PROJ_BASELINE)                              *
      *        LIBRARY(HR_DB.TEST.SOURCE(PROJBASE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.PROJ_BASELINE TABLE
           ( PROJ_NO        CHAR(6)        NOT NULL,
             BASE_BUDGET    DECIMAL(11,2)  NOT NULL,
             BASE_STAFF     DECIMAL(5,0)   NOT NULL,
             BASE_ENDDATE   CHAR(8)        NOT NULL,
             APPROVED_BY    CHAR(8)        NOT NULL,
             APPROVED_TS    TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.PROJ_BASELINE                *
      ******************************************************************
       01  DCLPROJBASE.
           10 PB-PROJ-NO           PIC X(6).
           10 PB-BASE-BUDGET       PIC S9(9)V9(2) USAGE COMP-3.
           10 PB-BASE-STAFF        PIC S9(5) USAGE COMP-3.
           10 PB-BASE-ENDDATE      PIC X(8).
           10 PB-APPROVED-BY       PIC X(8).
           10 PB-APPROVED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      ******************************************************************
      * PROJ_BASELINE IS THE ORIGINAL COMMITMENT OF A PROJECT - ITS    *
      * PROJ_BUDGET, PROJ_STAFF AND PROJ_ENDDATE AS THEY STOOD WHEN    *
      * THE PLAN WAS FIRST APPROVED THROUGH COBPCRMN ('B'). ONE ROW    *
      * PER PROJECT, WRITTEN ONCE AND NEVER UPDATED. ONCE A PROJECT    *
      * HAS A ROW HERE, COBPRJDP NO LONGER CHANGES ITS BUDGET, END     *
      * DATE OR STAFFING TOTAL - THOSE MOVE ONLY WHEN A                *
      * PROJ_CHANGE_REQ IS APPROVED. COBRPT70 PRINTS THE BASELINE,     *
      * EVERY APPROVED CHANGE AND THE CURRENT FIGURES SIDE BY SIDE.    *
      ******************************************************************
