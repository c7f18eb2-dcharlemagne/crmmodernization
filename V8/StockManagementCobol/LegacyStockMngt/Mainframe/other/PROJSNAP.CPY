           ( PROJ_NO        CHAR(6)        NOT NULL,
             SNAPYEARMONTH  CHAR(6)        NOT NULL,
             CUMCOST        DECIMAL(11,2)  NOT NULL,
             MONTHCOST      DECIMAL(11,2)  NOT NULL,
             NONLABCOST     DECIMAL(11,2)  NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.PROJ_COST_SNAP               *
           10 PS-SNAPYEARMONTH     PIC X(6).
           10 PS-CUMCOST           PIC S9(9)V9(2) USAGE COMP-3.
           10 PS-MONTHCOST         PIC S9(9)V9(2) USAGE COMP-3.
           10 PS-NONLABCOST        PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
      ******************************************************************
      * PROJ_COST_SNAP IS THE MONTHLY PROJECT COST SNAPSHOT - ONE ROW  *
      * PROJECT.PROJ_BUDGET AND RAISES A MSG_IN_TRAY ALERT TO THE     *
      * RESPONSIBLE EMPLOYEE WHEN THE BUDGET IS PROJECTED TO EXHAUST  *
      * BEFORE THE PROJECT END DATE.                                  *
      * NONLABCOST IS THE PROJECT'S NON-LABOR COST TO DATE - THE       *
      * EXP_CLAIM_LINE AMOUNTS CHARGED TO IT ON EXPENSE CLAIMS         *
      * APPROVED OR PAID. IT IS KEPT APART FROM CUMCOST AND MONTHCOST, *
      * WHICH STAY LABOR ONLY.                                         *
      ******************************************************************
