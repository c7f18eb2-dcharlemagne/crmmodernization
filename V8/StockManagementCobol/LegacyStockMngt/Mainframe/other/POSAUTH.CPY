             EFFDATE        DATE           NOT NULL,
             AUTH_HEADCOUNT SMALLINT       NOT NULL,
             BAND_MIN       DECIMAL(9,2)           ,
             BAND_MAX       DECIMAL(9,2)           ,
             PLAN_START     CHAR(6)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.DEPT_POSITION                *
           10 PA-AUTH-HEADCOUNT    PIC S9(4) USAGE COMP.
           10 PA-BAND-MIN          PIC S9(7)V9(2) USAGE COMP-3.
           10 PA-BAND-MAX          PIC S9(7)V9(2) USAGE COMP-3.
           10 PA-PLAN-START        PIC X(6).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      ******************************************************************
      * DEPT_POSITION IS THE AUTHORIZED-HEADCOUNT (POSITION CONTROL)   *
      * AUTHORIZATION AGAINST ACTUAL EMP HEADCOUNT AND THE MONTH'S     *
      * DEPT_SNAPSHOT ROW SO RECRUITING WORKS A REAL VACANCY LIST.     *
      ******************************************************************
      ******************************************************************
      * PLAN_START IS THE YEAR-MONTH (YYYYMM) RECRUITING EXPECTS THE   *
      * ROW'S OPEN VACANCIES TO BE FILLED. COBWFPRJ'S NEXT-YEAR COST   *
      * PROJECTION COSTS EACH VACANCY AT THE BAND MIDPOINT FROM THAT   *
      * MONTH ON; NULL, OR A MONTH BEFORE THE PROJECTION YEAR, COSTS   *
      * THE VACANCY FOR THE WHOLE YEAR.                                *
      ******************************************************************
