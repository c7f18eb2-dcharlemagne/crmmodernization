      ******************************************************************
      * DCLGEN TABLE(HR_DB.STAFF_FLOOR)                                *
      *        LIBRARY(HR_DB.TEST.SOURCE(STFFLOOR))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.STAFF_FLOOR TABLE
           ( WORKDEPT       CHAR(3)        NOT NULL,
             MIN_PRESENT    SMALLINT       NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.STAFF_FLOOR                  *
      ******************************************************************
       01  DCLSTFFLOOR.
           10 SF-WORKDEPT          PIC X(3).
           10 SF-MIN-PRESENT       PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
      ******************************************************************
      * STAFF_FLOOR HOLDS THE STAFFING FLOOR - THE FEWEST EMPLOYEES    *
      * WHO MUST BE PRESENT ON A WORKING DAY - SO THE ONLINE LEAVE     *
      * CHECK AND THE ABSENCE CALENDAR USE THE SAME NUMBER. A ROW      *
      * FOR A WORKDEPT IS THAT DEPARTMENT'S FLOOR; THE ROW WITH A      *
      * BLANK WORKDEPT IS THE COMPANY FLOOR FOR EVERY OTHER            *
      * DEPARTMENT. COBLVFLR CHECKS A REQUESTED RANGE AGAINST IT FOR   *
      * COBLVRMN AND COBLVAMN (NO ROW AT ALL - NO FLOOR TO CHECK), AND *
      * COBLVCAL FLAGS ITS COVER LINE AGAINST IT, FALLING BACK TO THE  *
      * SYSIN FLOOR ONLY WHEN NEITHER ROW IS ON FILE.                  *
      ******************************************************************
