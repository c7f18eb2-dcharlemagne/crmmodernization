      ******************************************************************
      * DCLGEN TABLE(HR_DB.PENSION_VESTING)                            *
      *        LIBRARY(HR_DB.TEST.SOURCE(PENSVEST))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.PENSION_VESTING TABLE
           ( MIN_YEARS      SMALLINT       NOT NULL,
             VEST_PCT       DECIMAL(5,2)   NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.PENSION_VESTING              *
      ******************************************************************
       01  DCLPENSVEST.
           10 PV-MIN-YEARS         PIC S9(4) USAGE COMP.
           10 PV-VEST-PCT          PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
      ******************************************************************
      * PENSION_VESTING IS THE SCHEME'S VESTING SCALE FOR THE EMPLOYER *
      * FUND - EACH ROW SAYS THAT A MEMBER WITH AT LEAST MIN_YEARS     *
      * COMPLETED YEARS OF SERVICE SINCE EMP.HIREDATE IS VESTED IN     *
      * VEST_PCT OF ER_BALANCE. THE HIGHEST VEST_PCT WHOSE MIN_YEARS   *
      * IS REACHED APPLIES; FEWER YEARS THAN ANY ROW (OR AN EMPTY      *
      * TABLE) MEANS NOTHING IS VESTED. A CLIFF SCHEME IS ONE ROW AT   *
      * 100, A GRADED SCHEME ONE ROW PER STEP. THE MEMBER'S OWN FUND   *
      * IS ALWAYS FULLY VESTED. READ BY COBPNANN AT YEAR END AND BY    *
      * COBEMPOF WHEN A MEMBER LEAVES.                                 *
      ******************************************************************
