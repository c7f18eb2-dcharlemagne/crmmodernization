           EXEC SQL DECLARE HR_DB.ACTIVITY TABLE
           ( ACT_NO      SMALLINT NOT NULL, 
             ACT_KEYWORD CHAR(6) NOT NULL, 
             ACT_DESC    VARCHAR(20) NOT NULL,
             CAP_FLAG    CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.ACTIVITY                   *
           10 ACT-DESC.
              49 ACTVTNAME-LEN      PIC S9(4) USAGE COMP.
              49 ACTVTNAME-TEXT     PIC X(20).
           10 ACT-CAP-FLAG         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
      ******************************************************************
      * CAP_FLAG 'Y' MARKS AN ACTIVITY AS CAPITALIZABLE SOFTWARE       *
      * DEVELOPMENT - HOURS BOOKED TO IT ARE VALUED EACH MONTH BY      *
      * COBCAPLB INTO THE PROJECT'S ASSET-UNDER-CONSTRUCTION BALANCE   *
      * (CAP_ASSET) INSTEAD OF STAYING IN PAYROLL EXPENSE. 'N' (THE    *
      * DEFAULT) IS ORDINARY EXPENSED WORK. MAINTAINED BY COBACTMN.    *
      ******************************************************************
