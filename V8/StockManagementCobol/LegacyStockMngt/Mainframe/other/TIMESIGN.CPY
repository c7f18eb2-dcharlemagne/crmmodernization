             OTPRICED       CHAR(1)        NOT NULL,
             OTAMOUNT       DECIMAL(9,2)   NOT NULL,
             ACCHOURS       DECIMAL(7,2)   NOT NULL,
             POSTED_TS      TIMESTAMP      NOT NULL,
             SIGNOFF        CHAR(1)        NOT NULL,
             SIGNED_BY      CHAR(8)                ,
             SIGNED_TS      TIMESTAMP              ,
             PAID_HOURS     DECIMAL(7,2)   NOT NULL,
             PAID_YM        CHAR(6)                ,
             ONBEHALF_OF    CHAR(6)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.TIMESHEET_WEEK               *
           10 TW-OTAMOUNT          PIC S9(7)V9(2) USAGE COMP-3.
           10 TW-ACCHOURS          PIC S9(5)V9(2) USAGE COMP-3.
           10 TW-POSTED-TS         PIC X(26).
           10 TW-SIGNOFF           PIC X(1).
           10 TW-SIGNED-BY         PIC X(8).
           10 TW-SIGNED-TS         PIC X(26).
           10 TW-PAID-HOURS        PIC S9(5)V9(2) USAGE COMP-3.
           10 TW-PAID-YM           PIC X(6).
           10 TW-ONBEHALF-OF       PIC X(6).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
      ******************************************************************
      * TIMESHEET_WEEK IS THE PER-EMPLOYEE PER-WEEK SIGN-OFF STATE -   *
      * OVERTIME - A PRICED WEEK IS ONLY RE-PRICED WHEN AN             *
      * ADJUSTMENT HAS REOPENED IT, RE-PRICED FROM ACCHOURS, AND THEN  *
      * ONLY THE DELTA AGAINST OTAMOUNT POSTS TO PAYROLL.              *
      * SIGNOFF IS THE APPROVER'S SIGN-OFF OF THE WEEK'S HOURS - 'N'   *
      * WHEN COBTIMLD POSTS THE ROW, 'Y' ONCE SIGNED OFF THROUGH       *
      * COBTWSMN (SIGNED_BY/SIGNED_TS RECORD WHO AND WHEN). AN         *
      * ADJUSTMENT THAT REOPENS THE WEEK SETS IT BACK TO 'N', SO       *
      * CHANGED HOURS ARE SIGNED OFF AGAIN. PAID_HOURS/PAID_YM         *
      * REMEMBER HOW MANY OF THE WEEK'S ACCHOURS COBPAYRN HAS PAID AN  *
      * HOURLY EMPLOYEE (EMP_PAY_RATE) AND IN WHICH PERIOD - A SIGNED- *
      * OFF WEEK IS PAID FOR ACCHOURS LESS PAID_HOURS, SO A CORRECTED  *
      * WEEK PAYS (OR RECOVERS) ONLY ITS DELTA AND NO HOUR IS EVER     *
      * PAID TWICE.                                                    *
      ******************************************************************
      ******************************************************************
      * ONBEHALF_OF IS THE APPROVER'S EMPNO WHEN THE WEEK WAS SIGNED   *
      * OFF FOR THEM THROUGH COBTWSMN - BY A DELEGATE NAMED ON         *
      * APPROVAL_DELEGATION, OR BY THEIR OWN MANAGER WHILE THEY ARE    *
      * ON APPROVED LEAVE WITH NO DELEGATE SET (BOTH CHECKED THROUGH   *
      * COBDLGCK). NULL MEANS THE APPROVER SIGNED OFF THEMSELVES.      *
      ******************************************************************
