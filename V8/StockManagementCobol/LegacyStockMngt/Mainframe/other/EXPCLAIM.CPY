      ******************************************************************
      * DCLGEN TABLE(HR_DB.EXP_CLAIM)                                  *
      *        LIBRARY(HR_DB.TEST.SOURCE(EXPCLAIM))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.EXP_CLAIM TABLE
           ( CLAIMNO        INTEGER        NOT NULL,
             EMPNO          CHAR(6)        NOT NULL,
             CLAIM_DATE     DATE           NOT NULL,
             CSTATUS        CHAR(1)        NOT NULL,
             TOTAL_AMT      DECIMAL(9,2)   NOT NULL,
             APPROVER       CHAR(6)                ,
             SUBMITTED_TS   TIMESTAMP              ,
             DECIDED_BY     CHAR(8)                ,
             DECIDED_TS     TIMESTAMP              ,
             REJECT_REASON  CHAR(30)               ,
             PAID_YM        CHAR(6)                ,
             ENTERED_BY     CHAR(8)        NOT NULL,
             ENTERED_TS     TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.EXP_CLAIM                    *
      ******************************************************************
       01  DCLEXPCLAIM.
           10 EH-CLAIMNO           PIC S9(9) USAGE COMP.
           10 EH-EMPNO             PIC X(6).
           10 EH-CLAIM-DATE        PIC X(10).
           10 EH-CSTATUS           PIC X(1).
           10 EH-TOTAL-AMT         PIC S9(7)V9(2) USAGE COMP-3.
           10 EH-APPROVER          PIC X(6).
           10 EH-SUBMITTED-TS      PIC X(26).
           10 EH-DECIDED-BY        PIC X(8).
           10 EH-DECIDED-TS        PIC X(26).
           10 EH-REJECT-REASON     PIC X(30).
           10 EH-PAID-YM           PIC X(6).
           10 EH-ENTERED-BY        PIC X(8).
           10 EH-ENTERED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
      ******************************************************************
      * EXP_CLAIM IS THE HEADER OF AN EMPLOYEE EXPENSE CLAIM; ITS      *
      * RECEIPTED LINES ARE IN EXP_CLAIM_LINE (EXPLINE) AND TOTAL_AMT  *
      * IS KEPT EQUAL TO THEIR SUM. COBEXCMN OPENS THE CLAIM ('O'),    *
      * ADDS AND REMOVES LINES WHILE IT IS OPEN, AND SUBMITS IT ('S'), *
      * ROUTING IT TO THE MANAGER OF THE CLAIMANT'S WORKDEPT           *
      * (DEPT.MGRNO, OR THE ADMRDEPT'S MANAGER WHEN THE CLAIMANT       *
      * MANAGES THE DEPARTMENT) IN APPROVER. ONLY THAT MANAGER MAY     *
      * APPROVE ('A') OR REJECT ('R') IT THROUGH COBEXAMN, AND NEVER   *
      * UNDER THE USER WHO ENTERED IT.                                 *
      * COBEXPAY MARKS APPROVED CLAIMS PAID ('P') IN THE PAYROLL       *
      * PERIOD PAID_YM; COBBNKEX THEN ADDS THE AMOUNT TO THE           *
      * EMPLOYEE'S BANK CREDIT FOR THAT PERIOD AS A NON-TAXABLE        *
      * REIMBURSEMENT - IT IS NEVER WRITTEN TO PAYROLL, SO IT DOES NOT *
      * REACH LABOR COST, OVERHEAD OR TAX.                             *
      ******************************************************************
