           EXEC SQL DECLARE HR_DB.DEPT_BUDGET TABLE
           ( DEPTNO         CHAR(3)        NOT NULL,
             BYEARMONTH     CHAR(6)        NOT NULL,
             BUDGETAMT      DECIMAL(11,2)  NOT NULL,
             BUDSTATUS      CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.DEPT_BUDGET                  *
           10 DB-DEPTNO            PIC X(3).
           10 DB-BYEARMONTH        PIC X(6).
           10 DB-BUDGETAMT         PIC S9(9)V9(2) USAGE COMP-3.
           10 DB-BUDSTATUS         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
      ******************************************************************
      * DEPT_BUDGET CARRIES EACH DEPARTMENT'S MONTHLY PAYROLL BUDGET   *
      * BUDGET-VERSUS-ACTUAL REPORT, SO MANAGERS SEE THE VARIANCE      *
      * THE MORNING AFTER COBPAYRN POSTS INSTEAD OF AT GL CLOSE.       *
      ******************************************************************
      ******************************************************************
      * BUDSTATUS 'D' MARKS A DRAFT ROW SEEDED BY COBWFPRJ'S NEXT-YEAR *
      * WORKFORCE COST PROJECTION. A RERUN OF THE PROJECTION REFRESHES *
      * ITS OWN DRAFTS BUT NEVER A ROW THAT IS NULL HERE - ONE KEYED   *
      * OR ADJUSTED THROUGH COBBUDMN, WHICH CLEARS THE FLAG ON EVERY   *
      * ADD OR UPDATE SO FINANCE'S FIGURE IS THE ONE THAT STANDS.      *
      ******************************************************************
