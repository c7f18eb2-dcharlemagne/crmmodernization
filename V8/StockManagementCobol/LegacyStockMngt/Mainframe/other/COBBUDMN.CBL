      *                    'D' REMOVES IT, AND ANY OTHER VALUE ADDS
      *                    OR UPDATES IT - THE SAME FLAG CONVENTION
      *                    COBDEDMN USES FOR THE DEDUCTION CATALOG.
      *                    AN ADD OR UPDATE LEAVES BUDSTATUS NULL, SO
      *                    A DRAFT ROW SEEDED BY COBWFPRJ BECOMES
      *                    FINANCE'S OWN ONCE IT IS ADJUSTED HERE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  CLEAR BUDSTATUS ON UPDATE - A ROW ADJUSTED
      *                     HERE IS NO LONGER A COBWFPRJ DRAFT AND
      *                     MUST SURVIVE A RERUN OF THE PROJECTION.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBUDMN.
               EXEC SQL
                       UPDATE
                           DEPT_BUDGET
                       SET  BUDGETAMT = :WS-BUDGETAMT,
                            BUDSTATUS = NULL
                       WHERE
                          (
                            ( DEPT_BUDGET.DEPTNO = :WS-DEPTNO )
