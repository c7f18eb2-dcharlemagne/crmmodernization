      *                OWN MONTH ON A RERUN INSTEAD OF STACKING
      *                DUPLICATES - SO LAST MONTH'S NUMBER FINALLY
      *                SURVIVES THE PAPER IT USED TO BE PRINTED ON.
      *                BESIDE THE LABOR FIGURES EACH ROW CARRIES THE
      *                PROJECT'S NON-LABOR COST TO DATE - THE APPROVED
      *                AND PAID EXPENSE CLAIM LINES CHARGED TO IT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  WRITE THE NEW NONLABCOST COLUMN - THE
      *                     EXP_CLAIM_LINE AMOUNTS CHARGED TO THE
      *                     PROJECT ON CLAIMS APPROVED OR PAID. THE
      *                     CURSOR NOW READS PROJECT SO A PROJECT
      *                     WITH EXPENSES BUT NO BOOKED HOURS IS
      *                     SNAPPED TOO. CUMCOST AND MONTHCOST STAY
      *                     LABOR ONLY.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01  WS-CUMCOST             PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-PRIOR-CUM           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-MONTHCOST           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-NONLABCOST          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-SNAP-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
                EXEC SQL INCLUDE PROJSNAP
                END-EXEC.

                EXEC SQL INCLUDE EXPCLAIM
                END-EXEC.

                EXEC SQL INCLUDE EXPLINE
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - EVERY PROJECT'S LABOR COST TO
      * DATE, HOURS PRICED AT SALARY/2080 AS IN COBRPT42, AND ITS
      * APPROVED OR PAID EXPENSE CLAIM LINES, FOR EVERY PROJECT WITH
      * BOOKED HOURS OR CHARGED EXPENSES.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      P.PROJ_NO,
                      (SELECT COALESCE(SUM(COALESCE(A.EMPTIME, 0)
                                           * E.SALARY / 2080), 0)
                         FROM EMP_PROJ_ACT A
                        INNER JOIN EMP E
                           ON E.EMPNO = A.EMPNO
                        WHERE A.PROJ_NO = P.PROJ_NO),
                      (SELECT COALESCE(SUM(X.AMOUNT), 0)
                         FROM EXP_CLAIM_LINE X
                        INNER JOIN EXP_CLAIM C
                           ON C.CLAIMNO = X.CLAIMNO
                        WHERE X.PROJ_NO = P.PROJ_NO
                          AND C.CSTATUS IN ('A', 'P'))
                    FROM PROJECT P
                    WHERE EXISTS
                          (SELECT 1
                             FROM EMP_PROJ_ACT A2
                            WHERE A2.PROJ_NO = P.PROJ_NO)
                       OR EXISTS
                          (SELECT 1
                             FROM EXP_CLAIM_LINE X2
                            INNER JOIN EXP_CLAIM C2
                               ON C2.CLAIMNO = X2.CLAIMNO
                            WHERE X2.PROJ_NO = P.PROJ_NO
                              AND C2.CSTATUS IN ('A', 'P'))
                    ORDER BY P.PROJ_NO
                END-EXEC.

      /
                EXEC SQL
                    FETCH C1
                    INTO  :WS-PROJ-NO,
                          :WS-CUMCOST,
                          :WS-NONLABCOST
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                EXEC SQL
                    INSERT INTO PROJ_COST_SNAP
                         (PROJ_NO, SNAPYEARMONTH, CUMCOST,
                          MONTHCOST, NONLABCOST)
                    VALUES
                         (:WS-PROJ-NO, :WS-SNAPYEARMONTH,
                          :WS-CUMCOST, :WS-MONTHCOST,
                          :WS-NONLABCOST)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
