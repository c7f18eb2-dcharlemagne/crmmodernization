      *                UNIT PRICE), WITH THE COMBINED BURN ON EACH
      *                LINE AND COMPANY TOTALS - SO A PROJECT'S REAL
      *                COST IS ONE PAGE INSTEAD OF A LABOR REPORT
      *                PLUS A HAND-ADDED LIST OF PURCHASES. THE
      *                APPROVED AND PAID EMPLOYEE EXPENSE CLAIM LINES
      *                CHARGED TO THE PROJECT ARE A THIRD, NON-LABOR
      *                COLUMN IN THE BURN.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  ADD THE EXPENSE CLAIM COLUMN - THE
      *                     EXP_CLAIM_LINE AMOUNTS CHARGED TO THE
      *                     PROJECT ON CLAIMS APPROVED ('A') OR PAID
      *                     ('P') - INTO EACH PROJECT'S TOTAL BURN
      *                     AND THE COMPANY TOTALS.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01  WS-PROJ-NO             PIC X(6).
       01  WS-LABOR-COST          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-PO-COST             PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-EXP-COST            PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-TOTAL-COST          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-TOT-LABOR           PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-PO              PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-EXP             PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-ALL             PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

                '      LABOR COST'.
           10 FILLER              PIC X(18)  VALUE
                '  RECEIVED SPEND'.
           10 FILLER              PIC X(18)  VALUE
                '  EXPENSE CLAIMS'.
           10 FILLER              PIC X(18)  VALUE
                '      TOTAL BURN'.
           10 FILLER              PIC X(50).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(2).
           10 WS-RPT-LABOR        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           10 WS-RPT-PO           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           10 WS-RPT-EXP          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           10 WS-RPT-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(47).

       01  WS-RPT-TOTLINE.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'TOTAL'.
           10 WS-TOT-RPT-LABOR    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           10 WS-TOT-RPT-PO       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           10 WS-TOT-RPT-EXP      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           10 WS-TOT-RPT-ALL      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(47).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
                EXEC SQL INCLUDE POLINE
                END-EXEC.

                EXEC SQL INCLUDE EXPCLAIM
                END-EXEC.

                EXEC SQL INCLUDE EXPLINE
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - ONE ROW PER PROJECT WITH ITS
      * PRICED LABOR, ITS RECEIVED PO SPEND AND ITS APPROVED OR PAID
      * EXPENSE CLAIM LINES.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                         FROM PO_LINE L
                        INNER JOIN PURCHASE_ORDER H
                           ON H.PONO = L.PONO
                        WHERE H.PROJ_NO = P.PROJ_NO),
                      (SELECT COALESCE(SUM(X.AMOUNT), 0)
                         FROM EXP_CLAIM_LINE X
                        INNER JOIN EXP_CLAIM C
                           ON C.CLAIMNO = X.CLAIMNO
                        WHERE X.PROJ_NO = P.PROJ_NO
                          AND C.CSTATUS IN ('A', 'P'))
                    FROM PROJECT P
                    ORDER BY P.PROJ_NO
                END-EXEC.

                MOVE WS-TOT-LABOR TO WS-TOT-RPT-LABOR.
                MOVE WS-TOT-PO    TO WS-TOT-RPT-PO.
                MOVE WS-TOT-EXP   TO WS-TOT-RPT-EXP.
                MOVE WS-TOT-ALL   TO WS-TOT-RPT-ALL.
                PRINT WS-RPT-TOTLINE.

                    FETCH C1
                    INTO  :WS-PROJ-NO,
                          :WS-LABOR-COST,
                          :WS-PO-COST,
                          :WS-EXP-COST
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
       2400-PRINT-PROJECT.

                COMPUTE WS-TOTAL-COST =
                        WS-LABOR-COST + WS-PO-COST + WS-EXP-COST.

                IF WS-TOTAL-COST = ZERO
                   GO TO 2400-EXIT
                MOVE WS-PROJ-NO    TO WS-RPT-PROJ.
                MOVE WS-LABOR-COST TO WS-RPT-LABOR.
                MOVE WS-PO-COST    TO WS-RPT-PO.
                MOVE WS-EXP-COST   TO WS-RPT-EXP.
                MOVE WS-TOTAL-COST TO WS-RPT-TOTAL.

                PRINT WS-RPT-DETAIL.

                ADD WS-LABOR-COST TO WS-TOT-LABOR.
                ADD WS-PO-COST    TO WS-TOT-PO.
                ADD WS-EXP-COST   TO WS-TOT-EXP.
                ADD WS-TOTAL-COST TO WS-TOT-ALL.

       2400-EXIT.
