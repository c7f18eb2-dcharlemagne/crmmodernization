      *-----------------------------------------------------------------
      *     COBRPT68 - PROJECT PROFITABILITY AND MARGIN REPORT. READS
      *                THE REPORT MONTH (YYYYMM) AND THE MARGIN FLOOR
      *                PERCENT OFF SYSIN. FOR EVERY PROJECT, PUTS THE
      *                REVENUE BILLED TO DATE - THE BILL_LEDGER HOURS
      *                PRICED AT THE BILL_RATE CARD EXACTLY AS COBBILLG
      *                PRICES THEM, PLUS ANY FIXED-PRICE MILESTONES
      *                BILLED - BESIDE THE COST COBRPT56 REPORTS
      *                (LABOR AT SALARY/2080, AND RECEIVED PO SPEND
      *                WITH APPROVED EXPENSE CLAIMS AS NON-LABOR),
      *                WITH GROSS MARGIN AND MARGIN PERCENT. UNDER
      *                EACH PROJECT A TREND LINE SHOWS THE MONTHLY
      *                COST OF THE LAST TWELVE PROJ_COST_SNAP MONTHS
      *                TO THE REPORT MONTH. PROJECTS ROLL UP UNDER
      *                THEIR CLIENT ACCOUNT (CTRLPROJ) AND THE OWNING
      *                DEPARTMENT'S SUBSIDIARY (DEPT.SUBID). A PROJECT
      *                BELOW THE MARGIN FLOOR IS FLAGGED AND THE STEP
      *                ENDS WITH A WARNING CODE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  ADD THE PROJECT'S APPROVED AND PAID
      *                     EXPENSE CLAIM LINES TO THE NON-LABOR
      *                     COST, SO THE COST STILL AGREES WITH
      *                     COBRPT56.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT68.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
      *-------------
       FILE SECTION.
      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       77  END-OF-C2-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C2                     VALUE  'Y'.
       77  FIRST-FETCH-SWITCH     PIC X          VALUE  'Y'.
               88  FIRST-FETCH                   VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-REPORT-YM           PIC X(6).
       01  WS-FLOOR-PCT           PIC 9(3).
       01  WS-FROM-YM             PIC X(6).
       01  WS-SUBID               PIC X(4).
       01  WS-ACCOUNT             PIC X(6).
       01  WS-PROJ-NO             PIC X(6).
       01  WS-TM-REVENUE          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-MS-REVENUE          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-LABOR-COST          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-PO-COST             PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-PRIOR-SUBID         PIC X(4)  VALUE SPACES.
       01  WS-PRIOR-ACCOUNT       PIC X(6)  VALUE SPACES.
       01  WS-BELOW-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-YM-NUM              PIC S9(9) USAGE COMP.
       01  WS-FROM-NUM            PIC S9(9) USAGE COMP.
       01  WS-YM-YEAR             PIC 9(4).
       01  WS-YM-MONTH            PIC 9(2).
       01  WS-SNAP-YM             PIC X(6).
       01  WS-MONTHCOST           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-SLOT                PIC S9(4) USAGE COMP.

      ******************************************************************
      * ONE SET OF FIGURES - FILLED FOR THE PROJECT, THEN ADDED INTO
      * THE ACCOUNT, SUBSIDIARY AND COMPANY LEVELS.
      ******************************************************************
       01  WS-FIGURES.
           05 WS-FIG-REVENUE      PIC S9(11)V9(2) USAGE COMP-3.
           05 WS-FIG-LABOR        PIC S9(11)V9(2) USAGE COMP-3.
           05 WS-FIG-NONLABOR     PIC S9(11)V9(2) USAGE COMP-3.
           05 WS-FIG-MARGIN       PIC S9(11)V9(2) USAGE COMP-3.
           05 WS-FIG-PCT          PIC S9(5)V9(2)  USAGE COMP-3.
       01  WS-ACCT-TOTALS.
           05 WS-ACCT-REVENUE     PIC S9(11)V9(2) USAGE COMP-3.
           05 WS-ACCT-LABOR       PIC S9(11)V9(2) USAGE COMP-3.
           05 WS-ACCT-NONLABOR    PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-SUB-TOTALS.
           05 WS-SUB-REVENUE      PIC S9(11)V9(2) USAGE COMP-3.
           05 WS-SUB-LABOR        PIC S9(11)V9(2) USAGE COMP-3.
           05 WS-SUB-NONLABOR     PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-CO-TOTALS.
           05 WS-CO-REVENUE       PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
           05 WS-CO-LABOR         PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
           05 WS-CO-NONLABOR      PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

      ******************************************************************
      * THE TWELVE TREND MONTHS ENDING AT THE REPORT MONTH
      ******************************************************************
       01  WS-TREND-TABLE.
           05 WS-TREND-ENTRY      OCCURS 12 TIMES.
              10 WS-TREND-YM         PIC X(6).
              10 WS-TREND-COST       PIC S9(9)V9(2) USAGE COMP-3.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(44)
                VALUE 'PROJECT PROFITABILITY AND MARGIN REPORT FOR '.
           10 WS-HDR-YM           PIC X(6).
           10 FILLER              PIC X(16)  VALUE '   MARGIN FLOOR '.
           10 WS-HDR-FLOOR        PIC ZZ9.
           10 FILLER              PIC X(1)   VALUE '%'.
           10 FILLER              PIC X(42).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'SUBID'.
           10 FILLER              PIC X(8)   VALUE 'ACCOUNT'.
           10 FILLER              PIC X(8)   VALUE 'PROJECT'.
           10 FILLER              PIC X(16)  VALUE '         REVENUE'.
           10 FILLER              PIC X(16)  VALUE '      LABOR COST'.
           10 FILLER              PIC X(16)  VALUE '   NON-LABOR    '.
           10 FILLER              PIC X(16)  VALUE '    GROSS MARGIN'.
           10 FILLER              PIC X(10)  VALUE '  MARGIN %'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(14)  VALUE 'FLAG'.
           10 FILLER              PIC X(16).

       01  WS-RPT-TREND-HDR.
           10 FILLER              PIC X(14)  VALUE '  COST TREND  '.
           10 WS-TRH-ENTRY        OCCURS 12 TIMES.
              15 FILLER              PIC X(3).
              15 WS-TRH-YM           PIC X(6).
           10 FILLER              PIC X(10).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-SUBID        PIC X(4).
           10 FILLER              PIC X(4).
           10 WS-RPT-ACCOUNT      PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-PROJ         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-REVENUE      PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-LABOR        PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-NONLABOR     PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-MARGIN       PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-PCT          PIC ZZZZ9.99-.
           10 FILLER              PIC X(2).
           10 WS-RPT-FLAG         PIC X(14).
           10 FILLER              PIC X(16).

       01  WS-RPT-TREND.
           10 FILLER              PIC X(14).
           10 WS-TRD-ENTRY        OCCURS 12 TIMES.
              15 WS-TRD-COST         PIC Z,ZZZ,ZZ9-.
              15 FILLER              PIC X(1).
           10 FILLER              PIC X(10).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT68'.
       01  WS-ERRLG-PARA        PIC X(30) VALUE '9000-DBERROR'.
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80) OCCURS 12 TIMES
                                    INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      ******************************************************************
      * SQLCA AND DCLGENS FOR TABLES
      ******************************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.

                EXEC SQL INCLUDE BILLRATE
                END-EXEC.

                EXEC SQL INCLUDE BILLLEDG
                END-EXEC.

                EXEC SQL INCLUDE PRJMILE
                END-EXEC.

                EXEC SQL INCLUDE PROJSNAP
                END-EXEC.

                EXEC SQL INCLUDE PORDER
                END-EXEC.

                EXEC SQL INCLUDE POLINE
                END-EXEC.

                EXEC SQL INCLUDE EXPCLAIM
                END-EXEC.

                EXEC SQL INCLUDE EXPLINE
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - ONE ROW PER PROJECT WITH ITS
      * SUBSIDIARY AND CLIENT ACCOUNT FOR THE ROLLUP, ITS BILLED
      * REVENUE (LEDGER HOURS AT THE CARD ROW COBBILLG WOULD PICK,
      * AND BILLED MILESTONES), ITS LABOR COST AND ITS NON-LABOR COST
      * (RECEIVED PO SPEND PLUS APPROVED OR PAID EXPENSE CLAIMS).
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      COALESCE(D.SUBID, ' '),
                      COALESCE(P.CTRLPROJ, P.PROJ_NO),
                      P.PROJ_NO,
                      (SELECT COALESCE(SUM(L.BILLEDTIME
                                           * R.BILLRATE), 0)
                         FROM BILL_LEDGER L
                         LEFT OUTER JOIN DEVELOPER V
                           ON V.DEVELOPER_ID = L.EMPNO
                        INNER JOIN BILL_RATE R
                           ON R.PROJ_NO = L.PROJ_NO
                        WHERE L.PROJ_NO = P.PROJ_NO
                          AND R.SKILL_LEVEL =
                              (SELECT MAX(R2.SKILL_LEVEL)
                                 FROM BILL_RATE R2
                                WHERE R2.PROJ_NO = L.PROJ_NO
                                  AND R2.SKILL_LEVEL
                                      <= COALESCE(V.SKILL_LEVEL, 0))
                          AND R.EFFDATE =
                              (SELECT MAX(R3.EFFDATE)
                                 FROM BILL_RATE R3
                                WHERE R3.PROJ_NO = R.PROJ_NO
                                  AND R3.SKILL_LEVEL = R.SKILL_LEVEL
                                  AND R3.EFFDATE <= CURRENT DATE)),
                      (SELECT COALESCE(SUM(M.MS_AMOUNT), 0)
                         FROM PROJ_MILESTONE M
                        WHERE M.PROJ_NO = P.PROJ_NO
                          AND M.MSTATUS = 'B'),
                      (SELECT COALESCE(SUM(COALESCE(A.EMPTIME, 0)
                                           * E.SALARY / 2080), 0)
                         FROM EMP_PROJ_ACT A
                        INNER JOIN EMP E
                           ON E.EMPNO = A.EMPNO
                        WHERE A.PROJ_NO = P.PROJ_NO),
                      (SELECT COALESCE(SUM(COALESCE(PL.RECVD_QTY, 0)
                                           * PL.UNIT_PRICE), 0)
                         FROM PO_LINE PL
                        INNER JOIN PURCHASE_ORDER H
                           ON H.PONO = PL.PONO
                        WHERE H.PROJ_NO = P.PROJ_NO)
                      + (SELECT COALESCE(SUM(X.AMOUNT), 0)
                           FROM EXP_CLAIM_LINE X
                          INNER JOIN EXP_CLAIM C
                             ON C.CLAIMNO = X.CLAIMNO
                          WHERE X.PROJ_NO = P.PROJ_NO
                            AND C.CSTATUS IN ('A', 'P'))
                    FROM PROJECT P
                    LEFT OUTER JOIN DEPT D
                      ON D.DEPTNO = P.DEPTNO
                    ORDER BY 1, 2, 3
                END-EXEC.

                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      SNAPYEARMONTH,
                      MONTHCOST
                    FROM PROJ_COST_SNAP
                    WHERE PROJ_NO = :WS-PROJ-NO
                      AND SNAPYEARMONTH BETWEEN :WS-FROM-YM
                                            AND :WS-REPORT-YM
                    ORDER BY SNAPYEARMONTH
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-REPORT-YM.
                ACCEPT WS-FLOOR-PCT.

                PERFORM 1000-SET-TREND-MONTHS
                THRU    1000-EXIT.

                MOVE WS-REPORT-YM TO WS-HDR-YM.
                MOVE WS-FLOOR-PCT TO WS-HDR-FLOOR.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.
                PRINT WS-RPT-TREND-HDR.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                IF NOT FIRST-FETCH
                   PERFORM 2800-ACCOUNT-TOTAL
                   THRU    2800-EXIT
                   PERFORM 2850-SUBID-TOTAL
                   THRU    2850-EXIT
                END-IF.

                MOVE WS-CO-REVENUE  TO WS-FIG-REVENUE.
                MOVE WS-CO-LABOR    TO WS-FIG-LABOR.
                MOVE WS-CO-NONLABOR TO WS-FIG-NONLABOR.
                MOVE SPACES         TO WS-RPT-SUBID
                                       WS-RPT-ACCOUNT.
                MOVE 'TOTAL '       TO WS-RPT-PROJ.
                PERFORM 2700-PRINT-FIGURES
                THRU    2700-EXIT.

                DISPLAY 'PROJECTS BELOW MARGIN FLOOR = '
                        WS-BELOW-COUNT.

                IF WS-BELOW-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1000-SET-TREND-MONTHS - THE TWELVE MONTHS ENDING AT THE
      * REPORT MONTH, OLDEST FIRST.
      ******************************************************************
       1000-SET-TREND-MONTHS.

                MOVE WS-REPORT-YM (1:4) TO WS-YM-YEAR.
                MOVE WS-REPORT-YM (5:2) TO WS-YM-MONTH.

                COMPUTE WS-FROM-NUM =
                        WS-YM-YEAR * 12 + WS-YM-MONTH - 11.

                PERFORM 1100-SET-SLOT-MONTH
                THRU    1100-EXIT
                VARYING WS-SLOT FROM 1 BY 1
                UNTIL   WS-SLOT GREATER THAN 12.

                MOVE WS-TREND-YM (1) TO WS-FROM-YM.

       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-SET-SLOT-MONTH
      ******************************************************************
       1100-SET-SLOT-MONTH.

                COMPUTE WS-YM-NUM   = WS-FROM-NUM + WS-SLOT - 1.
                COMPUTE WS-YM-YEAR  = (WS-YM-NUM - 1) / 12.
                COMPUTE WS-YM-MONTH =
                        WS-YM-NUM - (WS-YM-YEAR * 12).

                MOVE WS-YM-YEAR  TO WS-TREND-YM (WS-SLOT) (1:4).
                MOVE WS-YM-MONTH TO WS-TREND-YM (WS-SLOT) (5:2).
                MOVE WS-TREND-YM (WS-SLOT) TO WS-TRH-YM (WS-SLOT).

       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2200-FETCH-CURSOR
                THRU    2200-EXIT
                UNTIL END-OF-C1.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-CURSOR
      ******************************************************************
       2200-FETCH-CURSOR.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-SUBID,
                          :WS-ACCOUNT,
                          :WS-PROJ-NO,
                          :WS-TM-REVENUE,
                          :WS-MS-REVENUE,
                          :WS-LABOR-COST,
                          :WS-PO-COST
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-PRINT-PROJECT
                         THRU    2400-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-PRINT-PROJECT - A PROJECT WITH NEITHER REVENUE NOR COST
      * IS LEFT OFF THE PAGE. ACCOUNT AND SUBSIDIARY TOTALS PRINT ON
      * THE BREAKS.
      ******************************************************************
       2400-PRINT-PROJECT.

                COMPUTE WS-FIG-REVENUE =
                        WS-TM-REVENUE + WS-MS-REVENUE.
                MOVE WS-LABOR-COST TO WS-FIG-LABOR.
                MOVE WS-PO-COST    TO WS-FIG-NONLABOR.

                IF WS-FIG-REVENUE = ZERO
                   AND WS-FIG-LABOR = ZERO
                   AND WS-FIG-NONLABOR = ZERO
                   GO TO 2400-EXIT
                END-IF.

                IF NOT FIRST-FETCH
                   IF WS-SUBID NOT = WS-PRIOR-SUBID
                      PERFORM 2800-ACCOUNT-TOTAL
                      THRU    2800-EXIT
                      PERFORM 2850-SUBID-TOTAL
                      THRU    2850-EXIT
                   ELSE
                      IF WS-ACCOUNT NOT = WS-PRIOR-ACCOUNT
                         PERFORM 2800-ACCOUNT-TOTAL
                         THRU    2800-EXIT
                      END-IF
                   END-IF
                END-IF.

                IF FIRST-FETCH
                   OR WS-SUBID NOT = WS-PRIOR-SUBID
                   MOVE ZERO TO WS-SUB-REVENUE
                                WS-SUB-LABOR
                                WS-SUB-NONLABOR
                END-IF.

                IF FIRST-FETCH
                   OR WS-SUBID NOT = WS-PRIOR-SUBID
                   OR WS-ACCOUNT NOT = WS-PRIOR-ACCOUNT
                   MOVE ZERO TO WS-ACCT-REVENUE
                                WS-ACCT-LABOR
                                WS-ACCT-NONLABOR
                END-IF.

                MOVE SPACES     TO FIRST-FETCH-SWITCH.
                MOVE WS-SUBID   TO WS-PRIOR-SUBID.
                MOVE WS-ACCOUNT TO WS-PRIOR-ACCOUNT.

                ADD WS-FIG-REVENUE  TO WS-ACCT-REVENUE
                                       WS-SUB-REVENUE
                                       WS-CO-REVENUE.
                ADD WS-FIG-LABOR    TO WS-ACCT-LABOR
                                       WS-SUB-LABOR
                                       WS-CO-LABOR.
                ADD WS-FIG-NONLABOR TO WS-ACCT-NONLABOR
                                       WS-SUB-NONLABOR
                                       WS-CO-NONLABOR.

                MOVE WS-SUBID   TO WS-RPT-SUBID.
                MOVE WS-ACCOUNT TO WS-RPT-ACCOUNT.
                MOVE WS-PROJ-NO TO WS-RPT-PROJ.

                PERFORM 2700-PRINT-FIGURES
                THRU    2700-EXIT.

                IF WS-FIG-PCT LESS THAN WS-FLOOR-PCT
                   ADD 1 TO WS-BELOW-COUNT
                END-IF.

                PERFORM 2500-PRINT-TREND
                THRU    2500-EXIT.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-PRINT-TREND - THE PROJECT'S MONTHLY COST FOR EACH OF THE
      * TWELVE TREND MONTHS; A MONTH WITH NO SNAPSHOT SHOWS ZERO.
      ******************************************************************
       2500-PRINT-TREND.

                PERFORM 2510-CLEAR-SLOT
                THRU    2510-EXIT
                VARYING WS-SLOT FROM 1 BY 1
                UNTIL   WS-SLOT GREATER THAN 12.

                MOVE SPACES TO END-OF-C2-SWITCH.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2520-FETCH-SNAP
                THRU    2520-EXIT
                UNTIL END-OF-C2.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2530-EDIT-SLOT
                THRU    2530-EXIT
                VARYING WS-SLOT FROM 1 BY 1
                UNTIL   WS-SLOT GREATER THAN 12.

                PRINT WS-RPT-TREND.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2510-CLEAR-SLOT
      ******************************************************************
       2510-CLEAR-SLOT.

                MOVE ZERO TO WS-TREND-COST (WS-SLOT).

       2510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2520-FETCH-SNAP - DROP THE SNAPSHOT INTO ITS MONTH'S SLOT.
      ******************************************************************
       2520-FETCH-SNAP.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-SNAP-YM,
                          :WS-MONTHCOST
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 2520-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-SNAP-YM (1:4) TO WS-YM-YEAR.
                MOVE WS-SNAP-YM (5:2) TO WS-YM-MONTH.

                COMPUTE WS-SLOT =
                        WS-YM-YEAR * 12 + WS-YM-MONTH
                        - WS-FROM-NUM + 1.

                IF WS-SLOT NOT LESS THAN 1
                   AND WS-SLOT NOT GREATER THAN 12
                   MOVE WS-MONTHCOST TO WS-TREND-COST (WS-SLOT)
                END-IF.

       2520-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2530-EDIT-SLOT
      ******************************************************************
       2530-EDIT-SLOT.

                MOVE WS-TREND-COST (WS-SLOT) TO WS-TRD-COST (WS-SLOT).

       2530-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-PRINT-FIGURES - MARGIN AND MARGIN PERCENT OF REVENUE FOR
      * WHATEVER LEVEL IS IN WS-FIGURES. NO REVENUE AGAINST A COST IS
      * A NEGATIVE MARGIN WITH NO PERCENT - FLAGGED WITH THE REST.
      ******************************************************************
       2700-PRINT-FIGURES.

                COMPUTE WS-FIG-MARGIN =
                        WS-FIG-REVENUE - WS-FIG-LABOR
                                       - WS-FIG-NONLABOR.

                MOVE SPACES TO WS-RPT-FLAG.

                IF WS-FIG-REVENUE GREATER THAN ZERO
                   COMPUTE WS-FIG-PCT ROUNDED =
                           WS-FIG-MARGIN * 100 / WS-FIG-REVENUE
                ELSE
                   MOVE -100 TO WS-FIG-PCT
                END-IF.

                IF WS-FIG-PCT LESS THAN WS-FLOOR-PCT
                   IF WS-FIG-REVENUE GREATER THAN ZERO
                      MOVE '** BELOW FLOOR' TO WS-RPT-FLAG
                   ELSE
                      MOVE '** NO REVENUE'  TO WS-RPT-FLAG
                   END-IF
                END-IF.

                MOVE WS-FIG-REVENUE  TO WS-RPT-REVENUE.
                MOVE WS-FIG-LABOR    TO WS-RPT-LABOR.
                MOVE WS-FIG-NONLABOR TO WS-RPT-NONLABOR.
                MOVE WS-FIG-MARGIN   TO WS-RPT-MARGIN.
                MOVE WS-FIG-PCT      TO WS-RPT-PCT.

                PRINT WS-RPT-DETAIL.

       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-ACCOUNT-TOTAL
      ******************************************************************
       2800-ACCOUNT-TOTAL.

                MOVE WS-ACCT-REVENUE  TO WS-FIG-REVENUE.
                MOVE WS-ACCT-LABOR    TO WS-FIG-LABOR.
                MOVE WS-ACCT-NONLABOR TO WS-FIG-NONLABOR.
                MOVE WS-PRIOR-SUBID   TO WS-RPT-SUBID.
                MOVE WS-PRIOR-ACCOUNT TO WS-RPT-ACCOUNT.
                MOVE 'ACCT  '         TO WS-RPT-PROJ.

                PERFORM 2700-PRINT-FIGURES
                THRU    2700-EXIT.

       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2850-SUBID-TOTAL
      ******************************************************************
       2850-SUBID-TOTAL.

                MOVE WS-SUB-REVENUE   TO WS-FIG-REVENUE.
                MOVE WS-SUB-LABOR     TO WS-FIG-LABOR.
                MOVE WS-SUB-NONLABOR  TO WS-FIG-NONLABOR.
                MOVE WS-PRIOR-SUBID   TO WS-RPT-SUBID.
                MOVE SPACES           TO WS-RPT-ACCOUNT.
                MOVE 'SUBID '         TO WS-RPT-PROJ.

                PERFORM 2700-PRINT-FIGURES
                THRU    2700-EXIT.

       2850-EXIT.
                EXIT.

      /
      ******************************************************************
      * 9000-DBERROR - GET ERROR MESSAGE
      ******************************************************************
       9000-DBERROR.
                CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
                CALL 'COBERRLG' USING WS-ERRLG-PGM, WS-ERRLG-PARA,
                     SQLCODE, SQLSTATE.
                EVALUATE SQLCODE
                    WHEN -811
                         DISPLAY 'MORE THAN ONE ROW WAS RETURNED '
                                 'WHERE ONLY ONE ROW WAS EXPECTED.'
                    WHEN -305
                         DISPLAY 'A NULL VALUE WAS FETCHED INTO A '
                                 'HOST VARIABLE THAT CANNOT HOLD '
                                 'NULLS.'
                    WHEN OTHER
                         CONTINUE
                END-EVALUATE.
                IF RETURN-CODE = ZERO
                   PERFORM 9999-ERROR-DISPLAY THRU
                           9999-EXIT
                   VARYING ERROR-INDEX
                   FROM    1 BY 1
                   UNTIL   ERROR-INDEX GREATER THAN 12.

                GOBACK.

       9000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 9999-ERROR-DISPLAY
      ******************************************************************
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
