      *-----------------------------------------------------------------
      *     COBRPT88 - MONTHLY PURCHASE PRICE VARIANCE. FOR EVERY PO
      *                LINE ORDERED IN THE MONTH IT SHOWS -
      *                  PO V CATALOG - THE LINE'S UNIT PRICE AGAINST
      *                                 THE PART_SUPPLIER PRICE IN
      *                                 EFFECT ON THE PO'S ORDER_DATE
      *                                 (PART_SUPP_PRICE HISTORY),
      *                                 TIMES THE ORDERED QUANTITY;
      *                  INVOICE V PO - WHAT SUPP_INVOICE BILLED FOR
      *                                 THE LINE AGAINST THE SAME
      *                                 QUANTITY AT THE PO PRICE.
      *                A POSITIVE VARIANCE IS PAID OVER. LINES PRINT
      *                BY SUPPLIER WITH A TOTAL PER SUPPLIER AND FOR
      *                THE MONTH; THE SAME TOTALS FOLLOW BY PROJECT
      *                CHARGE CODE; THEN, PER PART, THE MONTH'S
      *                QUANTITY-WEIGHTED AVERAGE PO PRICE AGAINST THE
      *                MONTH BEFORE. A LINE WITH NO CATALOG PRICE IN
      *                EFFECT ON ITS ORDER DATE PRINTS N/A AND IS
      *                LEFT OUT OF THE CATALOG VARIANCE. THE MONTH
      *                (YYYYMM) IS READ OFF SYSIN; A BLANK CARD MEANS
      *                THE MONTH BEFORE THE RUN DATE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT88.
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
       77  END-OF-C3-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C3                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PERIOD-START.
           05 WS-PERIOD-YEAR      PIC X(4).
           05 FILLER              PIC X(1)  VALUE '-'.
           05 WS-PERIOD-MONTH     PIC X(2).
           05 FILLER              PIC X(3)  VALUE '-01'.
       01  WS-SUPNO               PIC X(6).
       01  WS-PROJNO              PIC X(6).
       01  WS-PONO                PIC X(6).
       01  WS-LINENO              PIC S9(4) USAGE COMP.
       01  WS-PARTNO              PIC X(6).
       01  WS-ORDER-DATE          PIC X(10).
       01  WS-ORDER-QTY           PIC S9(4) USAGE COMP.
       01  WS-PO-PRICE            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-INV-QTY             PIC S9(9) USAGE COMP.
       01  WS-INV-AMT             PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-INV-PRICE           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CAT-PRICE           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CAT-IND             PIC S9(4) USAGE COMP.
       01  WS-HIST-COUNT          PIC S9(9) USAGE COMP.
       01  WS-LINE-VALUE          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-CAT-VAR             PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-INV-VAR             PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-PRICE-ED            PIC ZZZ,ZZ9.99.
       01  WS-LAST-KEY            PIC X(6).
       77  WS-FIRST-ROW-SWITCH    PIC X          VALUE  'Y'.
               88  WS-FIRST-ROW                  VALUE  'Y'.
       01  WS-NOCAT-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.

      *****************************************************
      * PRICE TREND WORK FIELDS                           *
      *****************************************************
       01  WS-TR-QTY              PIC S9(9) USAGE COMP.
       01  WS-TR-AMT              PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-TR-PREV-QTY         PIC S9(9) USAGE COMP.
       01  WS-TR-PREV-AMT         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-TR-AVG              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-TR-PREV-AVG         PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-TR-CHANGE           PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-CHANGE-ED           PIC -ZZZ9.99.

      *****************************************************
      * TOTALS - GROUP (SUPPLIER OR PROJECT) AND MONTH    *
      *****************************************************
       01  WS-GRP-LINES           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-GRP-VALUE           PIC S9(11)V9(2) USAGE COMP-3
                                            VALUE ZERO.
       01  WS-GRP-CAT-VAR         PIC S9(11)V9(2) USAGE COMP-3
                                            VALUE ZERO.
       01  WS-GRP-INV-VAR         PIC S9(11)V9(2) USAGE COMP-3
                                            VALUE ZERO.
       01  WS-TOT-LINES           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-VALUE           PIC S9(11)V9(2) USAGE COMP-3
                                            VALUE ZERO.
       01  WS-TOT-CAT-VAR         PIC S9(11)V9(2) USAGE COMP-3
                                            VALUE ZERO.
       01  WS-TOT-INV-VAR         PIC S9(11)V9(2) USAGE COMP-3
                                            VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(50)
                VALUE 'MONTHLY PURCHASE PRICE VARIANCE'.
           10 FILLER              PIC X(6)   VALUE 'MONTH '.
           10 WS-HDR-YM           PIC X(6).
           10 FILLER              PIC X(40).

       01  WS-RPT-SECTION.
           10 FILLER              PIC X(2).
           10 WS-SECTION-TITLE    PIC X(60).
           10 FILLER              PIC X(70).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'SUPNO'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'PONO'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(4)   VALUE 'LINE'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'PART'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE 'ORDER DATE'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(4)   VALUE ' QTY'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE '  PO PRICE'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE '   CATALOG'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(11)  VALUE '   PO V CAT'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(4)   VALUE ' INV'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE ' INV PRICE'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(11)  VALUE '   INV V PO'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'PROJ'.
           10 FILLER              PIC X(8).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RD-SUPNO         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RD-PONO          PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RD-LINENO        PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-PARTNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RD-ORDER-DATE    PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RD-QTY           PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-PO-PRICE      PIC ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RD-CAT-PRICE     PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RD-CAT-VAR       PIC -ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RD-INV-QTY       PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-INV-PRICE     PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RD-INV-VAR       PIC -ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RD-PROJNO        PIC X(6).
           10 FILLER              PIC X(8).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 WS-RT-LABEL         PIC X(30).
           10 FILLER              PIC X(6)   VALUE 'LINES '.
           10 WS-RT-LINES         PIC ZZ,ZZ9.
           10 FILLER              PIC X(11)  VALUE '  PO VALUE '.
           10 WS-RT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(15)  VALUE '  PO V CATALOG '.
           10 WS-RT-CAT-VAR       PIC -ZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(15)  VALUE '  INVOICE V PO '.
           10 WS-RT-INV-VAR       PIC -ZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(5).

       01  WS-RPT-TREND-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'PART'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(7)   VALUE '    QTY'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE ' AVG PRICE'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(7)   VALUE 'PRV QTY'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE '  PRV AVG'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE ' CHANGE%'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE 'TREND'.
           10 FILLER              PIC X(65).

       01  WS-RPT-TREND.
           10 FILLER              PIC X(2).
           10 WS-TR-PARTNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-TR-QTY-ED        PIC ZZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-TR-AVG-ED        PIC ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-TR-PREV-QTY-ED   PIC ZZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-TR-PREV-AVG-X    PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-TR-CHANGE-X      PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-TR-DIRECTION     PIC X(5).
           10 FILLER              PIC X(65).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT88'.
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

                EXEC SQL INCLUDE PSPRICE
                END-EXEC.

                EXEC SQL INCLUDE SUPPINV
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - THE MONTH'S PO LINES BY SUPPLIER, EACH WITH WHAT HAS BEEN
      * INVOICED AGAINST IT SO FAR.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      O.SUPNO,
                      COALESCE(O.PROJ_NO, ' '),
                      L.PONO,
                      L.LINENO,
                      L.PARTNO,
                      CHAR(O.ORDER_DATE, ISO),
                      L.ORDER_QTY,
                      L.UNIT_PRICE,
                      COALESCE(I.INV_QTY, 0),
                      COALESCE(I.INV_AMT, 0)
                    FROM PURCHASE_ORDER O
                         INNER JOIN PO_LINE L
                            ON L.PONO = O.PONO
                         LEFT OUTER JOIN
                           (SELECT PONO, LINENO,
                                   SUM(INV_QTY) AS INV_QTY,
                                   SUM(INV_QTY * INV_PRICE) AS INV_AMT
                              FROM SUPP_INVOICE
                             GROUP BY PONO, LINENO) I
                            ON I.PONO   = L.PONO
                           AND I.LINENO = L.LINENO
                    WHERE O.ORDER_DATE >= DATE(:WS-PERIOD-START)
                      AND O.ORDER_DATE <
                          DATE(:WS-PERIOD-START) + 1 MONTH
                    ORDER BY 1, 3, 4
                END-EXEC.

      ******************************************************************
      * C2 - THE SAME LINES BY PROJECT CHARGE CODE.
      ******************************************************************
                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      O.SUPNO,
                      COALESCE(O.PROJ_NO, ' '),
                      L.PONO,
                      L.LINENO,
                      L.PARTNO,
                      CHAR(O.ORDER_DATE, ISO),
                      L.ORDER_QTY,
                      L.UNIT_PRICE,
                      COALESCE(I.INV_QTY, 0),
                      COALESCE(I.INV_AMT, 0)
                    FROM PURCHASE_ORDER O
                         INNER JOIN PO_LINE L
                            ON L.PONO = O.PONO
                         LEFT OUTER JOIN
                           (SELECT PONO, LINENO,
                                   SUM(INV_QTY) AS INV_QTY,
                                   SUM(INV_QTY * INV_PRICE) AS INV_AMT
                              FROM SUPP_INVOICE
                             GROUP BY PONO, LINENO) I
                            ON I.PONO   = L.PONO
                           AND I.LINENO = L.LINENO
                    WHERE O.ORDER_DATE >= DATE(:WS-PERIOD-START)
                      AND O.ORDER_DATE <
                          DATE(:WS-PERIOD-START) + 1 MONTH
                    ORDER BY 2, 1, 3, 4
                END-EXEC.

      ******************************************************************
      * C3 - PER PART, THE MONTH'S ORDERED QUANTITY AND VALUE AGAINST
      * THE MONTH BEFORE.
      ******************************************************************
                EXEC SQL DECLARE C3 CURSOR
                  SELECT
                      L.PARTNO,
                      SUM(L.ORDER_QTY),
                      SUM(L.ORDER_QTY * L.UNIT_PRICE),
                      COALESCE(
                        (SELECT SUM(P.ORDER_QTY)
                           FROM PO_LINE        P,
                                PURCHASE_ORDER Q
                          WHERE Q.PONO   = P.PONO
                            AND P.PARTNO = L.PARTNO
                            AND Q.ORDER_DATE >=
                                DATE(:WS-PERIOD-START) - 1 MONTH
                            AND Q.ORDER_DATE <
                                DATE(:WS-PERIOD-START)), 0),
                      COALESCE(
                        (SELECT SUM(P.ORDER_QTY * P.UNIT_PRICE)
                           FROM PO_LINE        P,
                                PURCHASE_ORDER Q
                          WHERE Q.PONO   = P.PONO
                            AND P.PARTNO = L.PARTNO
                            AND Q.ORDER_DATE >=
                                DATE(:WS-PERIOD-START) - 1 MONTH
                            AND Q.ORDER_DATE <
                                DATE(:WS-PERIOD-START)), 0)
                    FROM PO_LINE        L,
                         PURCHASE_ORDER O
                    WHERE O.PONO = L.PONO
                      AND O.ORDER_DATE >= DATE(:WS-PERIOD-START)
                      AND O.ORDER_DATE <
                          DATE(:WS-PERIOD-START) + 1 MONTH
                    GROUP BY L.PARTNO
                    ORDER BY L.PARTNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-PYEARMONTH.

                IF WS-PYEARMONTH = SPACES
                   EXEC SQL
                        SET :WS-PYEARMONTH =
                            SUBSTR(CHAR(CURRENT DATE - 1 MONTH, ISO),
                                   1, 4) CONCAT
                            SUBSTR(CHAR(CURRENT DATE - 1 MONTH, ISO),
                                   6, 2)
                   END-EXEC
                END-IF.

                MOVE WS-PYEARMONTH (1:4) TO WS-PERIOD-YEAR.
                MOVE WS-PYEARMONTH (5:2) TO WS-PERIOD-MONTH.

                DISPLAY 'PURCHASE PRICE VARIANCE FOR MONTH = '
                        WS-PYEARMONTH.

                MOVE WS-PYEARMONTH TO WS-HDR-YM.
                PRINT WS-RPT-HEADER.

                MOVE 'PO LINES BY SUPPLIER - PO PRICE V CATALOG, '
                     TO WS-SECTION-TITLE.
                MOVE 'INVOICE V PO' TO WS-SECTION-TITLE (44:12).
                PRINT WS-RPT-SECTION.
                PRINT WS-RPT-COLUMNS.

                PERFORM 2000-BY-SUPPLIER
                THRU    2000-EXIT.

                MOVE 'TOTALS BY PROJECT CHARGE CODE'
                                                 TO WS-SECTION-TITLE.
                PRINT WS-RPT-SECTION.

                PERFORM 3000-BY-PROJECT
                THRU    3000-EXIT.

                MOVE 'PRICE TREND BY PART - MONTH V MONTH BEFORE'
                                                 TO WS-SECTION-TITLE.
                PRINT WS-RPT-SECTION.
                PRINT WS-RPT-TREND-COLUMNS.

                PERFORM 4000-PRICE-TREND
                THRU    4000-EXIT.

                MOVE 'PO LINES REPORTED'              TO WS-CNT-LABEL.
                MOVE WS-TOT-LINES                     TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'LINES WITH NO CATALOG PRICE'    TO WS-CNT-LABEL.
                MOVE WS-NOCAT-COUNT                   TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                DISPLAY 'PO LINES REPORTED       = ' WS-TOT-LINES.
                DISPLAY 'PO V CATALOG VARIANCE   = ' WS-TOT-CAT-VAR.
                DISPLAY 'INVOICE V PO VARIANCE   = ' WS-TOT-INV-VAR.
                DISPLAY 'NO CATALOG PRICE        = ' WS-NOCAT-COUNT.

                GOBACK.
      /
      ******************************************************************
      * 2000-BY-SUPPLIER - EVERY LINE PRINTED, TOTALLED ON A CHANGE OF
      * SUPPLIER AND FOR THE MONTH.
      ******************************************************************
       2000-BY-SUPPLIER.

                MOVE 'Y' TO WS-FIRST-ROW-SWITCH.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN C1 = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2200-FETCH-BY-SUPPLIER
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

                IF NOT WS-FIRST-ROW
                   MOVE SPACES            TO WS-RT-LABEL
                   STRING 'SUPPLIER '     DELIMITED BY SIZE
                          WS-LAST-KEY     DELIMITED BY SIZE
                     INTO WS-RT-LABEL
                   PERFORM 2800-PRINT-GROUP
                   THRU    2800-EXIT
                END-IF.

                MOVE 'MONTH TOTAL'     TO WS-RT-LABEL.
                MOVE WS-TOT-LINES      TO WS-RT-LINES.
                MOVE WS-TOT-VALUE      TO WS-RT-VALUE.
                MOVE WS-TOT-CAT-VAR    TO WS-RT-CAT-VAR.
                MOVE WS-TOT-INV-VAR    TO WS-RT-INV-VAR.
                PRINT WS-RPT-TOTAL.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-BY-SUPPLIER
      ******************************************************************
       2200-FETCH-BY-SUPPLIER.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-SUPNO,
                          :WS-PROJNO,
                          :WS-PONO,
                          :WS-LINENO,
                          :WS-PARTNO,
                          :WS-ORDER-DATE,
                          :WS-ORDER-QTY,
                          :WS-PO-PRICE,
                          :WS-INV-QTY,
                          :WS-INV-AMT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         GO TO 2200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-FIRST-ROW
                   MOVE SPACES   TO WS-FIRST-ROW-SWITCH
                   MOVE WS-SUPNO TO WS-LAST-KEY
                END-IF.

                IF WS-SUPNO NOT = WS-LAST-KEY
                   MOVE SPACES            TO WS-RT-LABEL
                   STRING 'SUPPLIER '     DELIMITED BY SIZE
                          WS-LAST-KEY     DELIMITED BY SIZE
                     INTO WS-RT-LABEL
                   PERFORM 2800-PRINT-GROUP
                   THRU    2800-EXIT
                   MOVE WS-SUPNO          TO WS-LAST-KEY
                END-IF.

                PERFORM 2500-PRICE-LINE
                THRU    2500-EXIT.

                ADD 1              TO WS-TOT-LINES.
                ADD WS-LINE-VALUE  TO WS-TOT-VALUE.
                ADD WS-CAT-VAR     TO WS-TOT-CAT-VAR.
                ADD WS-INV-VAR     TO WS-TOT-INV-VAR.
                IF WS-CAT-IND LESS THAN ZERO
                   ADD 1 TO WS-NOCAT-COUNT
                END-IF.

                MOVE WS-SUPNO         TO WS-RD-SUPNO.
                MOVE WS-PONO          TO WS-RD-PONO.
                MOVE WS-LINENO        TO WS-RD-LINENO.
                MOVE WS-PARTNO        TO WS-RD-PARTNO.
                MOVE WS-ORDER-DATE    TO WS-RD-ORDER-DATE.
                MOVE WS-ORDER-QTY     TO WS-RD-QTY.
                MOVE WS-PO-PRICE      TO WS-RD-PO-PRICE.
                MOVE WS-CAT-VAR       TO WS-RD-CAT-VAR.
                MOVE WS-INV-QTY       TO WS-RD-INV-QTY.
                MOVE WS-INV-VAR       TO WS-RD-INV-VAR.
                MOVE WS-PROJNO        TO WS-RD-PROJNO.

                IF WS-CAT-IND LESS THAN ZERO
                   MOVE '       N/A'  TO WS-RD-CAT-PRICE
                ELSE
                   MOVE WS-CAT-PRICE  TO WS-PRICE-ED
                   MOVE WS-PRICE-ED   TO WS-RD-CAT-PRICE
                END-IF.

                IF WS-INV-QTY = ZERO
                   MOVE '       N/A'  TO WS-RD-INV-PRICE
                ELSE
                   MOVE WS-INV-PRICE  TO WS-PRICE-ED
                   MOVE WS-PRICE-ED   TO WS-RD-INV-PRICE
                END-IF.

                PRINT WS-RPT-DETAIL.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-PRICE-LINE - THE LINE'S VALUE AND BOTH VARIANCES, SHARED
      * BY THE SUPPLIER AND PROJECT PASSES.
      ******************************************************************
       2500-PRICE-LINE.

                COMPUTE WS-LINE-VALUE = WS-ORDER-QTY * WS-PO-PRICE.

                PERFORM 2600-CATALOG-PRICE
                THRU    2600-EXIT.

                IF WS-CAT-IND LESS THAN ZERO
                   MOVE ZERO TO WS-CAT-VAR
                ELSE
                   COMPUTE WS-CAT-VAR =
                           (WS-PO-PRICE - WS-CAT-PRICE) * WS-ORDER-QTY
                END-IF.

                IF WS-INV-QTY = ZERO
                   MOVE ZERO TO WS-INV-VAR
                                WS-INV-PRICE
                ELSE
                   COMPUTE WS-INV-PRICE ROUNDED =
                           WS-INV-AMT / WS-INV-QTY
                   COMPUTE WS-INV-VAR =
                           WS-INV-AMT - WS-PO-PRICE * WS-INV-QTY
                END-IF.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-CATALOG-PRICE - THE HISTORY ROW WITH THE LATEST EFF_DATE
      * ON OR BEFORE THE ORDER DATE. A PAIR WITH NO HISTORY AT ALL HAS
      * NEVER CHANGED PRICE, SO PART_SUPPLIER HOLDS IT. NO PRICE IN
      * EFFECT COMES BACK WITH WS-CAT-IND NEGATIVE.
      ******************************************************************
       2600-CATALOG-PRICE.

                MOVE -1 TO WS-CAT-IND.

                EXEC SQL
                  SELECT H.UNIT_PRICE
                    INTO :WS-CAT-PRICE :WS-CAT-IND
                    FROM PART_SUPP_PRICE H
                   WHERE H.PARTNO   = :WS-PARTNO
                     AND H.SUPNO    = :WS-SUPNO
                     AND H.EFF_DATE =
                         (SELECT MAX(H2.EFF_DATE)
                            FROM PART_SUPP_PRICE H2
                           WHERE H2.PARTNO    = :WS-PARTNO
                             AND H2.SUPNO     = :WS-SUPNO
                             AND H2.EFF_DATE <= DATE(:WS-ORDER-DATE))
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         GO TO 2600-EXIT
                    WHEN +100
                         MOVE -1 TO WS-CAT-IND
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-HIST-COUNT
                    FROM PART_SUPP_PRICE
                   WHERE PARTNO = :WS-PARTNO
                     AND SUPNO  = :WS-SUPNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-HIST-COUNT GREATER THAN ZERO
                   GO TO 2600-EXIT
                END-IF.

                EXEC SQL
                  SELECT UNIT_PRICE
                    INTO :WS-CAT-PRICE :WS-CAT-IND
                    FROM PART_SUPPLIER
                   WHERE PARTNO = :WS-PARTNO
                     AND SUPNO  = :WS-SUPNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE -1 TO WS-CAT-IND
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-PRINT-GROUP - PRINT AND CLEAR THE GROUP TOTAL; THE CALLER
      * HAS SET THE LABEL.
      ******************************************************************
       2800-PRINT-GROUP.

                MOVE WS-GRP-LINES      TO WS-RT-LINES.
                MOVE WS-GRP-VALUE      TO WS-RT-VALUE.
                MOVE WS-GRP-CAT-VAR    TO WS-RT-CAT-VAR.
                MOVE WS-GRP-INV-VAR    TO WS-RT-INV-VAR.
                PRINT WS-RPT-TOTAL.

                MOVE ZERO TO WS-GRP-LINES
                             WS-GRP-VALUE
                             WS-GRP-CAT-VAR
                             WS-GRP-INV-VAR.

       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-BY-PROJECT - THE SAME LINES TOTALLED BY PROJECT CHARGE
      * CODE; GENERAL STOCK (NO PROJECT) TOTALS ON ITS OWN.
      ******************************************************************
       3000-BY-PROJECT.

                MOVE 'Y'    TO WS-FIRST-ROW-SWITCH.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN C2 = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 3200-FETCH-BY-PROJECT
                THRU    3200-EXIT
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

                IF NOT WS-FIRST-ROW
                   PERFORM 3400-PROJECT-LABEL
                   THRU    3400-EXIT
                   PERFORM 2800-PRINT-GROUP
                   THRU    2800-EXIT
                END-IF.

       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3200-FETCH-BY-PROJECT
      ******************************************************************
       3200-FETCH-BY-PROJECT.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-SUPNO,
                          :WS-PROJNO,
                          :WS-PONO,
                          :WS-LINENO,
                          :WS-PARTNO,
                          :WS-ORDER-DATE,
                          :WS-ORDER-QTY,
                          :WS-PO-PRICE,
                          :WS-INV-QTY,
                          :WS-INV-AMT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 3200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-FIRST-ROW
                   MOVE SPACES    TO WS-FIRST-ROW-SWITCH
                   MOVE WS-PROJNO TO WS-LAST-KEY
                END-IF.

                IF WS-PROJNO NOT = WS-LAST-KEY
                   PERFORM 3400-PROJECT-LABEL
                   THRU    3400-EXIT
                   PERFORM 2800-PRINT-GROUP
                   THRU    2800-EXIT
                   MOVE WS-PROJNO TO WS-LAST-KEY
                END-IF.

                PERFORM 2500-PRICE-LINE
                THRU    2500-EXIT.

                ADD 1              TO WS-GRP-LINES.
                ADD WS-LINE-VALUE  TO WS-GRP-VALUE.
                ADD WS-CAT-VAR     TO WS-GRP-CAT-VAR.
                ADD WS-INV-VAR     TO WS-GRP-INV-VAR.

       3200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3400-PROJECT-LABEL
      ******************************************************************
       3400-PROJECT-LABEL.

                MOVE SPACES TO WS-RT-LABEL.

                IF WS-LAST-KEY = SPACES
                   MOVE 'NO PROJECT (GENERAL STOCK)' TO WS-RT-LABEL
                ELSE
                   STRING 'PROJECT '      DELIMITED BY SIZE
                          WS-LAST-KEY     DELIMITED BY SIZE
                     INTO WS-RT-LABEL
                END-IF.

       3400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4000-PRICE-TREND
      ******************************************************************
       4000-PRICE-TREND.

                EXEC SQL
                  OPEN  C3
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN C3 = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 4200-FETCH-TREND
                THRU    4200-EXIT
                UNTIL END-OF-C3.

                EXEC SQL
                  CLOSE  C3
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       4000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4200-FETCH-TREND - A PART NOT BOUGHT THE MONTH BEFORE IS NEW.
      ******************************************************************
       4200-FETCH-TREND.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-PARTNO,
                          :WS-TR-QTY,
                          :WS-TR-AMT,
                          :WS-TR-PREV-QTY,
                          :WS-TR-PREV-AMT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C3-SWITCH
                         GO TO 4200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE ZERO TO WS-TR-AVG.
                IF WS-TR-QTY GREATER THAN ZERO
                   COMPUTE WS-TR-AVG ROUNDED = WS-TR-AMT / WS-TR-QTY
                END-IF.

                MOVE WS-PARTNO       TO WS-TR-PARTNO.
                MOVE WS-TR-QTY       TO WS-TR-QTY-ED.
                MOVE WS-TR-AVG       TO WS-TR-AVG-ED.
                MOVE WS-TR-PREV-QTY  TO WS-TR-PREV-QTY-ED.

                IF WS-TR-PREV-QTY NOT GREATER THAN ZERO
                   MOVE '       N/A' TO WS-TR-PREV-AVG-X
                   MOVE '     N/A'   TO WS-TR-CHANGE-X
                   MOVE 'NEW'        TO WS-TR-DIRECTION
                   PRINT WS-RPT-TREND
                   GO TO 4200-EXIT
                END-IF.

                COMPUTE WS-TR-PREV-AVG ROUNDED =
                        WS-TR-PREV-AMT / WS-TR-PREV-QTY.
                MOVE WS-TR-PREV-AVG  TO WS-PRICE-ED.
                MOVE WS-PRICE-ED     TO WS-TR-PREV-AVG-X.

                MOVE ZERO TO WS-TR-CHANGE.
                IF WS-TR-PREV-AVG NOT = ZERO
                   COMPUTE WS-TR-CHANGE ROUNDED =
                           (WS-TR-AVG - WS-TR-PREV-AVG) * 100
                           / WS-TR-PREV-AVG
                END-IF.
                MOVE WS-TR-CHANGE    TO WS-CHANGE-ED.
                MOVE WS-CHANGE-ED    TO WS-TR-CHANGE-X.

                EVALUATE TRUE
                    WHEN WS-TR-AVG GREATER THAN WS-TR-PREV-AVG
                         MOVE 'UP'   TO WS-TR-DIRECTION
                    WHEN WS-TR-AVG LESS THAN WS-TR-PREV-AVG
                         MOVE 'DOWN' TO WS-TR-DIRECTION
                    WHEN OTHER
                         MOVE 'FLAT' TO WS-TR-DIRECTION
                END-EVALUATE.

                PRINT WS-RPT-TREND.

       4200-EXIT.
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
