      *-----------------------------------------------------------------
      *     COBRPT87 - QUARTERLY SUPPLIER PERFORMANCE SCORECARD. FOR
      *                EVERY SUPPLIER WITH ORDERS, RECEIPTS OR
      *                INVOICES IN THE QUARTER IT MEASURES -
      *                  ON TIME  - LINES WHOSE LAST RECEIPT
      *                             (PO_RECEIPT) FELL IN THE QUARTER
      *                             AND COMPLETED THE LINE BY THE PO'S
      *                             ORDER_DATE PLUS THE LEAD_DAYS
      *                             PROMISED ON PART_SUPPLIER, OVER
      *                             THOSE LINES WITH A PROMISE ON FILE;
      *                  QTY OK   - THE SAME LINES NEITHER SHORT NOR
      *                             OVER AGAINST ORDER_QTY;
      *                  INV OK   - THE QUARTER'S SUPP_INVOICE LINES
      *                             WITH MATCHSTAT 'M';
      *                  PRICE    - LINES ORDERED IN THE QUARTER PRICED
      *                             WITHIN TWO PERCENT OF THE
      *                             SUPPLIER'S AVERAGE FOR THE PART
      *                             OVER THE YEAR BEFORE.
      *                THE SCORE IS THE WEIGHTED 0-100 BLEND OF THE
      *                MEASURES THAT HAD SOMETHING TO MEASURE; THE
      *                REST DROP OUT RATHER THAN COUNT AGAINST THE
      *                SUPPLIER. EACH SUPPLIER'S ROW IS WRITTEN TO
      *                SUPP_SCORE (A RERUN REPLACES THE QUARTER),
      *                RANKED BEST FIRST AND PRINTED. COBSTKRO READS
      *                THE LATEST SCORES WHEN ASKED TO CHOOSE
      *                SUPPLIERS ON PERFORMANCE AS WELL AS PRICE.
      *                SYSIN - YYYYQ (A BLANK CARD MEANS THE QUARTER
      *                BEFORE THE RUN DATE), THEN THE FOUR WEIGHTS AS
      *                THREE DIGITS EACH IN COLUMNS 7-18 (ON TIME,
      *                QTY, INVOICE, PRICE); BLANK OR ALL ZERO
      *                WEIGHTS MEAN 40/20/20/20. A BAD QUARTER ENDS
      *                THE STEP WITH RC 8.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT87.
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
       01  WS-SQLCODE             PIC 9(9).
       01  WS-SYSIN-CARD.
           05 WS-IN-QUARTER.
              10 WS-IN-YEAR       PIC X(4).
              10 WS-IN-QTR        PIC X(1).
           05 FILLER              PIC X(1).
           05 WS-IN-WEIGHTS.
              10 WS-IN-W-ONTIME   PIC 9(3).
              10 WS-IN-W-QTY      PIC 9(3).
              10 WS-IN-W-INV      PIC 9(3).
              10 WS-IN-W-PRICE    PIC 9(3).
           05 FILLER              PIC X(62).
       01  WS-PERIOD-START.
           05 WS-PERIOD-YEAR      PIC X(4).
           05 FILLER              PIC X(1)  VALUE '-'.
           05 WS-PERIOD-MONTH     PIC X(2).
           05 FILLER              PIC X(3)  VALUE '-01'.
       01  WS-W-ONTIME            PIC S9(3) USAGE COMP-3 VALUE 40.
       01  WS-W-QTY               PIC S9(3) USAGE COMP-3 VALUE 20.
       01  WS-W-INV               PIC S9(3) USAGE COMP-3 VALUE 20.
       01  WS-W-PRICE             PIC S9(3) USAGE COMP-3 VALUE 20.
       01  WS-WEIGHT-SUM          PIC S9(5) USAGE COMP-3.
       01  WS-WEIGHTED            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ONTIME-IND          PIC S9(4) USAGE COMP.
       01  WS-QTY-IND             PIC S9(4) USAGE COMP.
       01  WS-INV-IND             PIC S9(4) USAGE COMP.
       01  WS-PRICE-IND           PIC S9(4) USAGE COMP.
       01  WS-SUPNAME             PIC X(30).
       01  WS-POSITION            PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-LAST-SCORE          PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-PCT-ED              PIC ZZZ9.9.
       01  WS-SCORED-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-UNSCORED-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(50)
                VALUE 'QUARTERLY SUPPLIER PERFORMANCE SCORECARD'.
           10 FILLER              PIC X(8)   VALUE 'QUARTER '.
           10 WS-HDR-QTR          PIC X(6).
           10 FILLER              PIC X(38).

       01  WS-RPT-WEIGHTS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(18)  VALUE 'WEIGHTS - ON TIME '.
           10 WS-RW-ONTIME        PIC ZZ9.
           10 FILLER              PIC X(7)   VALUE '  QTY '.
           10 WS-RW-QTY           PIC ZZ9.
           10 FILLER              PIC X(11)  VALUE '  INVOICE '.
           10 WS-RW-INV           PIC ZZ9.
           10 FILLER              PIC X(9)   VALUE '  PRICE '.
           10 WS-RW-PRICE         PIC ZZ9.
           10 FILLER              PIC X(73).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(4)   VALUE 'RANK'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'SUPNO'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(30)  VALUE 'SUPPLIER NAME'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE ' RECVD'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'ONTIME'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE ' SHORT'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE '  OVER'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'QTY OK'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE '  INVS'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'INV OK'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE ' PRICE'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE 'SCORE'.
           10 FILLER              PIC X(15).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RD-RANK          PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-SUPNO         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RD-SUPNAME       PIC X(30).
           10 FILLER              PIC X(2).
           10 WS-RD-RECVD         PIC ZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-ONTIME        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RD-SHORT         PIC ZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-OVER          PIC ZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-QTY           PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RD-INVS          PIC ZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-INV           PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RD-PRICE         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RD-SCORE         PIC ZZ9.9.
           10 FILLER              PIC X(15).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT87'.
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

                EXEC SQL INCLUDE SUPPSCOR
                END-EXEC.

                EXEC SQL INCLUDE PORECPT
                END-EXEC.

                EXEC SQL INCLUDE SUPPINV
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - EVERY SUPPLIER WITH AN ORDER UP TO THE QUARTER'S END OR
      * AN INVOICE IN THE QUARTER.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT O.SUPNO
                    FROM PURCHASE_ORDER O
                   WHERE O.ORDER_DATE <
                         DATE(:WS-PERIOD-START) + 3 MONTHS
                  UNION
                  SELECT I.SUPNO
                    FROM SUPP_INVOICE I
                   WHERE I.INV_DATE >= DATE(:WS-PERIOD-START)
                     AND I.INV_DATE <
                         DATE(:WS-PERIOD-START) + 3 MONTHS
                  ORDER BY 1
                END-EXEC.

      ******************************************************************
      * C2 - THE QUARTER'S SCORECARD, BEST FIRST.
      ******************************************************************
                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      S.SUPNO,
                      COALESCE(U.SUPNAME, ' '),
                      S.RECV_LINES,
                      S.SHORT_LINES,
                      S.OVER_LINES,
                      S.INV_LINES,
                      S.ONTIME_PCT,
                      S.QTY_PCT,
                      S.INV_PCT,
                      S.PRICE_PCT,
                      S.SCORE
                    FROM SUPP_SCORE S
                         LEFT OUTER JOIN SUPPLY U
                            ON U.SUPNO = S.SUPNO
                    WHERE S.SCORE_QTR = :SS-SCORE-QTR
                    ORDER BY S.SCORE DESC, S.SUPNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                MOVE SPACES TO WS-SYSIN-CARD.
                ACCEPT WS-SYSIN-CARD.

                IF WS-IN-QUARTER = SPACES
                   EXEC SQL
                        SET :WS-IN-QUARTER =
                            SUBSTR(CHAR(YEAR(CURRENT DATE
                                             - 3 MONTHS)), 1, 4)
                            CONCAT
                            SUBSTR(CHAR(QUARTER(CURRENT DATE
                                                - 3 MONTHS)), 1, 1)
                   END-EXEC
                END-IF.

                MOVE WS-IN-YEAR TO WS-PERIOD-YEAR.

                EVALUATE WS-IN-QTR
                    WHEN '1'
                         MOVE '01' TO WS-PERIOD-MONTH
                    WHEN '2'
                         MOVE '04' TO WS-PERIOD-MONTH
                    WHEN '3'
                         MOVE '07' TO WS-PERIOD-MONTH
                    WHEN '4'
                         MOVE '10' TO WS-PERIOD-MONTH
                    WHEN OTHER
                         MOVE SPACES TO WS-PERIOD-MONTH
                END-EVALUATE.

                IF WS-IN-YEAR NOT NUMERIC
                OR WS-PERIOD-MONTH = SPACES
                   DISPLAY 'BAD QUARTER ON SYSIN - ' WS-IN-QUARTER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                IF WS-IN-WEIGHTS NUMERIC
                AND WS-IN-WEIGHTS NOT = ZERO
                   MOVE WS-IN-W-ONTIME TO WS-W-ONTIME
                   MOVE WS-IN-W-QTY    TO WS-W-QTY
                   MOVE WS-IN-W-INV    TO WS-W-INV
                   MOVE WS-IN-W-PRICE  TO WS-W-PRICE
                END-IF.

                MOVE SPACES           TO SS-SCORE-QTR.
                STRING WS-IN-YEAR     DELIMITED BY SIZE
                       'Q'            DELIMITED BY SIZE
                       WS-IN-QTR      DELIMITED BY SIZE
                  INTO SS-SCORE-QTR.

                DISPLAY 'SUPPLIER SCORECARD FOR QUARTER = '
                        SS-SCORE-QTR.

                MOVE SS-SCORE-QTR   TO WS-HDR-QTR.
                MOVE WS-W-ONTIME    TO WS-RW-ONTIME.
                MOVE WS-W-QTY       TO WS-RW-QTY.
                MOVE WS-W-INV       TO WS-RW-INV.
                MOVE WS-W-PRICE     TO WS-RW-PRICE.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-WEIGHTS.
                PRINT WS-RPT-COLUMNS.

                PERFORM 1000-CLEAR-QUARTER
                THRU    1000-EXIT.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                PERFORM 3000-RANK
                THRU    3000-EXIT.

                MOVE 'SUPPLIERS SCORED'               TO WS-CNT-LABEL.
                MOVE WS-SCORED-COUNT                  TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'SUPPLIERS WITH NOTHING TO MEASURE'
                                                      TO WS-CNT-LABEL.
                MOVE WS-UNSCORED-COUNT                TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                DISPLAY 'SUPPLIERS SCORED        = ' WS-SCORED-COUNT.
                DISPLAY 'NOTHING TO MEASURE      = '
                        WS-UNSCORED-COUNT.

                GOBACK.
      /
      ******************************************************************
      * 1000-CLEAR-QUARTER - A RERUN REPLACES THE QUARTER'S ROWS.
      ******************************************************************
       1000-CLEAR-QUARTER.

                EXEC SQL
                  DELETE FROM SUPP_SCORE
                   WHERE SCORE_QTR = :SS-SCORE-QTR
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       1000-EXIT.
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
                DISPLAY 'WS-SQLCODE ON OPEN C1 = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2200-FETCH-SUPPLIER
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
      * 2200-FETCH-SUPPLIER
      ******************************************************************
       2200-FETCH-SUPPLIER.

                EXEC SQL
                    FETCH C1
                    INTO  :SS-SUPNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-SCORE-SUPPLIER
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
      * 2400-SCORE-SUPPLIER - GATHER THE FOUR MEASURES, BLEND THE ONES
      * THAT HAD SOMETHING TO MEASURE, AND WRITE THE ROW.
      ******************************************************************
       2400-SCORE-SUPPLIER.

                PERFORM 2500-MEASURE-DELIVERY
                THRU    2500-EXIT.

                PERFORM 2600-MEASURE-INVOICES
                THRU    2600-EXIT.

                PERFORM 2700-MEASURE-PRICE
                THRU    2700-EXIT.

                MOVE ZERO TO WS-WEIGHT-SUM
                             WS-WEIGHTED.
                MOVE -1   TO WS-ONTIME-IND
                             WS-QTY-IND
                             WS-INV-IND
                             WS-PRICE-IND.
                MOVE ZERO TO SS-ONTIME-PCT
                             SS-QTY-PCT
                             SS-INV-PCT
                             SS-PRICE-PCT.

                IF SS-PROMISED-LINES GREATER THAN ZERO
                   COMPUTE SS-ONTIME-PCT ROUNDED =
                           SS-ONTIME-LINES * 100 / SS-PROMISED-LINES
                   MOVE ZERO TO WS-ONTIME-IND
                   ADD WS-W-ONTIME TO WS-WEIGHT-SUM
                   COMPUTE WS-WEIGHTED =
                           WS-WEIGHTED + WS-W-ONTIME * SS-ONTIME-PCT
                END-IF.

                IF SS-RECV-LINES GREATER THAN ZERO
                   COMPUTE SS-QTY-PCT ROUNDED =
                           (SS-RECV-LINES - SS-SHORT-LINES
                                          - SS-OVER-LINES) * 100
                           / SS-RECV-LINES
                   MOVE ZERO TO WS-QTY-IND
                   ADD WS-W-QTY TO WS-WEIGHT-SUM
                   COMPUTE WS-WEIGHTED =
                           WS-WEIGHTED + WS-W-QTY * SS-QTY-PCT
                END-IF.

                IF SS-INV-LINES GREATER THAN ZERO
                   COMPUTE SS-INV-PCT ROUNDED =
                           (SS-INV-LINES - SS-INV-EXCEPTIONS) * 100
                           / SS-INV-LINES
                   MOVE ZERO TO WS-INV-IND
                   ADD WS-W-INV TO WS-WEIGHT-SUM
                   COMPUTE WS-WEIGHTED =
                           WS-WEIGHTED + WS-W-INV * SS-INV-PCT
                END-IF.

                IF SS-PRICED-LINES GREATER THAN ZERO
                   COMPUTE SS-PRICE-PCT ROUNDED =
                           SS-STABLE-LINES * 100 / SS-PRICED-LINES
                   MOVE ZERO TO WS-PRICE-IND
                   ADD WS-W-PRICE TO WS-WEIGHT-SUM
                   COMPUTE WS-WEIGHTED =
                           WS-WEIGHTED + WS-W-PRICE * SS-PRICE-PCT
                END-IF.

                IF WS-WEIGHT-SUM NOT GREATER THAN ZERO
                   ADD 1 TO WS-UNSCORED-COUNT
                   GO TO 2400-EXIT
                END-IF.

                COMPUTE SS-SCORE ROUNDED =
                        WS-WEIGHTED / WS-WEIGHT-SUM.

                EXEC SQL
                  INSERT INTO SUPP_SCORE
                       (SUPNO, SCORE_QTR, RECV_LINES, ONTIME_LINES,
                        PROMISED_LINES, SHORT_LINES, OVER_LINES,
                        INV_LINES, INV_EXCEPTIONS, PRICED_LINES,
                        STABLE_LINES, ONTIME_PCT, QTY_PCT, INV_PCT,
                        PRICE_PCT, SCORE, SCORED_TS)
                  VALUES
                       (:SS-SUPNO, :SS-SCORE-QTR, :SS-RECV-LINES,
                        :SS-ONTIME-LINES, :SS-PROMISED-LINES,
                        :SS-SHORT-LINES, :SS-OVER-LINES,
                        :SS-INV-LINES, :SS-INV-EXCEPTIONS,
                        :SS-PRICED-LINES, :SS-STABLE-LINES,
                        :SS-ONTIME-PCT :WS-ONTIME-IND,
                        :SS-QTY-PCT    :WS-QTY-IND,
                        :SS-INV-PCT    :WS-INV-IND,
                        :SS-PRICE-PCT  :WS-PRICE-IND,
                        :SS-SCORE, CURRENT TIMESTAMP)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-SCORED-COUNT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-MEASURE-DELIVERY - LINES WHOSE LAST RECEIPT FELL IN THE
      * QUARTER. ON TIME MEANS FULLY RECEIVED BY ORDER_DATE PLUS THE
      * PROMISED LEAD_DAYS; A LINE WITH NO PROMISE ON FILE COUNTS
      * FOR QUANTITY ONLY.
      ******************************************************************
       2500-MEASURE-DELIVERY.

                EXEC SQL
                  SELECT COUNT(*),
                         COALESCE(SUM(CASE
                             WHEN PS.LEAD_DAYS IS NOT NULL
                             THEN 1 ELSE 0 END), 0),
                         COALESCE(SUM(CASE
                             WHEN PS.LEAD_DAYS IS NOT NULL
                              AND L.RECVD_QTY >= L.ORDER_QTY
                              AND R.LAST_DATE <=
                                  O.ORDER_DATE + PS.LEAD_DAYS DAYS
                             THEN 1 ELSE 0 END), 0),
                         COALESCE(SUM(CASE
                             WHEN L.RECVD_QTY < L.ORDER_QTY
                             THEN 1 ELSE 0 END), 0),
                         COALESCE(SUM(CASE
                             WHEN L.RECVD_QTY > L.ORDER_QTY
                             THEN 1 ELSE 0 END), 0)
                    INTO :SS-RECV-LINES,
                         :SS-PROMISED-LINES,
                         :SS-ONTIME-LINES,
                         :SS-SHORT-LINES,
                         :SS-OVER-LINES
                    FROM PURCHASE_ORDER O
                         INNER JOIN PO_LINE L
                            ON L.PONO = O.PONO
                         INNER JOIN
                           (SELECT PONO, LINENO,
                                   MAX(RECV_DATE) AS LAST_DATE
                              FROM PO_RECEIPT
                             GROUP BY PONO, LINENO) R
                            ON R.PONO   = L.PONO
                           AND R.LINENO = L.LINENO
                         LEFT OUTER JOIN PART_SUPPLIER PS
                            ON PS.PARTNO = L.PARTNO
                           AND PS.SUPNO  = O.SUPNO
                   WHERE O.SUPNO      = :SS-SUPNO
                     AND R.LAST_DATE >= DATE(:WS-PERIOD-START)
                     AND R.LAST_DATE <
                         DATE(:WS-PERIOD-START) + 3 MONTHS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-MEASURE-INVOICES - ANY MATCHSTAT OTHER THAN 'M' IS AN
      * EXCEPTION.
      ******************************************************************
       2600-MEASURE-INVOICES.

                EXEC SQL
                  SELECT COUNT(*),
                         COALESCE(SUM(CASE
                             WHEN MATCHSTAT <> 'M'
                             THEN 1 ELSE 0 END), 0)
                    INTO :SS-INV-LINES,
                         :SS-INV-EXCEPTIONS
                    FROM SUPP_INVOICE
                   WHERE SUPNO     = :SS-SUPNO
                     AND INV_DATE >= DATE(:WS-PERIOD-START)
                     AND INV_DATE <
                         DATE(:WS-PERIOD-START) + 3 MONTHS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-MEASURE-PRICE - LINES ORDERED IN THE QUARTER AGAINST THE
      * SUPPLIER'S AVERAGE PRICE FOR THE SAME PART OVER THE YEAR
      * BEFORE. A PART NOT BOUGHT FROM THEM IN THAT YEAR HAS NOTHING
      * TO COMPARE WITH AND IS LEFT OUT.
      ******************************************************************
       2700-MEASURE-PRICE.

                EXEC SQL
                  SELECT COUNT(*),
                         COALESCE(SUM(CASE
                             WHEN L.UNIT_PRICE
                                  BETWEEN H.AVG_PRICE * 0.98
                                      AND H.AVG_PRICE * 1.02
                             THEN 1 ELSE 0 END), 0)
                    INTO :SS-PRICED-LINES,
                         :SS-STABLE-LINES
                    FROM PURCHASE_ORDER O
                         INNER JOIN PO_LINE L
                            ON L.PONO = O.PONO
                         INNER JOIN
                           (SELECT O2.SUPNO, L2.PARTNO,
                                   AVG(L2.UNIT_PRICE) AS AVG_PRICE
                              FROM PURCHASE_ORDER O2,
                                   PO_LINE        L2
                             WHERE L2.PONO = O2.PONO
                               AND O2.SUPNO = :SS-SUPNO
                               AND O2.ORDER_DATE >=
                                   DATE(:WS-PERIOD-START) - 1 YEAR
                               AND O2.ORDER_DATE <
                                   DATE(:WS-PERIOD-START)
                             GROUP BY O2.SUPNO, L2.PARTNO) H
                            ON H.SUPNO  = O.SUPNO
                           AND H.PARTNO = L.PARTNO
                   WHERE O.SUPNO       = :SS-SUPNO
                     AND O.ORDER_DATE >= DATE(:WS-PERIOD-START)
                     AND O.ORDER_DATE <
                         DATE(:WS-PERIOD-START) + 3 MONTHS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-RANK - READ THE QUARTER BACK BEST FIRST, STAMP EACH ROW'S
      * RANK (EQUAL SCORES SHARE A RANK) AND PRINT IT.
      ******************************************************************
       3000-RANK.

                MOVE ZERO   TO WS-POSITION
                               SS-RANK-NO.
                MOVE -1     TO WS-LAST-SCORE.
                MOVE SPACES TO END-OF-C2-SWITCH.

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

                PERFORM 3200-FETCH-SCORE
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

       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3200-FETCH-SCORE
      ******************************************************************
       3200-FETCH-SCORE.

                EXEC SQL
                    FETCH C2
                    INTO  :SS-SUPNO,
                          :WS-SUPNAME,
                          :SS-RECV-LINES,
                          :SS-SHORT-LINES,
                          :SS-OVER-LINES,
                          :SS-INV-LINES,
                          :SS-ONTIME-PCT :WS-ONTIME-IND,
                          :SS-QTY-PCT    :WS-QTY-IND,
                          :SS-INV-PCT    :WS-INV-IND,
                          :SS-PRICE-PCT  :WS-PRICE-IND,
                          :SS-SCORE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 3400-PRINT-SUPPLIER
                         THRU    3400-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3400-PRINT-SUPPLIER - A MEASURE THAT DROPPED OUT PRINTS N/A.
      ******************************************************************
       3400-PRINT-SUPPLIER.

                ADD 1 TO WS-POSITION.

                IF SS-SCORE NOT = WS-LAST-SCORE
                   MOVE WS-POSITION TO SS-RANK-NO
                   MOVE SS-SCORE    TO WS-LAST-SCORE
                END-IF.

                EXEC SQL
                  UPDATE SUPP_SCORE
                     SET RANK_NO   = :SS-RANK-NO
                   WHERE SUPNO     = :SS-SUPNO
                     AND SCORE_QTR = :SS-SCORE-QTR
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE SS-RANK-NO        TO WS-RD-RANK.
                MOVE SS-SUPNO          TO WS-RD-SUPNO.
                MOVE WS-SUPNAME        TO WS-RD-SUPNAME.
                MOVE SS-RECV-LINES     TO WS-RD-RECVD.
                MOVE SS-SHORT-LINES    TO WS-RD-SHORT.
                MOVE SS-OVER-LINES     TO WS-RD-OVER.
                MOVE SS-INV-LINES      TO WS-RD-INVS.
                MOVE SS-SCORE          TO WS-RD-SCORE.

                IF WS-ONTIME-IND LESS THAN ZERO
                   MOVE '   N/A'       TO WS-RD-ONTIME
                ELSE
                   MOVE SS-ONTIME-PCT  TO WS-PCT-ED
                   MOVE WS-PCT-ED      TO WS-RD-ONTIME
                END-IF.

                IF WS-QTY-IND LESS THAN ZERO
                   MOVE '   N/A'       TO WS-RD-QTY
                ELSE
                   MOVE SS-QTY-PCT     TO WS-PCT-ED
                   MOVE WS-PCT-ED      TO WS-RD-QTY
                END-IF.

                IF WS-INV-IND LESS THAN ZERO
                   MOVE '   N/A'       TO WS-RD-INV
                ELSE
                   MOVE SS-INV-PCT     TO WS-PCT-ED
                   MOVE WS-PCT-ED      TO WS-RD-INV
                END-IF.

                IF WS-PRICE-IND LESS THAN ZERO
                   MOVE '   N/A'       TO WS-RD-PRICE
                ELSE
                   MOVE SS-PRICE-PCT   TO WS-PCT-ED
                   MOVE WS-PCT-ED      TO WS-RD-PRICE
                END-IF.

                PRINT WS-RPT-DETAIL.

       3400-EXIT.
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
