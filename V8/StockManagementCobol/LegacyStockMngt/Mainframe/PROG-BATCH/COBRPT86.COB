      *-----------------------------------------------------------------
      *     COBRPT86 - MONTH-END INVENTORY VALUATION AT WEIGHTED-AVERAGE
      *                COST, FOR FINANCE TO BOOK THE STOCK BALANCE.
      *                FOR EVERY PART, THE LATEST STOCK_MOVEMENT ROW
      *                ON OR BEFORE THE LAST DAY OF THE MONTH GIVES
      *                ITS CLOSING QUANTITY AND AVERAGE COST; THE
      *                VALUE IS ONE TIMES THE OTHER. THE MONTH'S
      *                QUANTITY IN AND QUANTITY OUT (OPENING ROWS
      *                EXCLUDED) PRINT ALONGSIDE, WITH A TOTAL VALUE
      *                AT THE FOOT. PARTS WITH NOTHING ON HAND AT
      *                MONTH END ARE LEFT OFF. PARTS HOLDING STOCK ON
      *                PART_STOCK THAT HAVE NEVER MOVED SINCE THE
      *                LEDGER STARTED CARRY NO COST YET AND ARE
      *                COUNTED AT THE FOOT - ANY SUCH PART ENDS THE
      *                STEP WITH RC 4. THE MONTH (YYYYMM) IS READ OFF
      *                SYSIN; A BLANK CARD MEANS THE MONTH BEFORE THE
      *                RUN DATE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT86.
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
       01  WS-SQLCODE             PIC 9(9).
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PERIOD-START.
           05 WS-PERIOD-YEAR      PIC X(4).
           05 FILLER              PIC X(1)  VALUE '-'.
           05 WS-PERIOD-MONTH     PIC X(2).
           05 FILLER              PIC X(3)  VALUE '-01'.
       01  WS-PARTNO              PIC X(6).
       01  WS-PARTNAME            PIC X(30).
       01  WS-QTY-IN              PIC S9(9) USAGE COMP.
       01  WS-QTY-OUT             PIC S9(9) USAGE COMP.
       01  WS-ONHAND              PIC S9(9) USAGE COMP.
       01  WS-AVG-COST            PIC S9(7)V9(4) USAGE COMP-3.
       01  WS-VALUE               PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-UNLEDGERED-COUNT    PIC S9(9) USAGE COMP VALUE ZERO.

      *****************************************************
      * TOTALS                                            *
      *****************************************************
       01  WS-TOT-PARTS           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-IN              PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-OUT             PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-ONHAND          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-VALUE           PIC S9(11)V9(2) USAGE COMP-3
                                            VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(50)
                VALUE 'MONTH-END STOCK VALUATION AT WEIGHTED AVG COST'.
           10 FILLER              PIC X(6)   VALUE 'MONTH '.
           10 WS-HDR-YM           PIC X(6).
           10 FILLER              PIC X(40).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'PARTNO'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(30)  VALUE 'PART NAME'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(7)   VALUE ' QTY IN'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(7)   VALUE 'QTY OUT'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(7)   VALUE ' ONHAND'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(12)  VALUE '    AVG COST'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(14)  VALUE '         VALUE'.
           10 FILLER              PIC X(35).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RD-PARTNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RD-PARTNAME      PIC X(30).
           10 FILLER              PIC X(2).
           10 WS-RD-IN            PIC ZZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-OUT           PIC ZZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-ONHAND        PIC ZZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-AVG           PIC ZZZ,ZZ9.9999.
           10 FILLER              PIC X(2).
           10 WS-RD-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(35).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT86'.
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

                EXEC SQL INCLUDE STKMOVE
                END-EXEC.

                EXEC SQL INCLUDE PARTSTK
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - EACH PART'S LAST LEDGER ROW BEFORE THE FIRST OF THE NEXT
      * MONTH, WITH THE MONTH'S MOVEMENTS IN AND OUT.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      M.PARTNO,
                      COALESCE(P.PARTNAME, ' '),
                      COALESCE(
                        (SELECT SUM(I.MOVE_QTY)
                           FROM STOCK_MOVEMENT I
                          WHERE I.PARTNO    = M.PARTNO
                            AND I.MOVE_TYPE <> 'O'
                            AND I.MOVE_QTY  > 0
                            AND I.MOVE_TS  >=
                                TIMESTAMP(DATE(:WS-PERIOD-START),
                                          '00.00.00')
                            AND I.MOVE_TS  <
                                TIMESTAMP(DATE(:WS-PERIOD-START)
                                          + 1 MONTH, '00.00.00')),
                        0),
                      COALESCE(
                        (SELECT 0 - SUM(O.MOVE_QTY)
                           FROM STOCK_MOVEMENT O
                          WHERE O.PARTNO    = M.PARTNO
                            AND O.MOVE_TYPE <> 'O'
                            AND O.MOVE_QTY  < 0
                            AND O.MOVE_TS  >=
                                TIMESTAMP(DATE(:WS-PERIOD-START),
                                          '00.00.00')
                            AND O.MOVE_TS  <
                                TIMESTAMP(DATE(:WS-PERIOD-START)
                                          + 1 MONTH, '00.00.00')),
                        0),
                      M.ONHAND_AFTER,
                      M.AVG_COST_AFTER
                    FROM STOCK_MOVEMENT M
                         LEFT OUTER JOIN PART P
                            ON P.PARTNO = M.PARTNO
                    WHERE M.MOVE_TS =
                          (SELECT MAX(X.MOVE_TS)
                             FROM STOCK_MOVEMENT X
                            WHERE X.PARTNO  = M.PARTNO
                              AND X.MOVE_TS <
                                  TIMESTAMP(DATE(:WS-PERIOD-START)
                                            + 1 MONTH, '00.00.00'))
                      AND M.ONHAND_AFTER <> 0
                    ORDER BY M.PARTNO
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

                DISPLAY 'STOCK VALUATION FOR MONTH = ' WS-PYEARMONTH.

                MOVE WS-PYEARMONTH TO WS-HDR-YM.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                PERFORM 2800-PRINT-TOTAL
                THRU    2800-EXIT.

                PERFORM 3000-COUNT-UNLEDGERED
                THRU    3000-EXIT.

                MOVE 'PARTS VALUED'                   TO WS-CNT-LABEL.
                MOVE WS-TOT-PARTS                     TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'PARTS HELD WITH NO LEDGER COST'  TO WS-CNT-LABEL.
                MOVE WS-UNLEDGERED-COUNT              TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                DISPLAY 'PARTS VALUED            = ' WS-TOT-PARTS.
                DISPLAY 'STOCK VALUE             = ' WS-TOT-VALUE.
                DISPLAY 'PARTS WITH NO LEDGER    = '
                        WS-UNLEDGERED-COUNT.

                IF WS-UNLEDGERED-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
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

                PERFORM 2200-FETCH-PARTS
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
      * 2200-FETCH-PARTS
      ******************************************************************
       2200-FETCH-PARTS.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-PARTNO,
                          :WS-PARTNAME,
                          :WS-QTY-IN,
                          :WS-QTY-OUT,
                          :WS-ONHAND,
                          :WS-AVG-COST
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-PRINT-PART
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
      * 2400-PRINT-PART
      ******************************************************************
       2400-PRINT-PART.

                COMPUTE WS-VALUE ROUNDED = WS-ONHAND * WS-AVG-COST.

                MOVE WS-PARTNO         TO WS-RD-PARTNO.
                MOVE WS-PARTNAME       TO WS-RD-PARTNAME.
                MOVE WS-QTY-IN         TO WS-RD-IN.
                MOVE WS-QTY-OUT        TO WS-RD-OUT.
                MOVE WS-ONHAND         TO WS-RD-ONHAND.
                MOVE WS-AVG-COST       TO WS-RD-AVG.
                MOVE WS-VALUE          TO WS-RD-VALUE.

                PRINT WS-RPT-DETAIL.

                ADD 1           TO WS-TOT-PARTS.
                ADD WS-QTY-IN   TO WS-TOT-IN.
                ADD WS-QTY-OUT  TO WS-TOT-OUT.
                ADD WS-ONHAND   TO WS-TOT-ONHAND.
                ADD WS-VALUE    TO WS-TOT-VALUE.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-PRINT-TOTAL
      ******************************************************************
       2800-PRINT-TOTAL.

                MOVE SPACES            TO WS-RD-PARTNO.
                MOVE 'TOTAL STOCK VALUE' TO WS-RD-PARTNAME.
                MOVE WS-TOT-IN         TO WS-RD-IN.
                MOVE WS-TOT-OUT        TO WS-RD-OUT.
                MOVE WS-TOT-ONHAND     TO WS-RD-ONHAND.
                MOVE ZERO              TO WS-RD-AVG.
                MOVE WS-TOT-VALUE      TO WS-RD-VALUE.

                PRINT WS-RPT-DETAIL.

       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-COUNT-UNLEDGERED - STOCK THAT PRE-DATES THE LEDGER IS
      * CARRIED ONTO IT (AND COSTED) THE FIRST TIME THE PART MOVES.
      ******************************************************************
       3000-COUNT-UNLEDGERED.

                EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-UNLEDGERED-COUNT
                    FROM PART_STOCK S
                   WHERE S.ONHAND_QTY <> 0
                     AND NOT EXISTS
                         (SELECT 1
                            FROM STOCK_MOVEMENT M
                           WHERE M.PARTNO = S.PARTNO)
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
