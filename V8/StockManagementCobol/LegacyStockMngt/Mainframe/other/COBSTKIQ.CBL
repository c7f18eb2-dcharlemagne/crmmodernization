      *-----------------------------------------------------------------
      *    COBSTKIQ - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - STOCK MOVEMENT HISTORY INQUIRY. FOR ONE
      *                    PARTNO, HANDS BACK THE PART'S NAME, ITS
      *                    ON-HAND BALANCE OFF PART_STOCK, ITS
      *                    CURRENT WEIGHTED-AVERAGE COST (THE LATEST
      *                    STOCK_MOVEMENT ROW) AND THE STOCK VALUE AT
      *                    THAT COST, PLUS ITS MOVEMENTS NEWEST FIRST
      *                    AS FORMATTED LINES IN STKIQ-LINES FOR THE
      *                    SCREEN TO PAINT, WITH THE COUNT IN
      *                    STKIQ-LINE-COUNT. A STKIQ-ASOF-DATE
      *                    (YYYY-MM-DD) PAGES BACK - ONLY MOVEMENTS
      *                    ON OR BEFORE THAT DATE ARE SHOWN; SPACES
      *                    MEANS START FROM THE LATEST. READ-ONLY -
      *                    THE LEDGER IS WRITTEN ONLY BY COBSTKMV. A
      *                    PART NOT ON THE CATALOG COMES BACK WITH
      *                    STKIQ-FOUND-FLAG 'N'.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBSTKIQ.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCT  2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       01  WS-PARTNO              PIC X(6).
       01  WS-PARTNAME            PIC X(30).
       01  WS-TO-DATE             PIC X(10).
       01  WS-ONHAND              PIC S9(9) USAGE COMP.
       01  WS-AVG-COST            PIC S9(7)V9(4) USAGE COMP-3.
       01  WS-MOVE-TS             PIC X(26).

       01  WS-HISTORY-LINE.
           05 WS-HL-WHEN          PIC X(19).
           05 FILLER              PIC X(1).
           05 WS-HL-TYPE          PIC X(1).
           05 FILLER              PIC X(1).
           05 WS-HL-QTY           PIC -ZZZ,ZZ9.
           05 FILLER              PIC X(1).
           05 WS-HL-COST          PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(1).
           05 WS-HL-ONHAND        PIC ZZZ,ZZ9.
           05 FILLER              PIC X(1).
           05 WS-HL-REF-TYPE      PIC X(1).
           05 FILLER              PIC X(1).
           05 WS-HL-REF-ID        PIC X(12).
           05 FILLER              PIC X(1).
           05 WS-HL-REASON        PIC X(14).

      *-----------------------------------------------------------------
      * SQLCA AND DCLGENS FOR TABLES
      *-----------------------------------------------------------------
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PARTA
           END-EXEC.

           EXEC SQL
               INCLUDE PARTSTK
           END-EXEC.

           EXEC SQL
               INCLUDE STKMOVE
           END-EXEC.

      *-----------------------------------------------------------------
      * C1 - THE PART'S MOVEMENTS UP TO THE PAGING DATE, NEWEST FIRST.
      *-----------------------------------------------------------------
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 CHAR(MOVE_TS),
                 MOVE_TYPE,
                 MOVE_QTY,
                 UNIT_COST,
                 ONHAND_AFTER,
                 REF_TYPE,
                 REF_ID,
                 REASON
               FROM STOCK_MOVEMENT
               WHERE PARTNO = :WS-PARTNO
                 AND DATE(MOVE_TS) <= DATE(:WS-TO-DATE)
               ORDER BY MOVE_TS DESC
               FETCH FIRST 20 ROWS ONLY
           END-EXEC.

      /
       LINKAGE SECTION.

       01  STKIQ-PARTNO             PIC X(6).
       01  STKIQ-ASOF-DATE          PIC X(10).
       01  STKIQ-PARTNAME           PIC X(30).
       01  STKIQ-ONHAND             PIC S9(9) USAGE COMP.
       01  STKIQ-AVG-COST           PIC S9(7)V9(4) USAGE COMP-3.
       01  STKIQ-VALUE              PIC S9(11)V9(2) USAGE COMP-3.
       01  STKIQ-FOUND-FLAG         PIC X(1).
       01  STKIQ-LINE-COUNT         PIC S9(4) USAGE COMP.
       01  STKIQ-LINES.
           05 STKIQ-LINE            OCCURS 20 TIMES PIC X(79).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING STKIQ-PARTNO,
                                STKIQ-ASOF-DATE,
                                STKIQ-PARTNAME,
                                STKIQ-ONHAND,
                                STKIQ-AVG-COST,
                                STKIQ-VALUE,
                                STKIQ-FOUND-FLAG,
                                STKIQ-LINE-COUNT,
                                STKIQ-LINES.

       MAINLINE.

                MOVE STKIQ-PARTNO TO WS-PARTNO.
                MOVE SPACES       TO STKIQ-PARTNAME
                                     STKIQ-LINES.
                MOVE ZERO         TO STKIQ-ONHAND
                                     STKIQ-AVG-COST
                                     STKIQ-VALUE
                                     STKIQ-LINE-COUNT
                                     WS-ONHAND
                                     WS-AVG-COST.
                MOVE 'N'          TO STKIQ-FOUND-FLAG.

                IF STKIQ-ASOF-DATE = SPACES
                   MOVE '9999-12-31'    TO WS-TO-DATE
                ELSE
                   MOVE STKIQ-ASOF-DATE TO WS-TO-DATE
                END-IF.

                EXEC SQL
                    SELECT PARTNAME
                      INTO :WS-PARTNAME
                      FROM PART
                     WHERE PARTNO = :WS-PARTNO
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y'         TO STKIQ-FOUND-FLAG
                         MOVE WS-PARTNAME TO STKIQ-PARTNAME
                    WHEN +100
                         GOBACK
                    WHEN OTHER
                         DISPLAY 'COBSTKIQ - PART LOOKUP FAILED - '
                                 'SQLCODE = ' SQLCODE
                         GOBACK
                END-EVALUATE.

                PERFORM 2000-GET-BALANCE THRU 2000-EXIT.

                PERFORM 3000-HISTORY THRU 3000-EXIT.

                GOBACK.

      *-----------------------------------------------------------------
      * 2000-GET-BALANCE - A PART NEVER STOCKED HAS NO PART_STOCK ROW
      * AND NO LEDGER, AND COMES BACK WITH ZEROS.
      *-----------------------------------------------------------------
       2000-GET-BALANCE.

                EXEC SQL
                    SELECT ONHAND_QTY
                      INTO :WS-ONHAND
                      FROM PART_STOCK
                     WHERE PARTNO = :WS-PARTNO
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         GO TO 2000-EXIT
                    WHEN OTHER
                         DISPLAY 'COBSTKIQ - BALANCE LOOKUP FAILED - '
                                 'SQLCODE = ' SQLCODE
                         GO TO 2000-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT AVG_COST_AFTER
                      INTO :WS-AVG-COST
                      FROM STOCK_MOVEMENT
                     WHERE PARTNO  = :WS-PARTNO
                       AND MOVE_TS =
                           (SELECT MAX(MOVE_TS)
                              FROM STOCK_MOVEMENT
                             WHERE PARTNO = :WS-PARTNO)
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         DISPLAY 'COBSTKIQ - COST LOOKUP FAILED - '
                                 'SQLCODE = ' SQLCODE
                END-EVALUATE.

                MOVE WS-ONHAND   TO STKIQ-ONHAND.
                MOVE WS-AVG-COST TO STKIQ-AVG-COST.
                COMPUTE STKIQ-VALUE ROUNDED =
                        WS-ONHAND * WS-AVG-COST.

       2000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 3000-HISTORY
      *-----------------------------------------------------------------
       3000-HISTORY.

                MOVE SPACES TO END-OF-C1-SWITCH.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                IF SQLCODE NOT = 0
                   DISPLAY 'COBSTKIQ - OPEN FAILED - SQLCODE = '
                           SQLCODE
                   GO TO 3000-EXIT
                END-IF.

                PERFORM 3200-FETCH-HISTORY
                THRU    3200-EXIT
                UNTIL END-OF-C1
                   OR STKIQ-LINE-COUNT NOT LESS THAN 20.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

       3000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 3200-FETCH-HISTORY
      *-----------------------------------------------------------------
       3200-FETCH-HISTORY.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-MOVE-TS,
                          :SM-MOVE-TYPE,
                          :SM-MOVE-QTY,
                          :SM-UNIT-COST,
                          :SM-ONHAND-AFTER,
                          :SM-REF-TYPE,
                          :SM-REF-ID,
                          :SM-REASON
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE SPACES             TO WS-HISTORY-LINE
                         MOVE WS-MOVE-TS (1:19)  TO WS-HL-WHEN
                         MOVE SM-MOVE-TYPE       TO WS-HL-TYPE
                         MOVE SM-MOVE-QTY        TO WS-HL-QTY
                         MOVE SM-UNIT-COST       TO WS-HL-COST
                         MOVE SM-ONHAND-AFTER    TO WS-HL-ONHAND
                         MOVE SM-REF-TYPE        TO WS-HL-REF-TYPE
                         MOVE SM-REF-ID          TO WS-HL-REF-ID
                         MOVE SM-REASON          TO WS-HL-REASON
                         ADD 1 TO STKIQ-LINE-COUNT
                         MOVE WS-HISTORY-LINE
                           TO STKIQ-LINE (STKIQ-LINE-COUNT)
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                    WHEN OTHER
                         DISPLAY 'COBSTKIQ - FETCH FAILED - '
                                 'SQLCODE = ' SQLCODE
                         MOVE 'Y' TO END-OF-C1-SWITCH
                END-EVALUATE.

       3200-EXIT.
                EXIT.
