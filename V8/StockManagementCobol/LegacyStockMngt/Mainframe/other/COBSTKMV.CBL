      *-----------------------------------------------------------------
      *    COBSTKMV - SHARED STOCK MOVEMENT POSTING ROUTINE. EVERY
      *               PROGRAM THAT CHANGES A PART'S ON-HAND BALANCE
      *               CALLS IT WITH THE PART, THE MOVEMENT TYPE, THE
      *               QUANTITY, THE UNIT COST (RECEIPTS ONLY), THE
      *               REASON AND THE REFERENCE; IT APPLIES THE
      *               QUANTITY TO PART_STOCK.ONHAND_QTY AND WRITES
      *               THE MATCHING STOCK_MOVEMENT ROW WITH THE
      *               BALANCE AND WEIGHTED-AVERAGE COST AFTER IT.
      *               MOVEMENT TYPES - 'R' RECEIPT AND 'T' RETURN
      *               TO STOCK ADD THE QUANTITY, 'I' ISSUE AND 'D'
      *               DISPOSAL TAKE IT AWAY, 'A' ADJUSTMENT APPLIES
      *               IT AS SIGNED. A RECEIPT RE-AVERAGES THE PART'S
      *               COST; EVERYTHING ELSE MOVES AT THE CURRENT
      *               AVERAGE. THE FIRST TIME A PART THAT ALREADY
      *               HOLDS STOCK MOVES, ITS EXISTING BALANCE IS
      *               CARRIED IN AS AN 'O' OPENING ROW AT THE PART'S
      *               LATEST PO PRICE. A MOVEMENT THAT WOULD TAKE THE
      *               BALANCE BELOW ZERO IS REFUSED. ANY REFUSAL OR
      *               DATABASE FAILURE COMES BACK WITH
      *               STKMV-RESULT-FLAG 'E' AND THE BALANCE UNCHANGED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBSTKMV.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCT  2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77  WS-STOCK-ROW-SWITCH      PIC X          VALUE SPACES.
               88  WS-STOCK-ROW-EXISTS          VALUE 'Y'.
       01  WS-SIGNED-QTY            PIC S9(9) USAGE COMP.
       01  WS-ONHAND-BEFORE         PIC S9(9) USAGE COMP.
       01  WS-ONHAND-AFTER          PIC S9(9) USAGE COMP.
       01  WS-AVG-COST              PIC S9(7)V9(4) USAGE COMP-3.
       01  WS-OPEN-COST             PIC S9(7)V9(4) USAGE COMP-3.
       01  WS-STOCK-VALUE           PIC S9(13)V9(4) USAGE COMP-3.
       01  WS-MOVE-TS               PIC X(26).
       01  WS-MOVED-BY              PIC X(8).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBSTKMV'.
       01  WS-ERRLG-PARA        PIC X(30) VALUE '9000-DBERROR'.
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80)  OCCURS 12 TIMES
                                          INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      *-----------------------------------------------------------------
      * SQLCA AND DCLGENS FOR TABLES
      *-----------------------------------------------------------------
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PARTSTK
           END-EXEC.

           EXEC SQL
               INCLUDE STKMOVE
           END-EXEC.

      /
       LINKAGE SECTION.

       01  STKMV-PARTNO             PIC X(6).
       01  STKMV-TYPE               PIC X(1).
       01  STKMV-QTY                PIC S9(9) USAGE COMP.
       01  STKMV-UNIT-COST          PIC S9(7)V9(4) USAGE COMP-3.
       01  STKMV-REASON             PIC X(30).
       01  STKMV-REF-TYPE           PIC X(1).
       01  STKMV-REF-ID             PIC X(12).
       01  STKMV-ONHAND-AFTER       PIC S9(9) USAGE COMP.
       01  STKMV-RESULT-FLAG        PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING STKMV-PARTNO,
                                STKMV-TYPE,
                                STKMV-QTY,
                                STKMV-UNIT-COST,
                                STKMV-REASON,
                                STKMV-REF-TYPE,
                                STKMV-REF-ID,
                                STKMV-ONHAND-AFTER,
                                STKMV-RESULT-FLAG.

       MAINLINE.

                MOVE SPACES       TO STKMV-RESULT-FLAG.
                MOVE ZERO         TO STKMV-ONHAND-AFTER.
                MOVE STKMV-PARTNO TO SM-PARTNO
                                     PK-PARTNO.

                PERFORM 1000-SIGN-QUANTITY THRU 1000-EXIT.

                IF STKMV-RESULT-FLAG = 'E'
                   GOBACK
                END-IF.

                EXEC SQL
                     SET :WS-MOVED-BY = USER
                END-EXEC.

                EXEC SQL
                     SET :WS-MOVE-TS = CURRENT TIMESTAMP
                END-EXEC.

                PERFORM 2000-GET-BALANCE THRU 2000-EXIT.

                IF STKMV-RESULT-FLAG = 'E'
                   GOBACK
                END-IF.

                PERFORM 3000-GET-AVERAGE THRU 3000-EXIT.

                IF STKMV-RESULT-FLAG = 'E'
                   GOBACK
                END-IF.

                PERFORM 4000-APPLY-QUANTITY THRU 4000-EXIT.

                IF STKMV-RESULT-FLAG = 'E'
                   GOBACK
                END-IF.

                PERFORM 5000-NEW-AVERAGE THRU 5000-EXIT.

                PERFORM 6000-WRITE-MOVEMENT THRU 6000-EXIT.

                MOVE WS-ONHAND-AFTER TO STKMV-ONHAND-AFTER.

                GOBACK.

      *-----------------------------------------------------------------
      * 1000-SIGN-QUANTITY - RECEIPTS, RETURNS, ISSUES AND DISPOSALS
      * ARE KEYED AS A POSITIVE COUNT AND TAKE THEIR DIRECTION FROM
      * THE TYPE; AN ADJUSTMENT CARRIES ITS OWN SIGN.
      *-----------------------------------------------------------------
       1000-SIGN-QUANTITY.

                EVALUATE STKMV-TYPE
                    WHEN 'R'
                    WHEN 'T'
                         MOVE STKMV-QTY TO WS-SIGNED-QTY
                    WHEN 'I'
                    WHEN 'D'
                         COMPUTE WS-SIGNED-QTY = ZERO - STKMV-QTY
                    WHEN 'A'
                         MOVE STKMV-QTY TO WS-SIGNED-QTY
                    WHEN OTHER
                         DISPLAY 'COBSTKMV - UNKNOWN MOVEMENT TYPE '
                                 STKMV-TYPE
                         MOVE 'E' TO STKMV-RESULT-FLAG
                         GO TO 1000-EXIT
                END-EVALUATE.

                IF STKMV-TYPE NOT = 'A'
                   AND STKMV-QTY NOT GREATER THAN ZERO
                   DISPLAY 'COBSTKMV - QUANTITY MUST BE POSITIVE FOR '
                           'MOVEMENT TYPE ' STKMV-TYPE
                   MOVE 'E' TO STKMV-RESULT-FLAG
                   GO TO 1000-EXIT
                END-IF.

                IF WS-SIGNED-QTY = ZERO
                   DISPLAY 'COBSTKMV - ZERO QUANTITY FOR PART '
                           STKMV-PARTNO
                   MOVE 'E' TO STKMV-RESULT-FLAG
                END-IF.

       1000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 2000-GET-BALANCE - A PART NOT ON PART_STOCK YET HOLDS NOTHING;
      * ONLY A MOVEMENT INTO STOCK MAY START ITS ROW.
      *-----------------------------------------------------------------
       2000-GET-BALANCE.

                MOVE SPACES TO WS-STOCK-ROW-SWITCH.
                MOVE ZERO   TO WS-ONHAND-BEFORE.

                EXEC SQL
                    SELECT ONHAND_QTY
                      INTO :WS-ONHAND-BEFORE
                      FROM PART_STOCK
                     WHERE PARTNO = :PK-PARTNO
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO WS-STOCK-ROW-SWITCH
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                         GO TO 2000-EXIT
                END-EVALUATE.

                IF WS-ONHAND-BEFORE + WS-SIGNED-QTY LESS THAN ZERO
                   DISPLAY 'COBSTKMV - PART ' STKMV-PARTNO
                           ' HOLDS ' WS-ONHAND-BEFORE
                           ' - MOVEMENT WOULD TAKE IT BELOW ZERO'
                   MOVE 'E' TO STKMV-RESULT-FLAG
                END-IF.

       2000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 3000-GET-AVERAGE - THE RUNNING AVERAGE IS THE PART'S LATEST
      * LEDGER ROW. WITH NO LEDGER YET, A BALANCE ALREADY ON HAND IS
      * CARRIED IN AS THE OPENING ROW BEFORE THIS MOVEMENT IS POSTED.
      *-----------------------------------------------------------------
       3000-GET-AVERAGE.

                MOVE ZERO TO WS-AVG-COST.

                EXEC SQL
                    SELECT AVG_COST_AFTER
                      INTO :WS-AVG-COST
                      FROM STOCK_MOVEMENT
                     WHERE PARTNO  = :SM-PARTNO
                       AND MOVE_TS =
                           (SELECT MAX(MOVE_TS)
                              FROM STOCK_MOVEMENT
                             WHERE PARTNO = :SM-PARTNO)
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         GO TO 3000-EXIT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                         GO TO 3000-EXIT
                END-EVALUATE.

                IF WS-ONHAND-BEFORE = ZERO
                   GO TO 3000-EXIT
                END-IF.

                PERFORM 3100-WRITE-OPENING THRU 3100-EXIT.

       3000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 3100-WRITE-OPENING - STOCK THAT PRE-DATES THE LEDGER IS
      * VALUED AT THE PRICE ON THE PART'S MOST RECENT RECEIVED PO
      * LINE, OR AT THIS MOVEMENT'S OWN COST WHEN IT HAS NONE. THE
      * ROW IS STAMPED A MICROSECOND AHEAD OF THE MOVEMENT ITSELF.
      *-----------------------------------------------------------------
       3100-WRITE-OPENING.

                MOVE STKMV-UNIT-COST TO WS-OPEN-COST.

                EXEC SQL
                    SELECT L.UNIT_PRICE
                      INTO :WS-OPEN-COST
                      FROM PO_LINE L,
                           PURCHASE_ORDER P
                     WHERE L.PARTNO    = :SM-PARTNO
                       AND L.RECVD_QTY > 0
                       AND P.PONO      = L.PONO
                     ORDER BY P.ORDER_DATE DESC,
                              L.PONO DESC,
                              L.LINENO DESC
                     FETCH FIRST 1 ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                         GO TO 3100-EXIT
                END-EVALUATE.

                MOVE WS-OPEN-COST TO WS-AVG-COST.

                EXEC SQL
                    INSERT INTO STOCK_MOVEMENT
                         (PARTNO, MOVE_TS, MOVE_TYPE, MOVE_QTY,
                          UNIT_COST, REASON, REF_TYPE, REF_ID,
                          ONHAND_AFTER, AVG_COST_AFTER, MOVED_BY)
                    VALUES
                         (:SM-PARTNO,
                          TIMESTAMP(:WS-MOVE-TS) - 1 MICROSECOND,
                          'O', :WS-ONHAND-BEFORE,
                          :WS-OPEN-COST,
                          'OPENING BALANCE', ' ', ' ',
                          :WS-ONHAND-BEFORE, :WS-OPEN-COST,
                          :WS-MOVED-BY)
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR THRU 9000-EXIT
                END-IF.

       3100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4000-APPLY-QUANTITY - THE UPDATE ITSELF GUARDS THE ZERO
      * FLOOR, SO A CONCURRENT ISSUE CANNOT DRIVE THE BALANCE
      * NEGATIVE BETWEEN THE READ ABOVE AND THIS POSTING. FIRST
      * STOCK OF A PART SEEDS ITS PART_STOCK ROW WITH ZERO REORDER
      * FIGURES - PURCHASING SETS THE REAL ONES.
      *-----------------------------------------------------------------
       4000-APPLY-QUANTITY.

                IF NOT WS-STOCK-ROW-EXISTS
                   MOVE WS-SIGNED-QTY TO WS-ONHAND-AFTER
                   EXEC SQL
                       INSERT INTO PART_STOCK
                            (PARTNO, ONHAND_QTY, REORDER_POINT,
                             REORDER_QTY)
                       VALUES
                            (:PK-PARTNO, :WS-ONHAND-AFTER, 0, 0)
                   END-EXEC
                   IF SQLCODE NOT = 0
                      PERFORM 9000-DBERROR THRU 9000-EXIT
                   END-IF
                   GO TO 4000-EXIT
                END-IF.

                EXEC SQL
                    UPDATE PART_STOCK
                       SET ONHAND_QTY = ONHAND_QTY + :WS-SIGNED-QTY
                     WHERE PARTNO = :PK-PARTNO
                       AND ONHAND_QTY + :WS-SIGNED-QTY >= 0
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         DISPLAY 'COBSTKMV - PART ' STKMV-PARTNO
                                 ' - MOVEMENT WOULD TAKE IT BELOW'
                                 ' ZERO'
                         MOVE 'E' TO STKMV-RESULT-FLAG
                         GO TO 4000-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                         GO TO 4000-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT ONHAND_QTY
                      INTO :WS-ONHAND-AFTER
                      FROM PART_STOCK
                     WHERE PARTNO = :PK-PARTNO
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR THRU 9000-EXIT
                   GO TO 4000-EXIT
                END-IF.

                COMPUTE WS-ONHAND-BEFORE =
                        WS-ONHAND-AFTER - WS-SIGNED-QTY.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 5000-NEW-AVERAGE - A RECEIPT BLENDS ITS COST INTO THE STOCK
      * ALREADY HELD; EVERY OTHER MOVEMENT GOES AT THE AVERAGE, WHICH
      * IT LEAVES UNCHANGED. A PART RUN DOWN TO NOTHING KEEPS ITS
      * LAST AVERAGE FOR ANY LATER RETURN.
      *-----------------------------------------------------------------
       5000-NEW-AVERAGE.

                IF STKMV-TYPE NOT = 'R'
                   MOVE WS-AVG-COST TO SM-UNIT-COST
                   GO TO 5000-EXIT
                END-IF.

                MOVE STKMV-UNIT-COST TO SM-UNIT-COST.

                IF WS-ONHAND-AFTER GREATER THAN ZERO
                   COMPUTE WS-STOCK-VALUE =
                           WS-ONHAND-BEFORE * WS-AVG-COST
                         + WS-SIGNED-QTY * STKMV-UNIT-COST
                   COMPUTE WS-AVG-COST ROUNDED =
                           WS-STOCK-VALUE / WS-ONHAND-AFTER
                END-IF.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 6000-WRITE-MOVEMENT
      *-----------------------------------------------------------------
       6000-WRITE-MOVEMENT.

                MOVE WS-MOVE-TS      TO SM-MOVE-TS.
                MOVE STKMV-TYPE      TO SM-MOVE-TYPE.
                MOVE WS-SIGNED-QTY   TO SM-MOVE-QTY.
                MOVE STKMV-REASON    TO SM-REASON.
                MOVE STKMV-REF-TYPE  TO SM-REF-TYPE.
                MOVE STKMV-REF-ID    TO SM-REF-ID.
                MOVE WS-ONHAND-AFTER TO SM-ONHAND-AFTER.
                MOVE WS-AVG-COST     TO SM-AVG-COST-AFTER.
                MOVE WS-MOVED-BY     TO SM-MOVED-BY.

                EXEC SQL
                    INSERT INTO STOCK_MOVEMENT
                         (PARTNO, MOVE_TS, MOVE_TYPE, MOVE_QTY,
                          UNIT_COST, REASON, REF_TYPE, REF_ID,
                          ONHAND_AFTER, AVG_COST_AFTER, MOVED_BY)
                    VALUES
                         (:SM-PARTNO, :SM-MOVE-TS, :SM-MOVE-TYPE,
                          :SM-MOVE-QTY, :SM-UNIT-COST, :SM-REASON,
                          :SM-REF-TYPE, :SM-REF-ID,
                          :SM-ONHAND-AFTER, :SM-AVG-COST-AFTER,
                          :SM-MOVED-BY)
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR THRU 9000-EXIT
                END-IF.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 9000-DBERROR - GET ERROR MESSAGE; THE CALLER SEES 'E'.
      *-----------------------------------------------------------------
       9000-DBERROR.
                MOVE 'E' TO STKMV-RESULT-FLAG.
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
       9000-EXIT.
                EXIT.
      *-----------------------------------------------------------------
      * 9999-ERROR-DISPLAY
      *-----------------------------------------------------------------
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
