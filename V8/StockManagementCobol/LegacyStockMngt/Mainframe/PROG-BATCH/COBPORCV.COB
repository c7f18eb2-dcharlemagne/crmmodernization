      *-----------------------------------------------------------------
      *     COBPORCV - PURCHASE-ORDER RECEIVING BATCH JOB. READS THE
      *                RECVFILE OF PO NUMBER / LINE NUMBER / RECEIVED
      *                QUANTITY / HARDWARE SET / COMPONENT SLOT /
      *                RECEIPT DATE LINES, POSTS THE RECEIVED
      *                QUANTITY TO THE PO_LINE (AND EACH RECEIPT TO
      *                PO_RECEIPT), AND FOR A HARDWARE COMPONENT LINE
      *                CREATES OR UPDATES THE HARDWARE SET'S
      *                COMPONENT ENTRY - THE PART NUMBER BECOMES THE
      *                COMPONENT ID AND THE LINE'S UNIT PRICE ITS
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  WRITE EVERY RECEIPT TO PO_RECEIPT WITH THE
      *                     DATE THE GOODS ARRIVED - KEYED IN THE NEW
      *                     RCV-RECV-DATE FIELD (YYYY-MM-DD), OR THE
      *                     RUN DATE WHEN LEFT BLANK - SO COBRPT87 CAN
      *                     SCORE SUPPLIER DELIVERY AGAINST THE LEAD
      *                     TIME PROMISED. AN INVALID DATE IS A BAD
      *                     LINE.
      *    2026-10-15  RJM  POST RECEIPTS TO STOCK THROUGH COBSTKMV SO
      *                     EACH ONE LANDS ON THE STOCK_MOVEMENT
      *                     LEDGER WITH THE PO AND LINE AS REFERENCE
      *                     AND THE LINE PRICE RE-AVERAGES THE PART'S
      *                     COST. A RECEIPT THE ROUTINE REFUSES IS
      *                     DISPLAYED AND COUNTED.
      *    2026-10-15  RJM  AN APPROVAL APIPORD TOOK ON AN ABSENT
      *                     APPROVER'S BEHALF (ONBEHALF_OF SET, THE
      *                     DELEGATE OR ESCALATION MANAGER ACCEPTED BY
      *                     COBDLGCK) COUNTS LIKE THE APPROVER'S OWN.
      *                     RECEIPTS BOOKED UNDER SUCH AN APPROVAL ARE
      *                     DISPLAYED AND COUNTED SO THE DELEGATED
      *                     SPEND SHOWS IN THE RUN LOG.
      *    2026-09-02  RJM  REFUSE RECEIPTS AGAINST AN UNAPPROVED PO
      *                     OVER THE LIMIT - A PO WHOSE LINE VALUE
      *                     EXCEEDS THE LOWEST PO_APPR_LIMIT LEVEL'S
           05 RCV-QTY                   PIC X(4).
           05 RCV-HARDWARE-ID           PIC X(10).
           05 RCV-COMPONENT             PIC X(1).
           05 RCV-RECV-DATE             PIC X(10).
           05 FILLER                    PIC X(45).

      /
       WORKING-STORAGE SECTION.
       01  WS-RECV-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-BAD-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-PROJNO              PIC X(6).
       01  WS-PO-VALUE            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-FLOOR-LIMIT         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-FLOOR-LIMIT-IND     PIC S9(4) USAGE COMP.
       77  WS-APPR-OK-SWITCH      PIC X          VALUE SPACES.
               88  WS-APPR-OK                  VALUE 'Y'.
       01  WS-UNAPPROVED-COUNT    PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-ONBEHALF-OF         PIC X(6).
       01  WS-ONBEHALF-IND        PIC S9(4) USAGE COMP.
       01  WS-DELEGATED-COUNT     PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-STOCK-FAIL-COUNT    PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-RECV-DATE           PIC X(10).
      *****************************************************
      * PARAMETERS FOR THE COBSTKMV STOCK MOVEMENT CALL   *
      *****************************************************
       01  WS-MOVE-PARTNO         PIC X(6).
       01  WS-MOVE-TYPE           PIC X(1).
       01  WS-MOVE-QTY            PIC S9(9) USAGE COMP.
       01  WS-MOVE-COST           PIC S9(7)V9(4) USAGE COMP-3.
       01  WS-MOVE-REASON         PIC X(30).
       01  WS-MOVE-REF-TYPE       PIC X(1).
       01  WS-MOVE-REF-ID         PIC X(12).
       01  WS-MOVE-ONHAND         PIC S9(9) USAGE COMP.
       01  WS-MOVE-RESULT         PIC X(1).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
                EXEC SQL INCLUDE APPRLIM
                END-EXEC.

                EXEC SQL INCLUDE PORECPT
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
                DISPLAY 'LINES IN ERROR   = ' WS-BAD-COUNT.
                DISPLAY 'REFUSED UNAPPROVED = '
                        WS-UNAPPROVED-COUNT.
                DISPLAY 'ON DELEGATED APPROVAL = '
                        WS-DELEGATED-COUNT.
                DISPLAY 'STOCK NOT POSTED = ' WS-STOCK-FAIL-COUNT.

                STOP RUN.
      /
                MOVE RCV-HARDWARE-ID TO WS-HARDWARE-ID.
                MOVE RCV-COMPONENT   TO WS-COMPONENT.

                PERFORM 2050-CHECK-RECV-DATE
                THRU    2050-EXIT.

                IF WS-RECV-DATE = SPACES
                   DISPLAY 'BAD RECEIPT DATE FOR PO ' RCV-PONO
                   ADD 1 TO WS-BAD-COUNT
                   GO TO 2000-EXIT
                END-IF.

                PERFORM 2100-POST-RECEIPT
                THRU    2100-EXIT.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2050-CHECK-RECV-DATE - A BLANK DATE MEANS THE GOODS CAME IN
      * TODAY. A KEYED ONE MUST BE A REAL DATE AND NOT IN THE FUTURE;
      * ANYTHING ELSE COMES BACK AS SPACES.
      ******************************************************************
       2050-CHECK-RECV-DATE.

                MOVE SPACES TO WS-RECV-DATE.

                IF RCV-RECV-DATE = SPACES
                   EXEC SQL
                       SET :WS-RECV-DATE = CHAR(CURRENT DATE, ISO)
                   END-EXEC
                ELSE
                   MOVE RCV-RECV-DATE TO WS-RECV-DATE
                   EXEC SQL
                       SET :WS-RECV-DATE =
                           CASE WHEN DATE(:WS-RECV-DATE)
                                     <= CURRENT DATE
                                THEN CHAR(DATE(:WS-RECV-DATE), ISO)
                                ELSE ' '
                           END
                   END-EXEC
                END-IF.

                IF SQLCODE NOT = 0
                   MOVE SPACES TO WS-RECV-DATE
                END-IF.

       2050-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2100-POST-RECEIPT - BOOK THE QUANTITY ONTO THE PO LINE, PICK
                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-RECV-COUNT
                         IF WS-ONBEHALF-IND NOT LESS THAN ZERO
                            DISPLAY 'PO ' WS-PONO ' RECEIVED ON '
                                    'APPROVAL FOR ' WS-ONBEHALF-OF
                            ADD 1 TO WS-DELEGATED-COUNT
                         END-IF
                         PERFORM 2200-RECORD-RECEIPT
                         THRU    2200-EXIT
                         PERFORM 2300-NOTE-CHARGE-CODE
                         THRU    2300-EXIT
                    WHEN OTHER
      * RECORDED APPROVAL. OVER THAT FLOOR, THE HEADER MUST CARRY AN
      * APPROVAL (APIPORD CMD 5) FROM A LEVEL WHOSE LIMIT COVERS THE
      * VALUE. AN EMPTY SCHEME LEAVES RECEIVING OPEN AS BEFORE -
      * THE CONTROL STARTS WHEN PURCHASING LOADS THE LIMITS. AN
      * APPROVAL TAKEN ON AN ABSENT APPROVER'S BEHALF STANDS THE SAME
      * AS THEIR OWN; ONBEHALF_OF IS PICKED UP FOR THE RUN LOG.
      ******************************************************************
       2150-CHECK-APPROVAL.

                MOVE SPACES TO WS-APPR-OK-SWITCH.
                MOVE -1     TO WS-ONBEHALF-IND.

                EXEC SQL
                    SELECT MIN(A.APPRLIMIT)
                MOVE -1 TO WS-APPR-LEVEL-IND.

                EXEC SQL
                    SELECT APPR_LEVEL,
                           ONBEHALF_OF
                      INTO :WS-APPR-LEVEL :WS-APPR-LEVEL-IND,
                           :WS-ONBEHALF-OF :WS-ONBEHALF-IND
                      FROM PURCHASE_ORDER
                     WHERE PONO = :WS-PONO
                END-EXEC.
      /
      ******************************************************************
      * 2400-POST-STOCK - A RECEIPT WITH NO COMPONENT SLOT GOES TO
      * STOCK THROUGH COBSTKMV, WHICH RAISES PART_STOCK, RE-AVERAGES
      * THE PART'S COST AT THE LINE'S UNIT PRICE AND WRITES THE
      * STOCK_MOVEMENT ROW REFERENCING THE PO AND LINE. FIRST RECEIPT
      * OF A PART SEEDS ITS PART_STOCK ROW WITH ZERO REORDER FIGURES -
      * PURCHASING SETS THE REAL ONES.
      ******************************************************************
       2400-POST-STOCK.

                MOVE WS-PARTNO       TO WS-MOVE-PARTNO.
                MOVE 'R'             TO WS-MOVE-TYPE.
                MOVE WS-QTY          TO WS-MOVE-QTY.
                MOVE WS-UNIT-PRICE   TO WS-MOVE-COST.
                MOVE 'PO RECEIPT'    TO WS-MOVE-REASON.
                MOVE 'P'             TO WS-MOVE-REF-TYPE.
                MOVE SPACES          TO WS-MOVE-REF-ID.
                STRING WS-PONO       DELIMITED BY SIZE
                       WS-LINENO-ED  DELIMITED BY SIZE
                  INTO WS-MOVE-REF-ID.

                CALL 'COBSTKMV' USING WS-MOVE-PARTNO, WS-MOVE-TYPE,
                     WS-MOVE-QTY, WS-MOVE-COST, WS-MOVE-REASON,
                     WS-MOVE-REF-TYPE, WS-MOVE-REF-ID,
                     WS-MOVE-ONHAND, WS-MOVE-RESULT.

                IF WS-MOVE-RESULT = 'E'
                   DISPLAY 'STOCK NOT POSTED FOR PO ' WS-PONO
                           ' LINE ' WS-LINENO-ED
                   ADD 1 TO WS-STOCK-FAIL-COUNT
                END-IF.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-RECORD-RECEIPT - ONE PO_RECEIPT ROW PER RECEIPT, DATED
      * WHEN THE GOODS ARRIVED, FOR THE SUPPLIER SCORECARD.
      ******************************************************************
       2200-RECORD-RECEIPT.

                MOVE WS-PONO      TO RV-PONO.
                MOVE WS-LINENO    TO RV-LINENO.
                MOVE WS-RECV-DATE TO RV-RECV-DATE.
                MOVE WS-QTY       TO RV-RECV-QTY.

                EXEC SQL
                    INSERT INTO PO_RECEIPT
                         (PONO, LINENO, RECV_TS, RECV_DATE, RECV_QTY)
                    VALUES
                         (:RV-PONO, :RV-LINENO, CURRENT TIMESTAMP,
                          :RV-RECV-DATE, :RV-RECV-QTY)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2200-EXIT.
                EXIT.

      /
