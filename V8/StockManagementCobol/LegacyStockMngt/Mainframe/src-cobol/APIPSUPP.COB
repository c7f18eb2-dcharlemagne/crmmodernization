      *             3 UPDATES ITS PRICE AND LEAD TIME, AND 4 DELETES
      *             IT. RESP-CODE 0 IS SUCCESS, 1 NOT FOUND / FAILED,
      *             2 REFERENCED MASTER ROW MISSING, 99 UNKNOWN
      *             COMMAND. EVERY PRICE THE PAIR CARRIES IS KEPT ON
      *             THE EFFECTIVE-DATED PART_SUPP_PRICE HISTORY - AN
      *             INSERT OR A PRICE CHANGE WRITES TODAY'S PRICE, A
      *             DELETE A NULL PRICE, AND THE FIRST CHANGE TO A
      *             PAIR WITH NO HISTORY YET SEEDS THE PRICE IT
      *             REPLACES AS OF 0001-01-01 - SO A PO CAN BE
      *             PRICED AGAINST THE CATALOG OF ITS ORDER DATE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
       01 W-UNIT-PRICE          PIC S9(7)V9(2) COMP-3.
       01 W-LEAD-DAYS           PIC S9(4) COMP.
       01 W-CHECK-KEY           PIC X(6).
       01 W-OLD-PRICE           PIC S9(7)V9(2) COMP-3.
       01 W-OLD-PRICE-IND       PIC S9(4) COMP.
       01 W-HIST-PRICE-IND      PIC S9(4) COMP.
       01 W-HIST-COUNT          PIC S9(9) COMP.

           EXEC SQL
              INCLUDE SUPP
              INCLUDE PARTSUPP
           END-EXEC.

           EXEC SQL
              INCLUDE PSPRICE
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
                   MOVE 0                       TO RESP-CODE
               WHEN OTHER
                   MOVE 1                       TO RESP-CODE
                   GOBACK
           END-EVALUATE.

           MOVE ZERO TO W-HIST-PRICE-IND.
           PERFORM SAVE-PRICE-HISTORY.
      *-----------------------------------------------------------------
      * CMD-03 - UPDATE A CROSS-REFERENCE'S PRICE AND LEAD TIME. A
      * CHANGED PRICE GOES ON THE HISTORY; A LEAD-TIME-ONLY CHANGE
      * DOES NOT.
      *-----------------------------------------------------------------
       CMD-03.
           MOVE DATA-IN    TO W-XREF-AREA.
           MOVE W-PRICE-ED TO W-UNIT-PRICE.
           MOVE W-LEAD-ED  TO W-LEAD-DAYS.

           PERFORM READ-OLD-PRICE.

           IF RESP-CODE NOT = 0
               GOBACK
           END-IF.

           EXEC SQL
                  UPDATE PART_SUPPLIER
                     SET UNIT_PRICE = :W-UNIT-PRICE
                   MOVE 0                       TO RESP-CODE
               WHEN OTHER
                   MOVE 1                       TO RESP-CODE
                   GOBACK
           END-EVALUATE.

           IF W-OLD-PRICE-IND NOT LESS THAN ZERO
              AND W-OLD-PRICE = W-UNIT-PRICE
               GOBACK
           END-IF.

           PERFORM SEED-PRICE-HISTORY.

           IF RESP-CODE = 0
               MOVE ZERO TO W-HIST-PRICE-IND
               PERFORM SAVE-PRICE-HISTORY
           END-IF.
      *-----------------------------------------------------------------
      * CMD-04 - DELETE A CROSS-REFERENCE. THE HISTORY KEEPS ITS PAST
      * PRICES AND SHOWS NO CATALOG PRICE FROM TODAY.
      *-----------------------------------------------------------------
       CMD-04.
           MOVE DATA-IN TO W-XREF-AREA.

           PERFORM READ-OLD-PRICE.

           IF RESP-CODE NOT = 0
               GOBACK
           END-IF.

           EXEC SQL
                  DELETE FROM PART_SUPPLIER
                   WHERE PARTNO = :W-XREF-PARTNO
                     AND SUPNO  = :W-XREF-SUPNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0                       TO RESP-CODE
               WHEN OTHER
                   MOVE 1                       TO RESP-CODE
                   GOBACK
           END-EVALUATE.

           PERFORM SEED-PRICE-HISTORY.

           IF RESP-CODE = 0
               MOVE ZERO TO W-UNIT-PRICE
               MOVE -1   TO W-HIST-PRICE-IND
               PERFORM SAVE-PRICE-HISTORY
           END-IF.
      *-----------------------------------------------------------------
      * READ-OLD-PRICE - THE PRICE ABOUT TO BE REPLACED OR REMOVED.
      *-----------------------------------------------------------------
       READ-OLD-PRICE.
           EXEC SQL
                  SELECT
                    UNIT_PRICE
                  INTO
                    :W-OLD-PRICE :W-OLD-PRICE-IND
                  FROM PART_SUPPLIER
                  WHERE PARTNO = :W-XREF-PARTNO
                    AND SUPNO  = :W-XREF-SUPNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0                       TO RESP-CODE
               WHEN OTHER
                   MOVE 1                       TO RESP-CODE
           END-EVALUATE.
      *-----------------------------------------------------------------
      * SEED-PRICE-HISTORY - A PAIR WITH NO HISTORY YET HAS CARRIED
      * ITS OLD PRICE SINCE BEFORE THE HISTORY STARTED; RECORD IT AS
      * OF 0001-01-01 SO EARLIER POS STILL FIND IT.
      *-----------------------------------------------------------------
       SEED-PRICE-HISTORY.
           EXEC SQL
                  SELECT
                    COUNT(*)
                  INTO
                    :W-HIST-COUNT
                  FROM PART_SUPP_PRICE
                  WHERE PARTNO = :W-XREF-PARTNO
                    AND SUPNO  = :W-XREF-SUPNO
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 1 TO RESP-CODE
               GOBACK
           END-IF.

           IF W-HIST-COUNT = ZERO
               EXEC SQL
                      INSERT INTO PART_SUPP_PRICE
                           (PARTNO, SUPNO, EFF_DATE, UNIT_PRICE,
                            CHANGED_BY, CHANGED_TS)
                      VALUES
                           (:W-XREF-PARTNO, :W-XREF-SUPNO,
                            DATE('0001-01-01'),
                            :W-OLD-PRICE :W-OLD-PRICE-IND,
                            USER, CURRENT TIMESTAMP)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 1 TO RESP-CODE
                   GOBACK
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * SAVE-PRICE-HISTORY - TODAY'S PRICE (NULL WHEN W-HIST-PRICE-IND
      * IS NEGATIVE). A SECOND CHANGE THE SAME DAY REPLACES THE DAY'S
      * ROW.
      *-----------------------------------------------------------------
       SAVE-PRICE-HISTORY.
           EXEC SQL
                  UPDATE PART_SUPP_PRICE
                     SET UNIT_PRICE = :W-UNIT-PRICE :W-HIST-PRICE-IND
                       , CHANGED_BY = USER
                       , CHANGED_TS = CURRENT TIMESTAMP
                   WHERE PARTNO   = :W-XREF-PARTNO
                     AND SUPNO    = :W-XREF-SUPNO
                     AND EFF_DATE = CURRENT DATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0                       TO RESP-CODE
               WHEN +100
                   PERFORM INSERT-PRICE-HISTORY
               WHEN OTHER
                   MOVE 1                       TO RESP-CODE
           END-EVALUATE.
      *-----------------------------------------------------------------
      * INSERT-PRICE-HISTORY - FIRST PRICE RECORDED FOR THE DAY.
      *-----------------------------------------------------------------
       INSERT-PRICE-HISTORY.
           EXEC SQL
                  INSERT INTO PART_SUPP_PRICE
                       (PARTNO, SUPNO, EFF_DATE, UNIT_PRICE,
                        CHANGED_BY, CHANGED_TS)
                  VALUES
                       (:W-XREF-PARTNO, :W-XREF-SUPNO, CURRENT DATE,
                        :W-UNIT-PRICE :W-HIST-PRICE-IND,
                        USER, CURRENT TIMESTAMP)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0                       TO RESP-CODE
