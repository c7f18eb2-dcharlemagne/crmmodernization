      *                CONFIRM, NEVER RECEIVED UNSEEN. SO RUNNING OUT
      *                OF MICE STOPS BEING DISCOVERED BY A NEW HIRE
      *                WITH NO MOUSE. A LOW PART WITH NO SUPPLIER ON
      *                FILE IS PRINTED AND SKIPPED. EACH SUPPLIER
      *                PRINTS WITH ITS LATEST COBRPT87 SCORECARD
      *                SCORE. AN 'S' IN COLUMN 8 OF THE SYSIN CARD
      *                CHOOSES THE SUPPLIER ON A WEIGHTED BLEND OF
      *                PRICE (CHEAPEST = 100) AND THAT SCORE INSTEAD
      *                OF PRICE ALONE - COLUMNS 10-12 GIVE THE
      *                PERCENT OF THE WEIGHT ON PRICE (DEFAULT 50); A
      *                SUPPLIER NOT YET SCORED COUNTS AS 50.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
       01  WS-LOW-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-DRAFT-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-NOSUPP-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-RO-CARD.
           05 WS-PO-SEQ           PIC 9(6).
           05 FILLER              PIC X(1).
           05 WS-RO-MODE          PIC X(1).
               88  WS-SCORE-MODE                VALUE 'S'.
           05 FILLER              PIC X(1).
           05 WS-RO-PRICE-WEIGHT  PIC 9(3).
           05 FILLER              PIC X(68).
       01  WS-PRICE-WEIGHT        PIC S9(3) USAGE COMP-3 VALUE 50.
       01  WS-SCORE               PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-SCORE-USED          PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-CHEAPEST-PRICE      PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-PRICE-INDEX         PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-SUPP-VALUE          PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-BEST-VALUE          PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-SUPP-ROWS           PIC S9(4) USAGE COMP.
       01  WS-SCORE-ED            PIC ZZ9.9.

      ******************************************************************
      * VARIABLES FOR THE APIPORD CALLS
           10 WS-RPT-LEAD         PIC ZZZ9.
           10 FILLER              PIC X(6)   VALUE ' DAYS'.
           10 WS-RPT-MARK         PIC X(12).
           10 FILLER              PIC X(8)   VALUE '  SCORE '.
           10 WS-RPT-SCORE        PIC X(5).
           10 FILLER              PIC X(51).

       01  WS-RPT-CHOICE-LINE.
           10 FILLER              PIC X(6).
           10 FILLER              PIC X(36)
                VALUE 'CHOSEN ON PRICE AND SCORE - SUPPLIER'.
           10 FILLER              PIC X(1).
           10 WS-RPT-CHOICE-SUPNO PIC X(6).
           10 FILLER              PIC X(8)   VALUE '  VALUE '.
           10 WS-RPT-CHOICE-VALUE PIC ZZ9.99.
           10 FILLER              PIC X(69).

       01  WS-RPT-DRAFT-LINE.
           10 FILLER              PIC X(6).
                EXEC SQL INCLUDE PARTSUPP
                END-EXEC.

                EXEC SQL INCLUDE SUPPSCOR
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
                END-EXEC.

      ******************************************************************
      * C2 - THE LOW PART'S SUPPLIERS, CHEAPEST FIRST, EACH WITH ITS
      * LATEST SCORECARD SCORE (-1 WHEN NEVER SCORED).
      ******************************************************************
                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      P.SUPNO,
                      P.UNIT_PRICE,
                      COALESCE(P.LEAD_DAYS, 0),
                      COALESCE(
                        (SELECT S.SCORE
                           FROM SUPP_SCORE S
                          WHERE S.SUPNO     = P.SUPNO
                            AND S.SCORE_QTR =
                                (SELECT MAX(S2.SCORE_QTR)
                                   FROM SUPP_SCORE S2
                                  WHERE S2.SUPNO = P.SUPNO)),
                        -1)
                    FROM PART_SUPPLIER P
                    WHERE P.PARTNO = :WS-PARTNO
                    ORDER BY P.UNIT_PRICE, P.LEAD_DAYS
                END-EXEC.

      /
      ******************************************************************
       MAINLINE.

                MOVE SPACES TO WS-RO-CARD.
                ACCEPT WS-RO-CARD.

                IF WS-RO-PRICE-WEIGHT NUMERIC
                AND WS-RO-PRICE-WEIGHT NOT GREATER THAN 100
                   MOVE WS-RO-PRICE-WEIGHT TO WS-PRICE-WEIGHT
                END-IF.

                DISPLAY 'STOCK REORDER RUN - DRAFT POS FROM '
                        WS-PO-SEQ.

                IF WS-SCORE-MODE
                   DISPLAY 'SUPPLIERS CHOSEN ON PRICE AND SCORE - '
                           'PRICE WEIGHT ' WS-PRICE-WEIGHT
                END-IF.

                PRINT WS-RPT-HEADER.

                PERFORM 2000-PROCESS

                MOVE SPACES TO WS-BEST-SUPNO
                               END-OF-C2-SWITCH.
                MOVE ZERO   TO WS-BEST-PRICE
                               WS-BEST-VALUE
                               WS-CHEAPEST-PRICE
                               WS-SUPP-ROWS.

                EXEC SQL
                  OPEN  C2
                   GO TO 2400-EXIT
                END-IF.

                IF WS-SCORE-MODE
                   MOVE WS-BEST-SUPNO TO WS-RPT-CHOICE-SUPNO
                   MOVE WS-BEST-VALUE TO WS-RPT-CHOICE-VALUE
                   PRINT WS-RPT-CHOICE-LINE
                END-IF.

                PERFORM 2600-RAISE-DRAFT-PO
                THRU    2600-EXIT.

      /
      ******************************************************************
      * 2500-FETCH-SUPPLIER - THE CURSOR COMES BACK CHEAPEST FIRST,
      * SO THE FIRST ROW IS THE PICK ON PRICE ALONE.
      ******************************************************************
       2500-FETCH-SUPPLIER.

                    FETCH C2
                    INTO  :WS-SUPNO,
                          :WS-UNIT-PRICE,
                          :WS-LEAD-DAYS,
                          :WS-SCORE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-SUPP-ROWS
                         MOVE WS-SUPNO      TO WS-RPT-SUPNO
                         MOVE WS-UNIT-PRICE TO WS-RPT-PRICE
                         MOVE WS-LEAD-DAYS  TO WS-RPT-LEAD
                         IF WS-SCORE LESS THAN ZERO
                            MOVE '  N/A'       TO WS-RPT-SCORE
                         ELSE
                            MOVE WS-SCORE      TO WS-SCORE-ED
                            MOVE WS-SCORE-ED   TO WS-RPT-SCORE
                         END-IF
                         IF WS-SUPP-ROWS = 1
                            MOVE WS-UNIT-PRICE TO WS-CHEAPEST-PRICE
                            MOVE '  ** CHEAPEST'
                                               TO WS-RPT-MARK
                         ELSE
                            MOVE SPACES        TO WS-RPT-MARK
                         END-IF
                         PERFORM 2550-WEIGH-SUPPLIER
                         THRU    2550-EXIT
                         PRINT WS-RPT-SUPP-LINE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2550-WEIGH-SUPPLIER - ON PRICE ALONE THE FIRST (CHEAPEST) ROW
      * WINS. ON PRICE AND SCORE, EACH SUPPLIER'S PRICE IS INDEXED TO
      * THE CHEAPEST (CHEAPEST = 100) AND BLENDED WITH ITS SCORECARD
      * SCORE AT THE PRICE WEIGHT; THE HIGHEST BLEND WINS, TIES TO
      * THE CHEAPER.
      ******************************************************************
       2550-WEIGH-SUPPLIER.

                IF NOT WS-SCORE-MODE
                   IF WS-BEST-SUPNO = SPACES
                      MOVE WS-SUPNO      TO WS-BEST-SUPNO
                      MOVE WS-UNIT-PRICE TO WS-BEST-PRICE
                   END-IF
                   GO TO 2550-EXIT
                END-IF.

                IF WS-SCORE LESS THAN ZERO
                   MOVE 50       TO WS-SCORE-USED
                ELSE
                   MOVE WS-SCORE TO WS-SCORE-USED
                END-IF.

                IF WS-UNIT-PRICE GREATER THAN ZERO
                   COMPUTE WS-PRICE-INDEX ROUNDED =
                           WS-CHEAPEST-PRICE * 100 / WS-UNIT-PRICE
                ELSE
                   MOVE 100 TO WS-PRICE-INDEX
                END-IF.

                COMPUTE WS-SUPP-VALUE ROUNDED =
                        (WS-PRICE-WEIGHT * WS-PRICE-INDEX
                         + (100 - WS-PRICE-WEIGHT) * WS-SCORE-USED)
                        / 100.

                IF WS-BEST-SUPNO = SPACES
                OR WS-SUPP-VALUE GREATER THAN WS-BEST-VALUE
                   MOVE WS-SUPNO      TO WS-BEST-SUPNO
                   MOVE WS-UNIT-PRICE TO WS-BEST-PRICE
                   MOVE WS-SUPP-VALUE TO WS-BEST-VALUE
                END-IF.

       2550-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-RAISE-DRAFT-PO - HEADER AND ONE LINE THROUGH APIPORD,
