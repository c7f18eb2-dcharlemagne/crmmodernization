      *                STILL-OPEN ACTIVITIES AND ASSIGNMENTS ARE
      *                LISTED EXACTLY AND THE STEP ENDS WITH A
      *                NON-ZERO CONDITION CODE.
      *                A SECOND SYSIN CARD GIVES THE AMORTIZATION LIFE
      *                IN MONTHS. IT IS REQUIRED WHEN COBCAPLB HAS
      *                BUILT AN ASSET UNDER CONSTRUCTION FOR THE
      *                PROJECT (CAP_ASSET); ON CLOSE THE ASSET IS PLACED
      *                IN SERVICE FROM THE NEXT MONTH AND ITS STRAIGHT-
      *                LINE SCHEDULE IS WRITTEN TO CAP_AMORT_SCHED FOR
      *                COBCAPLB TO POST MONTH BY MONTH.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
       01  WS-ACT-ENDDATE         PIC X(10).
       01  WS-ACT-ENDDATE-IND     PIC S9(4) USAGE COMP.
       01  WS-CLOSED-BY           PIC X(8).
       01  WS-LIFE-CARD           PIC X(3).
       01  WS-LIFE-NUM            REDEFINES WS-LIFE-CARD
                                  PIC 9(3).
       77  ASSET-SWITCH           PIC X          VALUE  SPACES.
               88  ASSET-TO-AMORTIZE             VALUE  'Y'.
       01  WS-AUC-BALANCE         PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-LIFE-MONTHS         PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-PERIOD-NO           PIC S9(4) USAGE COMP.
       01  WS-AMORT-EACH          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-AMORT-AMOUNT        PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-AMORT-CUM           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-CLOSING-NBV         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-TODAY               PIC X(10).
       01  WS-YM-BASE             PIC S9(9) USAGE COMP.
       01  WS-YM-NUM              PIC S9(9) USAGE COMP.
       01  WS-YM-YEAR             PIC 9(4).
       01  WS-YM-MONTH            PIC 9(2).
       01  WS-PERIOD-YM           PIC X(6).
       01  WS-IN-SERVICE-YM       PIC X(6).

       01  WS-RPT-STAFF-LINE.
           10 FILLER              PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-ACT-END      PIC X(10).

       01  WS-RPT-AMORT-LINE.
           10 FILLER              PIC X(6).
           10 FILLER              PIC X(9)   VALUE 'AMORT'.
           10 WS-RPT-PERIOD       PIC ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RPT-PERIOD-YM    PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-AMORT        PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-NBV          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
                EXEC SQL INCLUDE PROJCLS
                END-EXEC.

                EXEC SQL INCLUDE CAPAST
                END-EXEC.

                EXEC SQL INCLUDE CAPAMRT
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - C1 IS THE FINAL STAFFING LIST,
       MAINLINE.

                ACCEPT WS-PROJNO.
                ACCEPT WS-LIFE-CARD.

                DISPLAY 'CLOSE-OUT FOR PROJECT ' WS-PROJNO.

                   THRU    3000-EXIT
                   PERFORM 4000-MARK-CLOSED
                   THRU    4000-EXIT
                   IF ASSET-TO-AMORTIZE
                      PERFORM 4500-START-AMORTIZATION
                      THRU    4500-EXIT
                   END-IF
                END-IF.

                STOP RUN.
                   STOP RUN
                END-IF.

                PERFORM 1500-CHECK-ASSET
                THRU    1500-EXIT.

       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1500-CHECK-ASSET - A PROJECT WITH CAPITALIZED LABOR CANNOT BE
      * CLOSED WITHOUT A USABLE AMORTIZATION LIFE.
      ******************************************************************
       1500-CHECK-ASSET.

                EXEC SQL
                    SELECT AUC_BALANCE
                      INTO :WS-AUC-BALANCE
                      FROM CAP_ASSET
                     WHERE PROJ_NO = :WS-PROJNO
                       AND ASTATUS = 'C'
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         GO TO 1500-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-AUC-BALANCE NOT GREATER THAN ZERO
                   GO TO 1500-EXIT
                END-IF.

                IF WS-LIFE-NUM NOT NUMERIC
                   OR WS-LIFE-NUM = ZERO
                   DISPLAY 'PROJECT HAS CAPITALIZED LABOR OF '
                           WS-AUC-BALANCE
                   DISPLAY 'AMORTIZATION LIFE (MONTHS) MISSING OR '
                           'INVALID: ' WS-LIFE-CARD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                END-IF.

                MOVE WS-LIFE-NUM TO WS-LIFE-MONTHS.
                MOVE 'Y'         TO ASSET-SWITCH.

       1500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-COMPLETENESS-CHECKS
       4000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4500-START-AMORTIZATION - PLACE THE ASSET IN SERVICE FROM THE
      * MONTH AFTER THE CLOSE AND WRITE ITS STRAIGHT-LINE SCHEDULE,
      * ONE ROW PER MONTH OF LIFE. EVERY PERIOD BUT THE LAST TAKES
      * BALANCE / LIFE ROUNDED; THE LAST TAKES WHAT IS LEFT SO THE
      * SCHEDULE CLEARS THE BALANCE TO THE CENT.
      ******************************************************************
       4500-START-AMORTIZATION.

                EXEC SQL
                     SET :WS-TODAY = CHAR(CURRENT DATE, ISO)
                END-EXEC.

                MOVE WS-TODAY (1:4) TO WS-YM-YEAR.
                MOVE WS-TODAY (6:2) TO WS-YM-MONTH.
                COMPUTE WS-YM-BASE = WS-YM-YEAR * 12 + WS-YM-MONTH.

                COMPUTE WS-AMORT-EACH ROUNDED =
                        WS-AUC-BALANCE / WS-LIFE-MONTHS.
                MOVE ZERO TO WS-AMORT-CUM.

                DISPLAY 'AMORTIZATION SCHEDULE - BALANCE '
                        WS-AUC-BALANCE ' OVER ' WS-LIFE-MONTHS
                        ' MONTHS'.

                PERFORM 4600-WRITE-PERIOD
                THRU    4600-EXIT
                VARYING WS-PERIOD-NO FROM 1 BY 1
                UNTIL   WS-PERIOD-NO GREATER THAN WS-LIFE-MONTHS.

                MOVE WS-PROJNO        TO CS-PROJ-NO.
                MOVE WS-IN-SERVICE-YM TO CS-IN-SERVICE-YM.
                MOVE WS-LIFE-MONTHS   TO CS-LIFE-MONTHS.

                EXEC SQL
                    UPDATE CAP_ASSET
                       SET ASTATUS       = 'A',
                           IN_SERVICE_YM = :CS-IN-SERVICE-YM,
                           LIFE_MONTHS   = :CS-LIFE-MONTHS,
                           UPDATED_TS    = CURRENT TIMESTAMP
                     WHERE PROJ_NO = :CS-PROJ-NO
                       AND ASTATUS = 'C'
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         DISPLAY 'ASSET IN SERVICE FROM '
                                 WS-IN-SERVICE-YM
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       4500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4600-WRITE-PERIOD - ONE CAP_AMORT_SCHED ROW
      ******************************************************************
       4600-WRITE-PERIOD.

                COMPUTE WS-YM-NUM   = WS-YM-BASE + WS-PERIOD-NO.
                COMPUTE WS-YM-YEAR  = (WS-YM-NUM - 1) / 12.
                COMPUTE WS-YM-MONTH =
                        WS-YM-NUM - (WS-YM-YEAR * 12).
                MOVE WS-YM-YEAR  TO WS-PERIOD-YM (1:4).
                MOVE WS-YM-MONTH TO WS-PERIOD-YM (5:2).

                IF WS-PERIOD-NO = 1
                   MOVE WS-PERIOD-YM TO WS-IN-SERVICE-YM
                END-IF.

                IF WS-PERIOD-NO = WS-LIFE-MONTHS
                   COMPUTE WS-AMORT-AMOUNT =
                           WS-AUC-BALANCE - WS-AMORT-CUM
                ELSE
                   MOVE WS-AMORT-EACH TO WS-AMORT-AMOUNT
                END-IF.

                ADD WS-AMORT-AMOUNT TO WS-AMORT-CUM.
                COMPUTE WS-CLOSING-NBV = WS-AUC-BALANCE - WS-AMORT-CUM.

                MOVE WS-PROJNO       TO CM-PROJ-NO.
                MOVE WS-PERIOD-NO    TO CM-PERIOD-NO.
                MOVE WS-PERIOD-YM    TO CM-PYEARMONTH.
                MOVE WS-AMORT-AMOUNT TO CM-AMORT-AMOUNT.
                MOVE WS-CLOSING-NBV  TO CM-CLOSING-NBV.

                EXEC SQL
                    INSERT INTO CAP_AMORT_SCHED
                         (PROJ_NO, PERIOD_NO, PYEARMONTH,
                          AMORT_AMOUNT, CLOSING_NBV, POSTED)
                    VALUES
                         (:CM-PROJ-NO, :CM-PERIOD-NO, :CM-PYEARMONTH,
                          :CM-AMORT-AMOUNT, :CM-CLOSING-NBV, 'N')
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-PERIOD-NO    TO WS-RPT-PERIOD.
                MOVE WS-PERIOD-YM    TO WS-RPT-PERIOD-YM.
                MOVE WS-AMORT-AMOUNT TO WS-RPT-AMORT.
                MOVE WS-CLOSING-NBV  TO WS-RPT-NBV.
                DISPLAY WS-RPT-AMORT-LINE.

       4600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 5000-LIST-OPEN-ITEMS - EXACTLY WHAT STILL BLOCKS THE CLOSE.
