      *-----------------------------------------------------------------
      *     COBRPT71 - CAPITALIZED SOFTWARE ASSET AND AMORTIZATION
      *                SCHEDULE REPORT. LISTS EVERY CAP_ASSET BY
      *                SUBSIDIARY AND PROJECT WITH ITS STATUS (UNDER
      *                CONSTRUCTION, AMORTIZING, FULLY AMORTIZED), ITS
      *                CAPITALIZED COST, THE MONTH IT WENT INTO SERVICE,
      *                ITS LIFE, AMORTIZATION TO DATE AND NET BOOK
      *                VALUE, FOLLOWED BY ITS CAP_AMORT_SCHED ROWS WITH
      *                EACH MONTH'S AMOUNT, CLOSING NET BOOK VALUE AND
      *                WHETHER COBCAPLB HAS POSTED IT. TOTALS GIVE THE
      *                ASSETS STILL UNDER CONSTRUCTION AND THE COST,
      *                ACCUMULATED AMORTIZATION AND NET BOOK VALUE OF
      *                THOSE IN SERVICE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT71.
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
       01  WS-SUBID               PIC X(4).
       01  WS-PROJ-NO             PIC X(6).
       01  WS-ASTATUS             PIC X(1).
               88  WS-UNDER-CONSTRUCTION         VALUE 'C'.
               88  WS-AMORTIZING                 VALUE 'A'.
               88  WS-FULLY-AMORTIZED            VALUE 'F'.
       01  WS-AUC-BALANCE         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-IN-SERVICE-YM       PIC X(6).
       01  WS-LIFE-MONTHS         PIC S9(4) USAGE COMP.
       01  WS-AMORT-TO-DATE       PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-PERIOD-NO           PIC S9(4) USAGE COMP.
       01  WS-PERIOD-YM           PIC X(6).
       01  WS-AMORT-AMOUNT        PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CLOSING-NBV         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-POSTED              PIC X(1).
       01  WS-PRIOR-PROJ          PIC X(6)  VALUE SPACES.
       01  WS-ASSET-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-AUC             PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-COST            PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-AMORT           PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(50)
                VALUE 'CAPITALIZED SOFTWARE - AMORTIZATION SCHEDULE'.
           10 FILLER              PIC X(62).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'SUBID'.
           10 FILLER              PIC X(8)   VALUE 'PROJECT'.
           10 FILLER              PIC X(20)  VALUE 'STATUS'.
           10 FILLER              PIC X(18)  VALUE
                '  CAPITALIZED COST'.
           10 FILLER              PIC X(11)  VALUE '  IN SERV'.
           10 FILLER              PIC X(6)   VALUE '  LIFE'.
           10 FILLER              PIC X(18)  VALUE
                '   AMORT TO DATE'.
           10 FILLER              PIC X(18)  VALUE
                '  NET BOOK VALUE'.
           10 FILLER              PIC X(23).

       01  WS-RPT-ASSET.
           10 FILLER              PIC X(2).
           10 WS-RPT-SUBID        PIC X(4).
           10 FILLER              PIC X(4).
           10 WS-RPT-PROJ         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-STATUS       PIC X(20).
           10 WS-RPT-COST         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(3).
           10 WS-RPT-IN-SERVICE   PIC X(6).
           10 FILLER              PIC X(3).
           10 WS-RPT-LIFE         PIC ZZ9.
           10 FILLER              PIC X(1).
           10 WS-RPT-AMORT-TD     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(1).
           10 WS-RPT-NBV          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(22).

       01  WS-RPT-PERIOD.
           10 FILLER              PIC X(18).
           10 FILLER              PIC X(7)   VALUE 'PERIOD '.
           10 WS-RPT-PERIOD-NO    PIC ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RPT-PERIOD-YM    PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-PER-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-PER-NBV      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-PER-POSTED   PIC X(10).
           10 FILLER              PIC X(48).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 WS-RPT-TOT-LABEL    PIC X(36).
           10 WS-RPT-TOT-AMT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(76).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT71'.
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

                EXEC SQL INCLUDE CAPAST
                END-EXEC.

                EXEC SQL INCLUDE CAPAMRT
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - ONE ROW PER SCHEDULE PERIOD, OR
      * ONE ROW FOR AN ASSET THAT HAS NO SCHEDULE YET (PERIOD ZERO).
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      A.SUBID,
                      A.PROJ_NO,
                      A.ASTATUS,
                      A.AUC_BALANCE,
                      COALESCE(A.IN_SERVICE_YM, ' '),
                      COALESCE(A.LIFE_MONTHS, 0),
                      A.AMORT_TO_DATE,
                      COALESCE(S.PERIOD_NO, 0),
                      COALESCE(S.PYEARMONTH, ' '),
                      COALESCE(S.AMORT_AMOUNT, 0),
                      COALESCE(S.CLOSING_NBV, 0),
                      COALESCE(S.POSTED, ' ')
                    FROM CAP_ASSET A
                    LEFT OUTER JOIN CAP_AMORT_SCHED S
                      ON S.PROJ_NO = A.PROJ_NO
                    ORDER BY A.SUBID, A.PROJ_NO, 8
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 2000-PRINT-ASSETS
                THRU    2000-EXIT.

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'UNDER CONSTRUCTION'        TO WS-RPT-TOT-LABEL.
                MOVE WS-TOT-AUC                  TO WS-RPT-TOT-AMT.
                PRINT WS-RPT-TOTAL.
                MOVE 'IN SERVICE - CAPITALIZED COST'
                                                 TO WS-RPT-TOT-LABEL.
                MOVE WS-TOT-COST                 TO WS-RPT-TOT-AMT.
                PRINT WS-RPT-TOTAL.
                MOVE 'IN SERVICE - ACCUMULATED AMORT'
                                                 TO WS-RPT-TOT-LABEL.
                MOVE WS-TOT-AMORT                TO WS-RPT-TOT-AMT.
                PRINT WS-RPT-TOTAL.
                MOVE 'IN SERVICE - NET BOOK VALUE'
                                                 TO WS-RPT-TOT-LABEL.
                COMPUTE WS-RPT-TOT-AMT = WS-TOT-COST - WS-TOT-AMORT.
                PRINT WS-RPT-TOTAL.

                DISPLAY 'ASSETS LISTED = ' WS-ASSET-COUNT.

                GOBACK.
      /
      ******************************************************************
      * 2000-PRINT-ASSETS
      ******************************************************************
       2000-PRINT-ASSETS.

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
                          :WS-PROJ-NO,
                          :WS-ASTATUS,
                          :WS-AUC-BALANCE,
                          :WS-IN-SERVICE-YM,
                          :WS-LIFE-MONTHS,
                          :WS-AMORT-TO-DATE,
                          :WS-PERIOD-NO,
                          :WS-PERIOD-YM,
                          :WS-AMORT-AMOUNT,
                          :WS-CLOSING-NBV,
                          :WS-POSTED
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-PROJ-NO NOT = WS-PRIOR-PROJ
                            PERFORM 2400-PRINT-ASSET
                            THRU    2400-EXIT
                         END-IF
                         IF WS-PERIOD-NO GREATER THAN ZERO
                            PERFORM 2600-PRINT-PERIOD
                            THRU    2600-EXIT
                         END-IF
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
      * 2400-PRINT-ASSET - THE ASSET LINE, ADDED TO ITS STATUS TOTAL
      ******************************************************************
       2400-PRINT-ASSET.

                MOVE WS-PROJ-NO       TO WS-PRIOR-PROJ.
                ADD 1                 TO WS-ASSET-COUNT.

                MOVE SPACES           TO WS-RPT-ASSET.
                MOVE WS-SUBID         TO WS-RPT-SUBID.
                MOVE WS-PROJ-NO       TO WS-RPT-PROJ.
                MOVE WS-AUC-BALANCE   TO WS-RPT-COST.
                MOVE WS-AMORT-TO-DATE TO WS-RPT-AMORT-TD.
                COMPUTE WS-RPT-NBV = WS-AUC-BALANCE - WS-AMORT-TO-DATE.

                EVALUATE TRUE
                    WHEN WS-UNDER-CONSTRUCTION
                         MOVE 'UNDER CONSTRUCTION' TO WS-RPT-STATUS
                         ADD WS-AUC-BALANCE        TO WS-TOT-AUC
                    WHEN WS-AMORTIZING
                         MOVE 'AMORTIZING'         TO WS-RPT-STATUS
                    WHEN WS-FULLY-AMORTIZED
                         MOVE 'FULLY AMORTIZED'    TO WS-RPT-STATUS
                    WHEN OTHER
                         MOVE WS-ASTATUS           TO WS-RPT-STATUS
                END-EVALUATE.

                IF NOT WS-UNDER-CONSTRUCTION
                   MOVE WS-IN-SERVICE-YM TO WS-RPT-IN-SERVICE
                   MOVE WS-LIFE-MONTHS   TO WS-RPT-LIFE
                   ADD WS-AUC-BALANCE    TO WS-TOT-COST
                   ADD WS-AMORT-TO-DATE  TO WS-TOT-AMORT
                END-IF.

                PRINT WS-RPT-ASSET.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-PRINT-PERIOD - ONE SCHEDULE ROW
      ******************************************************************
       2600-PRINT-PERIOD.

                MOVE SPACES          TO WS-RPT-PERIOD.
                MOVE 'PERIOD '       TO WS-RPT-PERIOD (19:7).
                MOVE WS-PERIOD-NO    TO WS-RPT-PERIOD-NO.
                MOVE WS-PERIOD-YM    TO WS-RPT-PERIOD-YM.
                MOVE WS-AMORT-AMOUNT TO WS-RPT-PER-AMOUNT.
                MOVE WS-CLOSING-NBV  TO WS-RPT-PER-NBV.

                IF WS-POSTED = 'Y'
                   MOVE 'POSTED'     TO WS-RPT-PER-POSTED
                ELSE
                   MOVE 'SCHEDULED'  TO WS-RPT-PER-POSTED
                END-IF.

                PRINT WS-RPT-PERIOD.

       2600-EXIT.
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
