      *-----------------------------------------------------------------
      *     COBRPT84 - HARDWARE REPAIR COST AND DOWNTIME FOR THE MONTH.
      *                TAKES EVERY HW_REPAIR TICKET CLOSED IN THE
      *                MONTH AND SUMMARISES IT BY COMPONENT CLASS AND
      *                BY THE SUPPLIER THAT DID THE WORK (IN-HOUSE
      *                WHEN NONE) - TICKET COUNT, HOW MANY WERE
      *                WARRANTY WORK, TOTAL REPAIR COST, DAYS OUT OF
      *                SERVICE (DATE OUT TO DATE BACK) AND THE AVERAGE
      *                DAYS PER TICKET - WITH A SUBTOTAL PER CLASS AND
      *                A GRAND TOTAL. TICKETS STILL OPEN AT THE TIME
      *                OF THE RUN ARE COUNTED SEPARATELY AT THE FOOT.
      *                THE MONTH (YYYYMM) IS READ OFF SYSIN; A BLANK
      *                CARD MEANS THE MONTH BEFORE THE RUN DATE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT84.
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
       77  FIRST-FETCH-SWITCH     PIC X          VALUE  'Y'.
               88  FIRST-FETCH                   VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PERIOD-START.
           05 WS-PERIOD-YEAR      PIC X(4).
           05 FILLER              PIC X(1)  VALUE '-'.
           05 WS-PERIOD-MONTH     PIC X(2).
           05 FILLER              PIC X(3)  VALUE '-01'.
       01  WS-COMP-CLASS          PIC X(1).
       01  WS-PREV-CLASS          PIC X(1)  VALUE SPACES.
       01  WS-NAME-CLASS          PIC X(1).
       01  WS-SUPNO               PIC X(6).
       01  WS-SUPNAME             PIC X(30).
       01  WS-TICKETS             PIC S9(9) USAGE COMP.
       01  WS-WARR-TICKETS        PIC S9(9) USAGE COMP.
       01  WS-COST                PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-DOWN-DAYS           PIC S9(9) USAGE COMP.
       01  WS-OPEN-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-AVG-DAYS            PIC S9(7)V9(1) USAGE COMP-3.

      *****************************************************
      * CLASS SUBTOTALS AND GRAND TOTALS                  *
      *****************************************************
       01  WS-CLS-TICKETS         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-CLS-WARR            PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-CLS-COST            PIC S9(9)V9(2) USAGE COMP-3
                                            VALUE ZERO.
       01  WS-CLS-DAYS            PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-TICKETS         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-WARR            PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-COST            PIC S9(9)V9(2) USAGE COMP-3
                                            VALUE ZERO.
       01  WS-TOT-DAYS            PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(45)
                VALUE 'HARDWARE REPAIR COST AND DOWNTIME'.
           10 FILLER              PIC X(6)   VALUE 'MONTH '.
           10 WS-HDR-YM           PIC X(6).
           10 FILLER              PIC X(45).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'CLASS'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'SUPNO'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(30)  VALUE 'SUPPLIER'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(7)   VALUE 'TICKETS'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(7)   VALUE 'WARRNTY'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(13)  VALUE '  REPAIR COST'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(9)   VALUE 'DAYS DOWN'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'AVG DAYS'.
           10 FILLER              PIC X(28).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RD-CLASS         PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-RD-SUPNO         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RD-SUPNAME       PIC X(30).
           10 FILLER              PIC X(2).
           10 WS-RD-TICKETS       PIC ZZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-WARR          PIC ZZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-COST          PIC ZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RD-DAYS          PIC ZZZZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-AVG           PIC ZZZZZ9.9.
           10 FILLER              PIC X(28).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT84'.
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

                EXEC SQL INCLUDE HWREPAIR
                END-EXEC.

                EXEC SQL INCLUDE SUPP
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - TICKETS CLOSED IN THE MONTH, ONE ROW PER COMPONENT CLASS
      * AND REPAIRING SUPPLIER. DOWNTIME IS THE CALENDAR DAYS FROM
      * DATE OUT TO DATE BACK.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      R.COMP_CLASS,
                      R.SUPNO,
                      COALESCE(MAX(S.SUPNAME), ' '),
                      COUNT(*),
                      SUM(CASE WHEN R.WARRANTY_FLAG = 'Y'
                               THEN 1 ELSE 0 END),
                      SUM(R.REPAIR_COST),
                      SUM(DAYS(R.DATE_BACK) - DAYS(R.DATE_OUT))
                    FROM HW_REPAIR R
                         LEFT OUTER JOIN SUPPLY S
                            ON S.SUPNO = R.SUPNO
                    WHERE R.DATE_BACK >= DATE(:WS-PERIOD-START)
                      AND R.DATE_BACK <=
                          DATE(:WS-PERIOD-START) + 1 MONTH - 1 DAY
                    GROUP BY R.COMP_CLASS, R.SUPNO
                    ORDER BY R.COMP_CLASS, R.SUPNO
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

                DISPLAY 'REPAIR COST AND DOWNTIME FOR MONTH = '
                        WS-PYEARMONTH.

                MOVE WS-PYEARMONTH TO WS-HDR-YM.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                IF NOT FIRST-FETCH
                   PERFORM 2600-PRINT-CLASS-TOTAL
                   THRU    2600-EXIT
                END-IF.

                PERFORM 2800-PRINT-GRAND-TOTAL
                THRU    2800-EXIT.

                PERFORM 3000-COUNT-OPEN
                THRU    3000-EXIT.

                MOVE 'TICKETS CLOSED IN MONTH'        TO WS-CNT-LABEL.
                MOVE WS-TOT-TICKETS                   TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'TICKETS STILL OPEN'             TO WS-CNT-LABEL.
                MOVE WS-OPEN-COUNT                    TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                DISPLAY 'TICKETS CLOSED IN MONTH = ' WS-TOT-TICKETS.
                DISPLAY 'TICKETS STILL OPEN      = ' WS-OPEN-COUNT.

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

                PERFORM 2200-FETCH-REPAIRS
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
      * 2200-FETCH-REPAIRS - A CHANGE OF CLASS PRINTS THE SUBTOTAL FOR
      * THE CLASS JUST FINISHED BEFORE THE NEW ROW IS PRINTED.
      ******************************************************************
       2200-FETCH-REPAIRS.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-COMP-CLASS,
                          :WS-SUPNO,
                          :WS-SUPNAME,
                          :WS-TICKETS,
                          :WS-WARR-TICKETS,
                          :WS-COST,
                          :WS-DOWN-DAYS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         IF NOT FIRST-FETCH
                            AND WS-COMP-CLASS NOT = WS-PREV-CLASS
                            PERFORM 2600-PRINT-CLASS-TOTAL
                            THRU    2600-EXIT
                         END-IF
                         MOVE 'N'           TO FIRST-FETCH-SWITCH
                         MOVE WS-COMP-CLASS TO WS-PREV-CLASS
                         PERFORM 2400-PRINT-REPAIRS
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
      * 2400-PRINT-REPAIRS
      ******************************************************************
       2400-PRINT-REPAIRS.

                MOVE WS-COMP-CLASS     TO WS-NAME-CLASS.
                PERFORM 2500-CLASS-NAME
                THRU    2500-EXIT.

                IF WS-SUPNO = SPACES
                   MOVE 'IN-HOUSE'      TO WS-RD-SUPNAME
                ELSE
                   MOVE WS-SUPNAME      TO WS-RD-SUPNAME
                END-IF.

                MOVE WS-SUPNO          TO WS-RD-SUPNO.
                MOVE WS-TICKETS        TO WS-RD-TICKETS.
                MOVE WS-WARR-TICKETS   TO WS-RD-WARR.
                MOVE WS-COST           TO WS-RD-COST.
                MOVE WS-DOWN-DAYS      TO WS-RD-DAYS.

                MOVE ZERO TO WS-AVG-DAYS.
                IF WS-TICKETS GREATER THAN ZERO
                   COMPUTE WS-AVG-DAYS ROUNDED =
                           WS-DOWN-DAYS / WS-TICKETS
                END-IF.
                MOVE WS-AVG-DAYS       TO WS-RD-AVG.

                PRINT WS-RPT-DETAIL.

                ADD WS-TICKETS      TO WS-CLS-TICKETS.
                ADD WS-WARR-TICKETS TO WS-CLS-WARR.
                ADD WS-COST         TO WS-CLS-COST.
                ADD WS-DOWN-DAYS    TO WS-CLS-DAYS.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-CLASS-NAME
      ******************************************************************
       2500-CLASS-NAME.

                EVALUATE WS-NAME-CLASS
                    WHEN 'M'
                         MOVE 'MOUSE'         TO WS-RD-CLASS
                    WHEN 'K'
                         MOVE 'KEYBOARD'      TO WS-RD-CLASS
                    WHEN 'C'
                         MOVE 'CPU'           TO WS-RD-CLASS
                    WHEN 'N'
                         MOVE 'MONITOR'       TO WS-RD-CLASS
                    WHEN OTHER
                         MOVE WS-NAME-CLASS   TO WS-RD-CLASS
                END-EVALUATE.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-PRINT-CLASS-TOTAL - SUBTOTAL FOR THE CLASS IN
      * WS-PREV-CLASS, ROLLED INTO THE GRAND TOTAL AND RESET.
      ******************************************************************
       2600-PRINT-CLASS-TOTAL.

                MOVE WS-PREV-CLASS     TO WS-NAME-CLASS.
                PERFORM 2500-CLASS-NAME
                THRU    2500-EXIT.

                MOVE SPACES            TO WS-RD-SUPNO.
                MOVE 'CLASS TOTAL'     TO WS-RD-SUPNAME.
                MOVE WS-CLS-TICKETS    TO WS-RD-TICKETS.
                MOVE WS-CLS-WARR       TO WS-RD-WARR.
                MOVE WS-CLS-COST       TO WS-RD-COST.
                MOVE WS-CLS-DAYS       TO WS-RD-DAYS.

                MOVE ZERO TO WS-AVG-DAYS.
                IF WS-CLS-TICKETS GREATER THAN ZERO
                   COMPUTE WS-AVG-DAYS ROUNDED =
                           WS-CLS-DAYS / WS-CLS-TICKETS
                END-IF.
                MOVE WS-AVG-DAYS       TO WS-RD-AVG.

                PRINT WS-RPT-DETAIL.

                ADD WS-CLS-TICKETS  TO WS-TOT-TICKETS.
                ADD WS-CLS-WARR     TO WS-TOT-WARR.
                ADD WS-CLS-COST     TO WS-TOT-COST.
                ADD WS-CLS-DAYS     TO WS-TOT-DAYS.

                MOVE ZERO TO WS-CLS-TICKETS
                             WS-CLS-WARR
                             WS-CLS-COST
                             WS-CLS-DAYS.

       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-PRINT-GRAND-TOTAL
      ******************************************************************
       2800-PRINT-GRAND-TOTAL.

                MOVE 'ALL'             TO WS-RD-CLASS.
                MOVE SPACES            TO WS-RD-SUPNO.
                MOVE 'GRAND TOTAL'     TO WS-RD-SUPNAME.
                MOVE WS-TOT-TICKETS    TO WS-RD-TICKETS.
                MOVE WS-TOT-WARR       TO WS-RD-WARR.
                MOVE WS-TOT-COST       TO WS-RD-COST.
                MOVE WS-TOT-DAYS       TO WS-RD-DAYS.

                MOVE ZERO TO WS-AVG-DAYS.
                IF WS-TOT-TICKETS GREATER THAN ZERO
                   COMPUTE WS-AVG-DAYS ROUNDED =
                           WS-TOT-DAYS / WS-TOT-TICKETS
                END-IF.
                MOVE WS-AVG-DAYS       TO WS-RD-AVG.

                PRINT WS-RPT-DETAIL.

       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-COUNT-OPEN - TICKETS NOT YET BACK FROM REPAIR
      ******************************************************************
       3000-COUNT-OPEN.

                EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-OPEN-COUNT
                    FROM HW_REPAIR
                   WHERE DATE_BACK IS NULL
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
