      *-----------------------------------------------------------------
      *     COBRPT83 - HARDWARE WARRANTIES EXPIRING. LISTS EVERY
      *                COMPONENT WARRANTY ON HW_WARRANTY WHOSE END DATE
      *                FALLS BETWEEN TODAY AND THE END OF THE WINDOW,
      *                SOONEST FIRST, WITH THE SUPPLIER PROVIDING THE
      *                COVER, SO RENEWALS CAN BE ARRANGED OR THE SET
      *                PLANNED FOR REPLACEMENT. SETS CLOSED OUT ON
      *                HW_DISPOSAL ARE LEFT OFF. A COVER RECORDED FOR A
      *                COMPONENT SINCE SWAPPED OUT OF THE SET IS STILL
      *                LISTED BUT MARKED SWAPPED, AS IT NO LONGER
      *                PROTECTS THE PART FITTED. THE WINDOW IN DAYS IS
      *                READ OFF SYSIN AS THREE DIGITS; A BLANK OR ZERO
      *                CARD MEANS 90.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT83.
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
       01  WS-WINDOW-IN           PIC X(3).
       01  WS-WINDOW-NUM          REDEFINES WS-WINDOW-IN
                                  PIC 9(3).
       01  WS-WINDOW-DAYS         PIC S9(4) USAGE COMP VALUE +90.
       01  WS-HARDWARE-ID         PIC X(10).
       01  WS-COMP-CLASS          PIC X(1).
       01  WS-COMPONENT-ID        PIC X(10).
       01  WS-SUPNO               PIC X(6).
       01  WS-SUPNAME             PIC X(30).
       01  WS-WARR-START          PIC X(10).
       01  WS-WARR-END            PIC X(10).
       01  WS-DAYS-LEFT           PIC S9(9) USAGE COMP.
       01  WS-SWAPPED             PIC X(1).
       01  WS-WARR-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SWAP-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(45)
                VALUE 'HARDWARE WARRANTIES EXPIRING'.
           10 FILLER              PIC X(12)  VALUE 'WINDOW DAYS '.
           10 WS-HDR-WINDOW       PIC ZZ9.
           10 FILLER              PIC X(42).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE 'HARDWARE'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'CLASS'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE 'COMPONENT'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'SUPNO'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(30)  VALUE 'SUPPLIER'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE 'STARTS'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE 'EXPIRES'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE ' DAYS'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'NOTE'.
           10 FILLER              PIC X(15).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RD-HARDWARE-ID   PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RD-CLASS         PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-RD-COMPONENT-ID  PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RD-SUPNO         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RD-SUPNAME       PIC X(30).
           10 FILLER              PIC X(2).
           10 WS-RD-START         PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RD-END           PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RD-DAYS-LEFT     PIC ZZZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-NOTE          PIC X(8).
           10 FILLER              PIC X(15).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT83'.
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

                EXEC SQL INCLUDE HWWARR
                END-EXEC.

                EXEC SQL INCLUDE HARDWARE
                END-EXEC.

                EXEC SQL INCLUDE SUPP
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - EVERY WARRANTY STILL IN FORCE TODAY AND ENDING WITHIN THE
      * WINDOW, FOR SETS NOT DISPOSED OF. THE SWAPPED MARKER COMPARES
      * THE COVERED COMPONENT WITH THE ONE NOW FITTED IN THE CLASS.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      W.HARDWARE_ID,
                      W.COMP_CLASS,
                      W.COMPONENT_ID,
                      W.SUPNO,
                      COALESCE(S.SUPNAME, ' '),
                      CHAR(W.WARR_START, ISO),
                      CHAR(W.WARR_END, ISO),
                      DAYS(W.WARR_END) - DAYS(CURRENT DATE),
                      CASE WHEN W.COMPONENT_ID =
                                COALESCE(CASE W.COMP_CLASS
                                              WHEN 'M' THEN H.MOUSE_ID
                                              WHEN 'K'
                                                   THEN H.KEYBOARD_ID
                                              WHEN 'C' THEN H.CPU_ID
                                              ELSE H.MONITOR_ID
                                         END, ' ')
                           THEN 'N'
                           ELSE 'Y'
                      END
                    FROM HW_WARRANTY W
                         INNER JOIN HARDWARE H
                            ON H.HARDWARE_ID = W.HARDWARE_ID
                         LEFT OUTER JOIN SUPPLY S
                            ON S.SUPNO = W.SUPNO
                    WHERE W.WARR_END >= CURRENT DATE
                      AND W.WARR_END <=
                          CURRENT DATE + :WS-WINDOW-DAYS DAYS
                      AND NOT EXISTS
                          (SELECT 1
                             FROM HW_DISPOSAL D
                            WHERE D.HARDWARE_ID = W.HARDWARE_ID)
                    ORDER BY W.WARR_END, W.HARDWARE_ID, W.COMP_CLASS
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-WINDOW-IN.

                IF WS-WINDOW-IN NUMERIC
                   AND WS-WINDOW-NUM GREATER THAN ZERO
                   MOVE WS-WINDOW-NUM TO WS-WINDOW-DAYS
                END-IF.

                MOVE WS-WINDOW-DAYS TO WS-HDR-WINDOW.
                DISPLAY 'WARRANTY EXPIRY WINDOW DAYS = '
                        WS-WINDOW-DAYS.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                MOVE 'WARRANTIES EXPIRING IN WINDOW'  TO WS-CNT-LABEL.
                MOVE WS-WARR-COUNT                    TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'OF WHICH ON A SWAPPED COMPONENT'
                                                      TO WS-CNT-LABEL.
                MOVE WS-SWAP-COUNT                    TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                DISPLAY 'WARRANTIES EXPIRING IN WINDOW = '
                        WS-WARR-COUNT.

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

                PERFORM 2200-FETCH-WARRANTY
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
      * 2200-FETCH-WARRANTY
      ******************************************************************
       2200-FETCH-WARRANTY.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-HARDWARE-ID,
                          :WS-COMP-CLASS,
                          :WS-COMPONENT-ID,
                          :WS-SUPNO,
                          :WS-SUPNAME,
                          :WS-WARR-START,
                          :WS-WARR-END,
                          :WS-DAYS-LEFT,
                          :WS-SWAPPED
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-WARR-COUNT
                         PERFORM 2400-PRINT-WARRANTY
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
      * 2400-PRINT-WARRANTY
      ******************************************************************
       2400-PRINT-WARRANTY.

                EVALUATE WS-COMP-CLASS
                    WHEN 'M'
                         MOVE 'MOUSE'         TO WS-RD-CLASS
                    WHEN 'K'
                         MOVE 'KEYBOARD'      TO WS-RD-CLASS
                    WHEN 'C'
                         MOVE 'CPU'           TO WS-RD-CLASS
                    WHEN 'N'
                         MOVE 'MONITOR'       TO WS-RD-CLASS
                    WHEN OTHER
                         MOVE WS-COMP-CLASS   TO WS-RD-CLASS
                END-EVALUATE.

                IF WS-SWAPPED = 'Y'
                   MOVE 'SWAPPED'             TO WS-RD-NOTE
                   ADD 1 TO WS-SWAP-COUNT
                ELSE
                   MOVE SPACES                TO WS-RD-NOTE
                END-IF.

                MOVE WS-HARDWARE-ID    TO WS-RD-HARDWARE-ID.
                MOVE WS-COMPONENT-ID   TO WS-RD-COMPONENT-ID.
                MOVE WS-SUPNO          TO WS-RD-SUPNO.
                MOVE WS-SUPNAME        TO WS-RD-SUPNAME.
                MOVE WS-WARR-START     TO WS-RD-START.
                MOVE WS-WARR-END       TO WS-RD-END.
                MOVE WS-DAYS-LEFT      TO WS-RD-DAYS-LEFT.
                PRINT WS-RPT-DETAIL.

       2400-EXIT.
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
