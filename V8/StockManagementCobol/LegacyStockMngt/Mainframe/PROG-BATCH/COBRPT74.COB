      *-----------------------------------------------------------------
      *     COBRPT74 - DAILY BANK-ACCOUNT CHANGE REPORT. READS THE
      *                NUMBER OF DAYS TO LOOK BACK OFF SYSIN (ZERO
      *                MEANS ONE) AND PRINTS EVERY EMP_BANK_ACCT ADD,
      *                CHANGE AND REMOVAL COBBNKMN STAMPED TO
      *                MASTER_CHANGE_LOG IN THAT WINDOW - WHEN, WHO
      *                MADE IT, THE EMPNO/SEQUENCE/EFFECTIVE-DATE KEY,
      *                AND THE ACCOUNT AND ROUTING NUMBER BEFORE AND
      *                AFTER - NEWEST FIRST, SO PAYROLL SEES EVERY
      *                CHANGE WHILE IT IS STILL IN ITS COOLING-OFF
      *                PERIOD AND BEFORE IT CAN BE PAID.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT74.
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
       01  WS-DAYS-IN             PIC 9(3).
       01  WS-DAYS-BACK           PIC S9(4) USAGE COMP.
       01  WS-ROW-KEY             PIC X(20).
       01  WS-CHG-ACTION          PIC X(1).
       01  WS-BEFORE-VALUES       PIC X(100).
       01  WS-BEFORE-IND          PIC S9(4) USAGE COMP.
       01  WS-AFTER-VALUES        PIC X(100).
       01  WS-AFTER-IND           PIC S9(4) USAGE COMP.
       01  WS-CHANGED-BY          PIC X(8).
       01  WS-CHANGE-TS           PIC X(26).
       01  WS-CHANGE-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(36)
                VALUE 'BANK-ACCOUNT CHANGE REPORT - LAST'.
           10 WS-HDR-DAYS         PIC ZZ9.
           10 FILLER              PIC X(5)   VALUE ' DAYS'.
           10 FILLER              PIC X(58).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(27)  VALUE 'CHANGED AT'.
           10 FILLER              PIC X(9)   VALUE 'BY'.
           10 FILLER              PIC X(21)  VALUE 'EMPNO SEQ EFFDATE'.
           10 FILLER              PIC X(2)   VALUE 'A'.
           10 FILLER              PIC X(36)
                VALUE 'ACCOUNT/ROUTE BEFORE'.
           10 FILLER              PIC X(35)
                VALUE 'ACCOUNT/ROUTE AFTER'.

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-CHANGE-TS    PIC X(26).
           10 FILLER              PIC X(1).
           10 WS-RPT-CHANGED-BY   PIC X(8).
           10 FILLER              PIC X(1).
           10 WS-RPT-KEY          PIC X(20).
           10 FILLER              PIC X(1).
           10 WS-RPT-ACTION       PIC X(1).
           10 FILLER              PIC X(1).
           10 WS-RPT-BEFORE       PIC X(35).
           10 FILLER              PIC X(1).
           10 WS-RPT-AFTER        PIC X(35).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(36)
                VALUE 'BANK-ACCOUNT CHANGES LISTED'.
           10 WS-RPT-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT74'.
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

                EXEC SQL INCLUDE MDCHGLOG
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      ROW_KEY,
                      CHG_ACTION,
                      BEFORE_VALUES,
                      AFTER_VALUES,
                      CHANGED_BY,
                      CHAR(CHANGE_TS)
                    FROM MASTER_CHANGE_LOG
                    WHERE TABLE_NAME = 'EMP_BANK_ACCT'
                      AND CHANGE_TS
                          >= CURRENT TIMESTAMP - :WS-DAYS-BACK DAYS
                    ORDER BY CHANGE_TS DESC
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-DAYS-IN.

                MOVE WS-DAYS-IN TO WS-DAYS-BACK.
                IF WS-DAYS-BACK = ZERO
                   MOVE 1 TO WS-DAYS-BACK
                END-IF.

                DISPLAY 'BANK-ACCOUNT CHANGES FOR LAST DAYS = '
                        WS-DAYS-BACK.

                MOVE WS-DAYS-BACK TO WS-HDR-DAYS.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

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

                MOVE WS-CHANGE-COUNT TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.

                GOBACK.
      /
      ******************************************************************
      * 2200-FETCH-CURSOR
      ******************************************************************
       2200-FETCH-CURSOR.

                MOVE SPACES TO WS-BEFORE-VALUES
                               WS-AFTER-VALUES.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-ROW-KEY,
                          :WS-CHG-ACTION,
                          :WS-BEFORE-VALUES :WS-BEFORE-IND,
                          :WS-AFTER-VALUES :WS-AFTER-IND,
                          :WS-CHANGED-BY,
                          :WS-CHANGE-TS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE SPACES         TO WS-RPT-DETAIL
                         MOVE WS-CHANGE-TS   TO WS-RPT-CHANGE-TS
                         MOVE WS-CHANGED-BY  TO WS-RPT-CHANGED-BY
                         MOVE WS-ROW-KEY     TO WS-RPT-KEY
                         MOVE WS-CHG-ACTION  TO WS-RPT-ACTION
                         IF WS-BEFORE-IND NOT LESS THAN ZERO
                            MOVE WS-BEFORE-VALUES (1:35)
                                             TO WS-RPT-BEFORE
                         END-IF
                         IF WS-AFTER-IND NOT LESS THAN ZERO
                            MOVE WS-AFTER-VALUES (1:35)
                                             TO WS-RPT-AFTER
                         END-IF
                         PRINT WS-RPT-DETAIL
                         ADD 1 TO WS-CHANGE-COUNT
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
