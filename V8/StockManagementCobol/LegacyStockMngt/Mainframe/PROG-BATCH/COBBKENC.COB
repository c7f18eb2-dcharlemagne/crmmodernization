      *-----------------------------------------------------------------
      *     COBBKENC - ONE-TIME BANK ACCOUNT ENCIPHERMENT CONVERSION.
      *                FOR EVERY EMP_BANK_ACCT ROW NOT YET CONVERTED
      *                (BANKACCT_ENC NULL), ENCIPHERS BANKACCT AND
      *                PREVACCT THROUGH COBACCTC INTO BANKACCT_ENC AND
      *                PREVACCT_ENC AND OVERWRITES THE CLEAR COLUMNS
      *                WITH THE MASKED FORM. EACH CIPHERTEXT IS
      *                DECIPHERED BACK AND COMPARED BEFORE THE CLEAR
      *                NUMBER IS OVERWRITTEN; A ROW THAT DOES NOT
      *                ROUND-TRIP IS LEFT AS IT WAS AND COUNTED. THE
      *                CLEAR NUMBERS COBPYDUP KEPT AS PAY_HOLD 'A'
      *                HOLD KEYS AND COBBNKMN WROTE TO
      *                MASTER_CHANGE_LOG ARE MASKED IN THE SAME RUN.
      *                COMMITS EVERY HUNDRED ROWS; A RERUN PICKS UP
      *                ONLY WHAT IS STILL IN THE CLEAR, SO IT IS SAFE
      *                TO RESTART. THE CONTROL REPORT SHOWS THE BEFORE
      *                AND AFTER COUNTS - TOTAL ROWS, ROWS IN THE
      *                CLEAR, ROWS ENCIPHERED, CLEAR HOLD KEYS AND
      *                CHANGE LOG ENTRIES - AND ANY CHECK THAT FAILS
      *                ENDS THE STEP CC 8. TAKES NO PARAMETERS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBBKENC.
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
       77  END-OF-CURSOR-SWITCH   PIC X          VALUE  SPACES.
               88  END-OF-CURSOR                 VALUE  'Y'.
       77  WS-ROW-OK-SWITCH       PIC X          VALUE  SPACES.
               88  WS-ROW-OK                     VALUE  'Y'.
       77  WS-CHECK-FAIL-SWITCH   PIC X          VALUE  SPACES.
               88  WS-CHECK-FAIL                 VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-RUN-DATE            PIC X(10).
       01  WS-EMPNO               PIC X(6).
       01  WS-ACCTSEQ             PIC S9(4) USAGE COMP.
       01  WS-EFFDATE             PIC X(10).
       01  WS-BANKACCT            PIC X(20).
       01  WS-BANKACCT-ENC        PIC X(32).
       01  WS-PREVACCT            PIC X(20).
       01  WS-PREVACCT-ENC        PIC X(32).
       01  WS-PREV-IND            PIC S9(4) USAGE COMP.
       01  WS-NEW-BANKACCT        PIC X(20).
       01  WS-NEW-PREVACCT        PIC X(20).

      ******************************************************************
      * VARIABLES FOR THE COMMIT POINT
      ******************************************************************
       77  WS-COMMIT-INTERVAL     PIC S9(4) USAGE COMP VALUE +100.
       01  WS-UNCOMMITTED         PIC S9(4) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR THE ACCOUNT NUMBER CIPHER (COBACCTC)
      ******************************************************************
       01  WS-ACCTC-FUNCTION      PIC X(1).
       01  WS-ACCTC-CLEAR         PIC X(20).
       01  WS-ACCTC-CIPHER        PIC X(32).
       01  WS-ACCTC-MASKED        PIC X(20).
       01  WS-ACCTC-RC            PIC S9(9) USAGE COMP.
       01  WS-ACCTC-SAVE-CLEAR    PIC X(20).

      ******************************************************************
      * VARIABLES FOR THE PAY_HOLD AND MASTER_CHANGE_LOG MASKING
      ******************************************************************
       01  WS-HOLDKEY             PIC X(20).
       01  WS-LOG-KEY             PIC X(20).
       01  WS-LOG-TS              PIC X(26).
       01  WS-BEFORE-VALUES       PIC X(100).
       01  WS-BEFORE-IND          PIC S9(4) USAGE COMP.
       01  WS-AFTER-VALUES        PIC X(100).
       01  WS-AFTER-IND           PIC S9(4) USAGE COMP.
       01  WS-LOG-VALUES          PIC X(100).
       01  WS-LOG-ACCT            PIC X(20).
       01  WS-LOG-ROUTE           PIC X(9).

      ******************************************************************
      * CONTROL COUNTS - BEFORE (1) AND AFTER (2) THE CONVERSION
      ******************************************************************
       01  WS-CTL-TABLE.
           05 WS-CTL-ENTRY OCCURS 2 TIMES.
              10 WS-CTL-TOTAL     PIC S9(9) USAGE COMP.
              10 WS-CTL-CLEAR     PIC S9(9) USAGE COMP.
              10 WS-CTL-ENC       PIC S9(9) USAGE COMP.
              10 WS-CTL-UNMASKED  PIC S9(9) USAGE COMP.
              10 WS-CTL-PREV      PIC S9(9) USAGE COMP.
              10 WS-CTL-PREV-ENC  PIC S9(9) USAGE COMP.
              10 WS-CTL-HOLDKEY   PIC S9(9) USAGE COMP.
              10 WS-CTL-LOG       PIC S9(9) USAGE COMP.
       01  WS-CX                  PIC S9(4) USAGE COMP.
       01  WS-CONVERTED-COUNT     PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-FAILED-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-HOLDKEY-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-HOLDKEY-FAIL        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-LOG-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-CHECK-FAILS         PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(14).
           10 FILLER              PIC X(48)
                VALUE 'BANK ACCOUNT ENCIPHERMENT - CONVERSION CONTROL'.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE:'.
           10 WS-HDR-RUN-DATE     PIC X(10).
           10 FILLER              PIC X(50).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(40)  VALUE 'MEASURE'.
           10 FILLER              PIC X(11)  VALUE '     BEFORE'.
           10 FILLER              PIC X(3).
           10 FILLER              PIC X(11)  VALUE '      AFTER'.
           10 FILLER              PIC X(3).
           10 FILLER              PIC X(10)  VALUE 'CHECK'.
           10 FILLER              PIC X(52).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-LABEL        PIC X(40).
           10 WS-RPT-BEFORE       PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(3).
           10 WS-RPT-AFTER        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(3).
           10 WS-RPT-CHECK        PIC X(10).
           10 FILLER              PIC X(52).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBBKENC'.
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

                EXEC SQL INCLUDE EMPBANK
                END-EXEC.

                EXEC SQL INCLUDE PAYHOLD
                END-EXEC.

                EXEC SQL INCLUDE MDCHGLOG
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS - EACH HELD ACROSS COMMITS AND LIMITED TO WHAT IS
      * STILL IN THE CLEAR, SO A RESTART RESUMES WHERE IT STOPPED.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR WITH HOLD FOR
                  SELECT
                      EMPNO,
                      ACCTSEQ,
                      CHAR(EFFDATE, ISO),
                      BANKACCT,
                      PREVACCT
                    FROM EMP_BANK_ACCT
                    WHERE BANKACCT_ENC IS NULL
                    FOR UPDATE OF BANKACCT, BANKACCT_ENC,
                                  PREVACCT, PREVACCT_ENC
                END-EXEC.

                EXEC SQL DECLARE C2 CURSOR WITH HOLD FOR
                  SELECT
                      HOLDKEY
                    FROM PAY_HOLD
                    WHERE HOLDTYPE = 'A'
                      AND HOLDKEY NOT LIKE '*%'
                    FOR UPDATE OF HOLDKEY
                END-EXEC.

                EXEC SQL DECLARE C3 CURSOR WITH HOLD FOR
                  SELECT
                      ROW_KEY,
                      CHAR(CHANGE_TS),
                      BEFORE_VALUES,
                      AFTER_VALUES
                    FROM MASTER_CHANGE_LOG
                    WHERE TABLE_NAME = 'EMP_BANK_ACCT'
                      AND ((BEFORE_VALUES <> ' '
                            AND BEFORE_VALUES NOT LIKE '*%')
                        OR (AFTER_VALUES <> ' '
                            AND AFTER_VALUES NOT LIKE '*%'))
                    FOR UPDATE OF BEFORE_VALUES, AFTER_VALUES
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                EXEC SQL
                     SET :WS-RUN-DATE = CHAR(CURRENT DATE, ISO)
                END-EXEC.

                MOVE 1 TO WS-CX.
                PERFORM 1000-COUNT-CONTROL
                THRU    1000-EXIT.

                PERFORM 2000-CONVERT-ACCOUNTS
                THRU    2000-EXIT.

                PERFORM 3000-MASK-HOLD-KEYS
                THRU    3000-EXIT.

                PERFORM 4000-MASK-CHANGE-LOG
                THRU    4000-EXIT.

                PERFORM 8000-COMMIT
                THRU    8000-EXIT.

                MOVE 2 TO WS-CX.
                PERFORM 1000-COUNT-CONTROL
                THRU    1000-EXIT.

                PERFORM 5000-PRINT-CONTROL
                THRU    5000-EXIT.

                DISPLAY 'ROWS ENCIPHERED THIS RUN  = '
                        WS-CONVERTED-COUNT.
                DISPLAY 'ROWS LEFT IN THE CLEAR    = ' WS-CTL-CLEAR (2).
                DISPLAY 'CONTROL CHECKS FAILED     = ' WS-CHECK-FAILS.

                IF WS-CHECK-FAILS GREATER THAN ZERO
                   MOVE 8 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1000-COUNT-CONTROL - THE CONTROL COUNTS INTO ENTRY WS-CX.
      * UNMASKED IS A BANKACCT NOT IN THE MASKED FORM.
      ******************************************************************
       1000-COUNT-CONTROL.

                EXEC SQL
                    SELECT COUNT(*),
                           COALESCE(SUM(CASE WHEN BANKACCT_ENC IS NULL
                                             THEN 1 ELSE 0 END), 0),
                           COALESCE(SUM(CASE WHEN BANKACCT_ENC IS NULL
                                             THEN 0 ELSE 1 END), 0),
                           COALESCE(SUM(CASE WHEN BANKACCT LIKE '*%'
                                             THEN 0 ELSE 1 END), 0),
                           COALESCE(SUM(CASE WHEN PREVACCT IS NULL
                                             THEN 0 ELSE 1 END), 0),
                           COALESCE(SUM(CASE WHEN PREVACCT_ENC IS NULL
                                             THEN 0 ELSE 1 END), 0)
                      INTO :WS-CTL-TOTAL (WS-CX),
                           :WS-CTL-CLEAR (WS-CX),
                           :WS-CTL-ENC (WS-CX),
                           :WS-CTL-UNMASKED (WS-CX),
                           :WS-CTL-PREV (WS-CX),
                           :WS-CTL-PREV-ENC (WS-CX)
                      FROM EMP_BANK_ACCT
                END-EXEC.
                PERFORM 8100-CHECK-SELECT THRU 8100-EXIT.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-CTL-HOLDKEY (WS-CX)
                      FROM PAY_HOLD
                     WHERE HOLDTYPE = 'A'
                       AND HOLDKEY NOT LIKE '*%'
                END-EXEC.
                PERFORM 8100-CHECK-SELECT THRU 8100-EXIT.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-CTL-LOG (WS-CX)
                      FROM MASTER_CHANGE_LOG
                     WHERE TABLE_NAME = 'EMP_BANK_ACCT'
                       AND ((BEFORE_VALUES <> ' '
                             AND BEFORE_VALUES NOT LIKE '*%')
                         OR (AFTER_VALUES <> ' '
                             AND AFTER_VALUES NOT LIKE '*%'))
                END-EXEC.
                PERFORM 8100-CHECK-SELECT THRU 8100-EXIT.

       1000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2000-CONVERT-ACCOUNTS
      ******************************************************************
       2000-CONVERT-ACCOUNTS.

                EXEC SQL OPEN C1 END-EXEC.
                PERFORM 8100-CHECK-SELECT THRU 8100-EXIT.

                MOVE SPACES TO END-OF-CURSOR-SWITCH.

                PERFORM 2100-CONVERT-ROW
                THRU    2100-EXIT
                UNTIL END-OF-CURSOR.

                EXEC SQL CLOSE C1 END-EXEC.

       2000-EXIT.
                EXIT.

       2100-CONVERT-ROW.

                MOVE SPACES TO WS-PREVACCT.
                MOVE -1     TO WS-PREV-IND.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-ACCTSEQ,
                          :WS-EFFDATE,
                          :WS-BANKACCT,
                          :WS-PREVACCT :WS-PREV-IND
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-CURSOR-SWITCH
                         GO TO 2100-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE 'Y' TO WS-ROW-OK-SWITCH.

                MOVE WS-BANKACCT TO WS-ACCTC-CLEAR.
                PERFORM 2200-ENCIPHER-CHECKED
                THRU    2200-EXIT.
                MOVE WS-ACCTC-CIPHER TO WS-BANKACCT-ENC.
                MOVE WS-ACCTC-MASKED TO WS-NEW-BANKACCT.

                MOVE SPACES TO WS-NEW-PREVACCT
                               WS-PREVACCT-ENC.
                IF WS-PREV-IND NOT LESS THAN ZERO
                   MOVE WS-PREVACCT TO WS-ACCTC-CLEAR
                   PERFORM 2200-ENCIPHER-CHECKED
                   THRU    2200-EXIT
                   MOVE WS-ACCTC-CIPHER TO WS-PREVACCT-ENC
                   MOVE WS-ACCTC-MASKED TO WS-NEW-PREVACCT
                END-IF.

                IF NOT WS-ROW-OK
                   DISPLAY 'NOT CONVERTED - ' WS-EMPNO ' SEQ '
                           WS-ACCTSEQ ' EFFECTIVE ' WS-EFFDATE
                   ADD 1 TO WS-FAILED-COUNT
                   GO TO 2100-EXIT
                END-IF.

                EXEC SQL
                    UPDATE EMP_BANK_ACCT
                       SET BANKACCT     = :WS-NEW-BANKACCT,
                           BANKACCT_ENC = :WS-BANKACCT-ENC,
                           PREVACCT     = :WS-NEW-PREVACCT
                                          :WS-PREV-IND,
                           PREVACCT_ENC = :WS-PREVACCT-ENC
                                          :WS-PREV-IND
                     WHERE CURRENT OF C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-CONVERTED-COUNT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE SPACES TO WS-BANKACCT
                               WS-PREVACCT.

                PERFORM 8050-COMMIT-POINT
                THRU    8050-EXIT.

       2100-EXIT.
                EXIT.

      ******************************************************************
      * 2200-ENCIPHER-CHECKED - WS-ACCTC-CLEAR TO CIPHERTEXT AND
      * MASKED FORM, THEN DECIPHERED BACK AND COMPARED. ANY FAILURE
      * CLEARS WS-ROW-OK AND THE ROW IS LEFT UNTOUCHED.
      ******************************************************************
       2200-ENCIPHER-CHECKED.

                MOVE WS-ACCTC-CLEAR TO WS-ACCTC-SAVE-CLEAR.
                MOVE SPACES         TO WS-ACCTC-CIPHER
                                       WS-ACCTC-MASKED.

                MOVE 'E' TO WS-ACCTC-FUNCTION.
                CALL 'COBACCTC' USING WS-ACCTC-FUNCTION,
                     WS-ACCTC-CLEAR, WS-ACCTC-CIPHER,
                     WS-ACCTC-MASKED, WS-ACCTC-RC.

                IF WS-ACCTC-RC NOT = ZERO
                   MOVE SPACES TO WS-ROW-OK-SWITCH
                   GO TO 2200-EXIT
                END-IF.

                MOVE SPACES TO WS-ACCTC-CLEAR.
                MOVE 'D' TO WS-ACCTC-FUNCTION.
                CALL 'COBACCTC' USING WS-ACCTC-FUNCTION,
                     WS-ACCTC-CLEAR, WS-ACCTC-CIPHER,
                     WS-ACCTC-MASKED, WS-ACCTC-RC.

                IF WS-ACCTC-RC NOT = ZERO
                   OR WS-ACCTC-CLEAR NOT = WS-ACCTC-SAVE-CLEAR
                   DISPLAY 'ROUND TRIP FAILED FOR ' WS-EMPNO
                   MOVE SPACES TO WS-ROW-OK-SWITCH
                END-IF.

                MOVE SPACES TO WS-ACCTC-CLEAR
                               WS-ACCTC-SAVE-CLEAR.

       2200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3000-MASK-HOLD-KEYS - COBPYDUP'S SHARED-ACCOUNT HOLDS WERE
      * KEYED BY THE CLEAR NUMBER. A MASKED KEY ALREADY HELD FOR THE
      * SAME PERIOD AND ROUTE IS REPORTED AND LEFT FOR COBPHDMN.
      ******************************************************************
       3000-MASK-HOLD-KEYS.

                EXEC SQL OPEN C2 END-EXEC.
                PERFORM 8100-CHECK-SELECT THRU 8100-EXIT.

                MOVE SPACES TO END-OF-CURSOR-SWITCH.

                PERFORM 3100-MASK-HOLD-KEY
                THRU    3100-EXIT
                UNTIL END-OF-CURSOR.

                EXEC SQL CLOSE C2 END-EXEC.

       3000-EXIT.
                EXIT.

       3100-MASK-HOLD-KEY.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-HOLDKEY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-CURSOR-SWITCH
                         GO TO 3100-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-HOLDKEY TO WS-ACCTC-CLEAR.
                MOVE 'M'        TO WS-ACCTC-FUNCTION.
                CALL 'COBACCTC' USING WS-ACCTC-FUNCTION,
                     WS-ACCTC-CLEAR, WS-ACCTC-CIPHER,
                     WS-ACCTC-MASKED, WS-ACCTC-RC.
                MOVE SPACES     TO WS-ACCTC-CLEAR.

                EXEC SQL
                    UPDATE PAY_HOLD
                       SET HOLDKEY = :WS-ACCTC-MASKED
                     WHERE CURRENT OF C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-HOLDKEY-COUNT
                    WHEN -803
                         DISPLAY 'HOLD KEY ' WS-ACCTC-MASKED
                                 ' ALREADY HELD - CLEAR THE OLDER '
                                 'HOLD IN COBPHDMN AND RERUN'
                         ADD 1 TO WS-HOLDKEY-FAIL
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE SPACES TO WS-HOLDKEY.

                PERFORM 8050-COMMIT-POINT
                THRU    8050-EXIT.

       3100-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4000-MASK-CHANGE-LOG - COBBNKMN LOGGED 'ACCOUNT ROUTE' BEFORE
      * AND AFTER; THE ACCOUNT PART IS MASKED, THE ROUTE KEPT.
      ******************************************************************
       4000-MASK-CHANGE-LOG.

                EXEC SQL OPEN C3 END-EXEC.
                PERFORM 8100-CHECK-SELECT THRU 8100-EXIT.

                MOVE SPACES TO END-OF-CURSOR-SWITCH.

                PERFORM 4100-MASK-LOG-ENTRY
                THRU    4100-EXIT
                UNTIL END-OF-CURSOR.

                EXEC SQL CLOSE C3 END-EXEC.

       4000-EXIT.
                EXIT.

       4100-MASK-LOG-ENTRY.

                MOVE SPACES TO WS-BEFORE-VALUES
                               WS-AFTER-VALUES.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-LOG-KEY,
                          :WS-LOG-TS,
                          :WS-BEFORE-VALUES :WS-BEFORE-IND,
                          :WS-AFTER-VALUES :WS-AFTER-IND
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-CURSOR-SWITCH
                         GO TO 4100-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-BEFORE-IND NOT LESS THAN ZERO
                   MOVE WS-BEFORE-VALUES TO WS-LOG-VALUES
                   PERFORM 4200-MASK-VALUES
                   THRU    4200-EXIT
                   MOVE WS-LOG-VALUES    TO WS-BEFORE-VALUES
                END-IF.

                IF WS-AFTER-IND NOT LESS THAN ZERO
                   MOVE WS-AFTER-VALUES  TO WS-LOG-VALUES
                   PERFORM 4200-MASK-VALUES
                   THRU    4200-EXIT
                   MOVE WS-LOG-VALUES    TO WS-AFTER-VALUES
                END-IF.

                EXEC SQL
                    UPDATE MASTER_CHANGE_LOG
                       SET BEFORE_VALUES = :WS-BEFORE-VALUES
                                           :WS-BEFORE-IND,
                           AFTER_VALUES  = :WS-AFTER-VALUES
                                           :WS-AFTER-IND
                     WHERE CURRENT OF C3
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-LOG-COUNT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 8050-COMMIT-POINT
                THRU    8050-EXIT.

       4100-EXIT.
                EXIT.

      ******************************************************************
      * 4200-MASK-VALUES - WS-LOG-VALUES 'ACCOUNT ROUTE' TO 'MASKED
      * ROUTE'. BLANK OR ALREADY-MASKED VALUES ARE LEFT ALONE.
      ******************************************************************
       4200-MASK-VALUES.

                IF WS-LOG-VALUES = SPACES
                   OR WS-LOG-VALUES (1:1) = '*'
                   GO TO 4200-EXIT
                END-IF.

                MOVE SPACES TO WS-LOG-ACCT
                               WS-LOG-ROUTE.
                UNSTRING WS-LOG-VALUES DELIMITED BY ALL SPACE
                    INTO WS-LOG-ACCT
                         WS-LOG-ROUTE.

                MOVE WS-LOG-ACCT TO WS-ACCTC-CLEAR.
                MOVE 'M'         TO WS-ACCTC-FUNCTION.
                CALL 'COBACCTC' USING WS-ACCTC-FUNCTION,
                     WS-ACCTC-CLEAR, WS-ACCTC-CIPHER,
                     WS-ACCTC-MASKED, WS-ACCTC-RC.
                MOVE SPACES      TO WS-ACCTC-CLEAR
                                    WS-LOG-ACCT
                                    WS-LOG-VALUES.

                STRING WS-ACCTC-MASKED DELIMITED BY SPACE
                       ' '             DELIMITED BY SIZE
                       WS-LOG-ROUTE    DELIMITED BY SIZE
                  INTO WS-LOG-VALUES.

       4200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 5000-PRINT-CONTROL - BEFORE AND AFTER, AND THE CHECKS. EVERY
      * ROW MUST STILL BE THERE, NONE LEFT IN THE CLEAR, EVERY ROW AND
      * EVERY PREVIOUS ACCOUNT ENCIPHERED, NO CLEAR HOLD KEY OR
      * CHANGE LOG ENTRY LEFT.
      ******************************************************************
       5000-PRINT-CONTROL.

                MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                MOVE 'EMP_BANK_ACCT ROWS'            TO WS-RPT-LABEL.
                MOVE WS-CTL-TOTAL (1)                TO WS-RPT-BEFORE.
                MOVE WS-CTL-TOTAL (2)                TO WS-RPT-AFTER.
                IF WS-CTL-TOTAL (2) = WS-CTL-TOTAL (1)
                   MOVE 'OK'                         TO WS-RPT-CHECK
                ELSE
                   MOVE 'FAILED'                     TO WS-RPT-CHECK
                   ADD 1 TO WS-CHECK-FAILS
                END-IF.
                PRINT WS-RPT-DETAIL.

                MOVE 'ROWS STILL IN THE CLEAR'       TO WS-RPT-LABEL.
                MOVE WS-CTL-CLEAR (1)                TO WS-RPT-BEFORE.
                MOVE WS-CTL-CLEAR (2)                TO WS-RPT-AFTER.
                IF WS-CTL-CLEAR (2) = ZERO
                   MOVE 'OK'                         TO WS-RPT-CHECK
                ELSE
                   MOVE 'FAILED'                     TO WS-RPT-CHECK
                   ADD 1 TO WS-CHECK-FAILS
                END-IF.
                PRINT WS-RPT-DETAIL.

                MOVE 'ROWS ENCIPHERED'               TO WS-RPT-LABEL.
                MOVE WS-CTL-ENC (1)                  TO WS-RPT-BEFORE.
                MOVE WS-CTL-ENC (2)                  TO WS-RPT-AFTER.
                IF WS-CTL-ENC (2) = WS-CTL-TOTAL (2)
                   AND WS-CTL-ENC (2) - WS-CTL-ENC (1)
                       = WS-CONVERTED-COUNT
                   MOVE 'OK'                         TO WS-RPT-CHECK
                ELSE
                   MOVE 'FAILED'                     TO WS-RPT-CHECK
                   ADD 1 TO WS-CHECK-FAILS
                END-IF.
                PRINT WS-RPT-DETAIL.

                MOVE 'ACCOUNT COLUMNS NOT MASKED'    TO WS-RPT-LABEL.
                MOVE WS-CTL-UNMASKED (1)             TO WS-RPT-BEFORE.
                MOVE WS-CTL-UNMASKED (2)             TO WS-RPT-AFTER.
                IF WS-CTL-UNMASKED (2) = ZERO
                   MOVE 'OK'                         TO WS-RPT-CHECK
                ELSE
                   MOVE 'FAILED'                     TO WS-RPT-CHECK
                   ADD 1 TO WS-CHECK-FAILS
                END-IF.
                PRINT WS-RPT-DETAIL.

                MOVE 'ROWS WITH A PREVIOUS ACCOUNT'  TO WS-RPT-LABEL.
                MOVE WS-CTL-PREV (1)                 TO WS-RPT-BEFORE.
                MOVE WS-CTL-PREV (2)                 TO WS-RPT-AFTER.
                IF WS-CTL-PREV (2) = WS-CTL-PREV (1)
                   MOVE 'OK'                         TO WS-RPT-CHECK
                ELSE
                   MOVE 'FAILED'                     TO WS-RPT-CHECK
                   ADD 1 TO WS-CHECK-FAILS
                END-IF.
                PRINT WS-RPT-DETAIL.

                MOVE 'PREVIOUS ACCOUNTS ENCIPHERED'  TO WS-RPT-LABEL.
                MOVE WS-CTL-PREV-ENC (1)             TO WS-RPT-BEFORE.
                MOVE WS-CTL-PREV-ENC (2)             TO WS-RPT-AFTER.
                IF WS-CTL-PREV-ENC (2) = WS-CTL-PREV (2)
                   MOVE 'OK'                         TO WS-RPT-CHECK
                ELSE
                   MOVE 'FAILED'                     TO WS-RPT-CHECK
                   ADD 1 TO WS-CHECK-FAILS
                END-IF.
                PRINT WS-RPT-DETAIL.

                MOVE 'PAY_HOLD ACCOUNT KEYS IN THE CLEAR'
                                                     TO WS-RPT-LABEL.
                MOVE WS-CTL-HOLDKEY (1)              TO WS-RPT-BEFORE.
                MOVE WS-CTL-HOLDKEY (2)              TO WS-RPT-AFTER.
                IF WS-CTL-HOLDKEY (2) = ZERO
                   MOVE 'OK'                         TO WS-RPT-CHECK
                ELSE
                   MOVE 'FAILED'                     TO WS-RPT-CHECK
                   ADD 1 TO WS-CHECK-FAILS
                END-IF.
                PRINT WS-RPT-DETAIL.

                MOVE 'CHANGE LOG ENTRIES IN THE CLEAR'
                                                     TO WS-RPT-LABEL.
                MOVE WS-CTL-LOG (1)                  TO WS-RPT-BEFORE.
                MOVE WS-CTL-LOG (2)                  TO WS-RPT-AFTER.
                IF WS-CTL-LOG (2) = ZERO
                   MOVE 'OK'                         TO WS-RPT-CHECK
                ELSE
                   MOVE 'FAILED'                     TO WS-RPT-CHECK
                   ADD 1 TO WS-CHECK-FAILS
                END-IF.
                PRINT WS-RPT-DETAIL.

                MOVE 'ROWS ENCIPHERED THIS RUN'      TO WS-CNT-LABEL.
                MOVE WS-CONVERTED-COUNT              TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'ROWS FAILING THE ROUND TRIP'   TO WS-CNT-LABEL.
                MOVE WS-FAILED-COUNT                 TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'HOLD KEYS MASKED'              TO WS-CNT-LABEL.
                MOVE WS-HOLDKEY-COUNT                TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'HOLD KEYS ALREADY HELD MASKED' TO WS-CNT-LABEL.
                MOVE WS-HOLDKEY-FAIL                 TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'CHANGE LOG ENTRIES MASKED'     TO WS-CNT-LABEL.
                MOVE WS-LOG-COUNT                    TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'CONTROL CHECKS FAILED'         TO WS-CNT-LABEL.
                MOVE WS-CHECK-FAILS                  TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

       5000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 8000-COMMIT / 8050-COMMIT-POINT - A COMMIT EVERY HUNDRED ROWS
      * CHANGED, AND ONE AT THE END.
      ******************************************************************
       8000-COMMIT.

                EXEC SQL
                    COMMIT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE ZERO TO WS-UNCOMMITTED
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       8000-EXIT.
                EXIT.

       8050-COMMIT-POINT.

                ADD 1 TO WS-UNCOMMITTED.

                IF WS-UNCOMMITTED LESS THAN WS-COMMIT-INTERVAL
                   GO TO 8050-EXIT
                END-IF.

                PERFORM 8000-COMMIT
                THRU    8000-EXIT.

       8050-EXIT.
                EXIT.

       8100-CHECK-SELECT.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       8100-EXIT.
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
