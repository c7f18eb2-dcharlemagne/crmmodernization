      *-----------------------------------------------------------------
      *     COBRPTCP - REPORT REPOSITORY CAPTURE. RUNS AFTER EACH
      *                HRNIGHT REPORT STEP AND LOADS THE PRINT DATASET
      *                THAT STEP WROTE (RPTIN) ONTO REPORT_RUN AND
      *                REPORT_LINE, KEYED BY REPORT ID, RUN DATE AND
      *                DEPARTMENT SECTION, SO A STORED REPORT CAN BE
      *                PAGED THROUGH ONLINE BY COBRPTIQ LONG AFTER THE
      *                SPOOL HAS BEEN PURGED. EVERY LINE IS ALSO
      *                COPIED TO RPTOUT SO THE NIGHT'S LISTING STILL
      *                REACHES THE SPOOL AS BEFORE.
      *                ON A REPORT BROKEN DOWN BY DEPARTMENT THE
      *                DEPARTMENT COLUMN ON THE SYSIN CARD SAYS WHERE
      *                THE DEPTNO SITS ON THE PRINT LINE. LINES AHEAD
      *                OF THE FIRST DEPARTMENT ARE THE HEADING ('HDR');
      *                A LINE WITH A DEPTNO ON DEPT STARTS (OR GOES ON
      *                WITH) THAT DEPARTMENT'S SECTION; A LINE WITH
      *                ANYTHING ELSE THERE (A TOTAL, A NEW HEADING) IS
      *                COMPANY-LEVEL ('***'); A LINE WITH THE COLUMN
      *                BLANK STAYS IN THE SECTION BEFORE IT. A REPORT
      *                NOT BROKEN DOWN BY DEPARTMENT IS ALL '***'.
      *                THE RUN IS KEPT FOR THE CARD'S RETENTION DAYS.
      *                A RERUN THE SAME DAY REPLACES THE DAY'S COPY,
      *                AND EVERY RUN PAST ITS RETENTION DATE - OF ANY
      *                REPORT - IS PURGED FIRST. LINES ARE COMMITTED
      *                EVERY HUNDRED WITH THE RUN MARKED 'I' UNTIL
      *                THE LAST IS ON FILE, SO A HALF-LOADED REPORT IS
      *                NEVER SHOWN. ENDS CC 4 WHEN THE STEP PRINTED
      *                NOTHING, CC 16 ON A BAD SYSIN CARD.
      *                SYSIN CARD - REPORT ID (COLS 1-8), RETENTION
      *                DAYS 9(4) (COLS 10-13, ZERO FOR 400), AND THE
      *                DEPARTMENT COLUMN 9(3) (COLS 15-17, ZERO WHEN
      *                THE REPORT IS NOT BROKEN DOWN BY DEPARTMENT).
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPTCP.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTIN
                  ASSIGN TO DA-S-RPTIN.
           SELECT RPTOUT
                  ASSIGN TO DA-S-RPTOUT.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      RPTIN
               RECORD CONTAINS 132 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  RPTIN-REC                  PIC X(132).

       FD      RPTOUT
               RECORD CONTAINS 132 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  RPTOUT-REC                 PIC X(132).

      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-FILE-SWITCH     PIC X          VALUE  SPACES.
               88  END-OF-FILE                   VALUE  'Y'.
       77  WS-DEPT-SEEN-SWITCH    PIC X          VALUE  SPACES.
               88  WS-DEPT-SEEN                  VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-RUN-DATE            PIC X(10).

       01  WS-SYSIN-CARD.
           05 WS-CARD-REPORT-ID   PIC X(8).
           05 FILLER              PIC X(1).
           05 WS-CARD-RETAIN      PIC X(4).
           05 WS-CARD-RETAIN-NUM REDEFINES WS-CARD-RETAIN
                                  PIC 9(4).
           05 FILLER              PIC X(1).
           05 WS-CARD-DEPT-COL    PIC X(3).
           05 WS-CARD-DEPT-COL-NUM REDEFINES WS-CARD-DEPT-COL
                                  PIC 9(3).
           05 FILLER              PIC X(63).

       01  WS-REPORT-ID           PIC X(8).
       01  WS-RETAIN-DAYS         PIC S9(4) USAGE COMP.
       01  WS-DEPT-COL            PIC S9(4) USAGE COMP.
       01  WS-REPORT-TITLE        PIC X(80).
       01  WS-LEAD-SPACES         PIC S9(4) USAGE COMP.
       01  WS-LINE-NO             PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SECTION-COUNT       PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-LINE-TEXT           PIC X(132).
       01  WS-SECTION             PIC X(3).
       01  WS-LINE-DEPT           PIC X(3).
       01  WS-LAST-DEPT           PIC X(3)       VALUE SPACES.
       01  WS-DEPTNO              PIC X(3).
       01  WS-PURGED-RUNS         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-PURGED-LINES        PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR THE COMMIT POINT
      ******************************************************************
       77  WS-COMMIT-INTERVAL     PIC S9(4) USAGE COMP VALUE +100.
       01  WS-UNCOMMITTED         PIC S9(4) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPTCP'.
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

                EXEC SQL INCLUDE RPTRUN
                END-EXEC.

                EXEC SQL INCLUDE RPTLINE
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                PERFORM 1000-READ-PARMS
                THRU    1000-EXIT.

                PERFORM 2000-PURGE-EXPIRED
                THRU    2000-EXIT.

                PERFORM 3000-START-RUN
                THRU    3000-EXIT.

                OPEN INPUT  RPTIN
                     OUTPUT RPTOUT.

                PERFORM 4000-LOAD-LINE
                THRU    4000-EXIT
                UNTIL END-OF-FILE.

                CLOSE RPTIN
                      RPTOUT.

                PERFORM 5000-FINISH-RUN
                THRU    5000-EXIT.

                DISPLAY 'COBRPTCP - REPORT ' WS-REPORT-ID
                        ' RUN ' WS-RUN-DATE ' STORED'.
                DISPLAY 'LINES STORED              = ' WS-LINE-NO.
                DISPLAY 'DEPARTMENT SECTIONS       = ' WS-SECTION-COUNT.
                DISPLAY 'KEPT UNTIL                = ' RI-RETAIN-UNTIL.
                DISPLAY 'EXPIRED RUNS PURGED       = ' WS-PURGED-RUNS.
                DISPLAY 'EXPIRED LINES PURGED      = ' WS-PURGED-LINES.

                IF WS-LINE-NO = ZERO
                   DISPLAY 'COBRPTCP - REPORT ' WS-REPORT-ID
                           ' PRINTED NOTHING'
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1000-READ-PARMS
      ******************************************************************
       1000-READ-PARMS.

                MOVE SPACES TO WS-SYSIN-CARD.
                ACCEPT WS-SYSIN-CARD.

                IF WS-CARD-REPORT-ID = SPACES
                   DISPLAY 'COBRPTCP - NO REPORT ID ON SYSIN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                END-IF.

                IF WS-CARD-RETAIN = SPACES
                   MOVE ZERO TO WS-CARD-RETAIN-NUM
                END-IF.

                IF WS-CARD-DEPT-COL = SPACES
                   MOVE ZERO TO WS-CARD-DEPT-COL-NUM
                END-IF.

                IF WS-CARD-RETAIN NOT NUMERIC
                   OR WS-CARD-DEPT-COL NOT NUMERIC
                   OR WS-CARD-DEPT-COL-NUM GREATER THAN 130
                   DISPLAY 'COBRPTCP - INVALID SYSIN CARD - '
                           WS-SYSIN-CARD
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                END-IF.

                MOVE WS-CARD-REPORT-ID    TO WS-REPORT-ID.
                MOVE WS-CARD-RETAIN-NUM   TO WS-RETAIN-DAYS.
                MOVE WS-CARD-DEPT-COL-NUM TO WS-DEPT-COL.

                IF WS-RETAIN-DAYS = ZERO
                   MOVE 400 TO WS-RETAIN-DAYS
                END-IF.

                IF WS-DEPT-COL = ZERO
                   MOVE '***' TO WS-SECTION
                ELSE
                   MOVE 'HDR' TO WS-SECTION
                END-IF.

                EXEC SQL
                     SET :WS-RUN-DATE = CHAR(CURRENT DATE, ISO)
                END-EXEC.

       1000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2000-PURGE-EXPIRED - EVERY STORED RUN PAST ITS RETENTION DATE,
      * WHATEVER THE REPORT, WITH ITS LINES.
      ******************************************************************
       2000-PURGE-EXPIRED.

                EXEC SQL
                    DELETE FROM REPORT_LINE L
                     WHERE EXISTS
                          (SELECT 1
                             FROM REPORT_RUN R
                            WHERE R.REPORT_ID    = L.REPORT_ID
                              AND R.RUN_DATE     = L.RUN_DATE
                              AND R.RETAIN_UNTIL < CURRENT DATE)
                END-EXEC.

                PERFORM 8200-CHECK-DELETE THRU 8200-EXIT.
                MOVE SQLERRD(3) TO WS-PURGED-LINES.

                EXEC SQL
                    DELETE FROM REPORT_RUN
                     WHERE RETAIN_UNTIL < CURRENT DATE
                END-EXEC.

                PERFORM 8200-CHECK-DELETE THRU 8200-EXIT.
                MOVE SQLERRD(3) TO WS-PURGED-RUNS.

                PERFORM 8000-COMMIT
                THRU    8000-EXIT.

       2000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3000-START-RUN - A RERUN REPLACES TODAY'S COPY. THE RUN GOES ON
      * MARKED 'I' AND IS COMMITTED BEFORE THE FIRST LINE.
      ******************************************************************
       3000-START-RUN.

                EXEC SQL
                    DELETE FROM REPORT_LINE
                     WHERE REPORT_ID = :WS-REPORT-ID
                       AND RUN_DATE  = :WS-RUN-DATE
                END-EXEC.

                PERFORM 8200-CHECK-DELETE THRU 8200-EXIT.

                EXEC SQL
                    DELETE FROM REPORT_RUN
                     WHERE REPORT_ID = :WS-REPORT-ID
                       AND RUN_DATE  = :WS-RUN-DATE
                END-EXEC.

                PERFORM 8200-CHECK-DELETE THRU 8200-EXIT.

                MOVE SPACES TO WS-REPORT-TITLE.

                EXEC SQL
                    INSERT INTO REPORT_RUN
                         (REPORT_ID, RUN_DATE, REPORT_TITLE,
                          DEPT_COLUMN, LINE_COUNT, SECTION_COUNT,
                          RETAIN_DAYS, RETAIN_UNTIL,
                          CAPTURE_STATUS, CAPTURE_TS)
                    VALUES
                         (:WS-REPORT-ID, :WS-RUN-DATE,
                          :WS-REPORT-TITLE, :WS-DEPT-COL, 0, 0,
                          :WS-RETAIN-DAYS,
                          DATE(:WS-RUN-DATE) + :WS-RETAIN-DAYS DAYS,
                          'I', CURRENT TIMESTAMP)
                END-EXEC.

                PERFORM 8100-CHECK-SQL THRU 8100-EXIT.

                PERFORM 8000-COMMIT
                THRU    8000-EXIT.

       3000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4000-LOAD-LINE
      ******************************************************************
       4000-LOAD-LINE.

                READ RPTIN
                     AT END
                        MOVE 'Y' TO END-OF-FILE-SWITCH
                        GO TO 4000-EXIT
                END-READ.

                MOVE RPTIN-REC TO WS-LINE-TEXT
                                  RPTOUT-REC.
                WRITE RPTOUT-REC.

                ADD 1 TO WS-LINE-NO.

                IF WS-REPORT-TITLE = SPACES
                   AND WS-LINE-TEXT NOT = SPACES
                   MOVE ZERO TO WS-LEAD-SPACES
                   INSPECT WS-LINE-TEXT TALLYING WS-LEAD-SPACES
                           FOR LEADING SPACE
                   MOVE WS-LINE-TEXT (WS-LEAD-SPACES + 1:)
                                    TO WS-REPORT-TITLE
                END-IF.

                IF WS-DEPT-COL GREATER THAN ZERO
                   PERFORM 4100-SET-SECTION
                   THRU    4100-EXIT
                END-IF.

                EXEC SQL
                    INSERT INTO REPORT_LINE
                         (REPORT_ID, RUN_DATE, LINE_NO,
                          DEPT_SECTION, LINE_TEXT)
                    VALUES
                         (:WS-REPORT-ID, :WS-RUN-DATE, :WS-LINE-NO,
                          :WS-SECTION, :WS-LINE-TEXT)
                END-EXEC.

                PERFORM 8100-CHECK-SQL THRU 8100-EXIT.

                PERFORM 8050-COMMIT-POINT
                THRU    8050-EXIT.

       4000-EXIT.
                EXIT.

      ******************************************************************
      * 4100-SET-SECTION - THE DEPARTMENT COLUMN DECIDES THE SECTION;
      * BLANK LEAVES IT WHERE IT WAS. THE LAST DEPTNO FOUND ON DEPT IS
      * KEPT SO A DEPARTMENT'S RUN OF LINES IS LOOKED UP ONLY ONCE.
      ******************************************************************
       4100-SET-SECTION.

                MOVE WS-LINE-TEXT (WS-DEPT-COL:3) TO WS-LINE-DEPT.

                IF WS-LINE-DEPT = SPACES
                   GO TO 4100-EXIT
                END-IF.

                IF WS-LINE-DEPT = WS-LAST-DEPT
                   MOVE WS-LINE-DEPT TO WS-SECTION
                   GO TO 4100-EXIT
                END-IF.

                EXEC SQL
                    SELECT DEPTNO
                      INTO :WS-DEPTNO
                      FROM DEPT
                     WHERE DEPTNO = :WS-LINE-DEPT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-LINE-DEPT TO WS-SECTION
                                              WS-LAST-DEPT
                         MOVE 'Y'          TO WS-DEPT-SEEN-SWITCH
                    WHEN +100
                         IF WS-DEPT-SEEN
                            MOVE '***' TO WS-SECTION
                         END-IF
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       4100-EXIT.
                EXIT.
      /
      ******************************************************************
      * 5000-FINISH-RUN - COUNTS AND TITLE ON, AND THE RUN MARKED 'C'
      * SO COBRPTIQ WILL SHOW IT.
      ******************************************************************
       5000-FINISH-RUN.

                EXEC SQL
                    SELECT COUNT(DISTINCT DEPT_SECTION)
                      INTO :WS-SECTION-COUNT
                      FROM REPORT_LINE
                     WHERE REPORT_ID     = :WS-REPORT-ID
                       AND RUN_DATE      = :WS-RUN-DATE
                       AND DEPT_SECTION NOT IN ('HDR', '***')
                END-EXEC.

                PERFORM 8100-CHECK-SQL THRU 8100-EXIT.

                EXEC SQL
                    UPDATE REPORT_RUN
                       SET REPORT_TITLE   = :WS-REPORT-TITLE,
                           LINE_COUNT     = :WS-LINE-NO,
                           SECTION_COUNT  = :WS-SECTION-COUNT,
                           CAPTURE_STATUS = 'C',
                           CAPTURE_TS     = CURRENT TIMESTAMP
                     WHERE REPORT_ID = :WS-REPORT-ID
                       AND RUN_DATE  = :WS-RUN-DATE
                END-EXEC.

                PERFORM 8100-CHECK-SQL THRU 8100-EXIT.

                EXEC SQL
                    SELECT CHAR(RETAIN_UNTIL, ISO)
                      INTO :RI-RETAIN-UNTIL
                      FROM REPORT_RUN
                     WHERE REPORT_ID = :WS-REPORT-ID
                       AND RUN_DATE  = :WS-RUN-DATE
                END-EXEC.

                PERFORM 8100-CHECK-SQL THRU 8100-EXIT.

                PERFORM 8000-COMMIT
                THRU    8000-EXIT.

       5000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 8000-COMMIT / 8050-COMMIT-POINT - A COMMIT EVERY HUNDRED LINES.
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

       8100-CHECK-SQL.

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

       8200-CHECK-DELETE.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       8200-EXIT.
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
