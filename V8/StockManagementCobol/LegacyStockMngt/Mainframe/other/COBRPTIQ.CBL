      *-----------------------------------------------------------------
      *    COBRPTIQ - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - REPORT REPOSITORY VIEWER. PAGES THROUGH ONE
      *                    STORED RUN OF A NIGHTLY REPORT THAT
      *                    COBRPTCP CAPTURED ONTO REPORT_RUN AND
      *                    REPORT_LINE, TWENTY PRINT LINES A CALL IN
      *                    RPTIQ-LINES. RPTIQ-RUN-DATE SPACES TAKES THE
      *                    LATEST STORED RUN AND COMES BACK WITH ITS
      *                    DATE. RPTIQ-DIRECTION 'F' (OR SPACE) GIVES
      *                    THE PAGE AFTER LINE RPTIQ-FROM-LINE (ZERO
      *                    FOR THE TOP), 'B' THE PAGE BEFORE IT - THE
      *                    SCREEN PASSES BACK RPTIQ-LAST-LINE TO PAGE
      *                    FORWARD AND RPTIQ-FIRST-LINE TO PAGE BACK.
      *                    THE CALLER SEES ONLY THE DEPARTMENT SECTIONS
      *                    USER_ROLE ENTITLES THEM TO - ROLE 'RPT' PLUS
      *                    THE DEPTNO FOR ONE DEPARTMENT, 'RPTALL' FOR
      *                    EVERY SECTION AND THE COMPANY-LEVEL LINES -
      *                    KEYED ON THE SAME SQLID COBROLCK CHECKS; THE
      *                    HEADING LINES GO WITH ANY SECTION. A CALLER
      *                    ENTITLED TO NOTHING ON THE RUN GETS
      *                    RPTIQ-FOUND-FLAG 'A' AND THE ATTEMPT IS
      *                    RECORDED ON COMP_ACCESS_AUDIT THE WAY
      *                    COBROLCK RECORDS A DENIED ROLE. A RUN NOT ON
      *                    FILE (OR STILL LOADING) COMES BACK 'N'.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBRPTIQ.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCT  2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       01  WS-USERID              PIC X(8).
       01  WS-PROGRAM             PIC X(8)       VALUE 'COBRPTIQ'.
       01  WS-REPORT-ID           PIC X(8).
       01  WS-RUN-DATE            PIC X(10).
       01  WS-RUN-DATE-IND        PIC S9(4) USAGE COMP.
       01  WS-FROM-LINE           PIC S9(9) USAGE COMP.
       01  WS-START-LINE          PIC S9(9) USAGE COMP.
       01  WS-ALL-COUNT           PIC S9(9) USAGE COMP.
       01  WS-SECTION-COUNT       PIC S9(9) USAGE COMP.

      *-----------------------------------------------------------------
      * SQLCA AND DCLGENS FOR TABLES
      *-----------------------------------------------------------------
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE RPTRUN
           END-EXEC.

           EXEC SQL
               INCLUDE RPTLINE
           END-EXEC.

           EXEC SQL
               INCLUDE USERROLE
           END-EXEC.

           EXEC SQL
               INCLUDE COMPAUD
           END-EXEC.

      *-----------------------------------------------------------------
      * C1 - THE NEXT TWENTY LINES AFTER THE PAGING LINE THAT THE
      * CALLER MAY SEE, IN PRINT ORDER.
      *-----------------------------------------------------------------
           EXEC SQL DECLARE C1 CURSOR FOR
             SELECT
                 L.LINE_NO,
                 L.LINE_TEXT
               FROM REPORT_LINE L
               WHERE L.REPORT_ID = :WS-REPORT-ID
                 AND L.RUN_DATE  = :WS-RUN-DATE
                 AND L.LINE_NO   > :WS-FROM-LINE
                 AND (L.DEPT_SECTION = 'HDR'
                      OR EXISTS
                        (SELECT 1
                           FROM USER_ROLE R
                          WHERE R.USERID = :WS-USERID
                            AND (R.ROLENAME = 'RPTALL'
                                 OR R.ROLENAME =
                                    'RPT' CONCAT L.DEPT_SECTION)))
               ORDER BY L.LINE_NO
               FETCH FIRST 20 ROWS ONLY
           END-EXEC.

      /
       LINKAGE SECTION.

       01  RPTIQ-REPORT-ID          PIC X(8).
       01  RPTIQ-RUN-DATE           PIC X(10).
       01  RPTIQ-DIRECTION          PIC X(1).
               88  RPTIQ-PAGE-BACK               VALUE 'B'.
       01  RPTIQ-FROM-LINE          PIC S9(9) USAGE COMP.
       01  RPTIQ-TITLE              PIC X(80).
       01  RPTIQ-RETAIN-UNTIL       PIC X(10).
       01  RPTIQ-FOUND-FLAG         PIC X(1).
       01  RPTIQ-FIRST-LINE         PIC S9(9) USAGE COMP.
       01  RPTIQ-LAST-LINE          PIC S9(9) USAGE COMP.
       01  RPTIQ-LINE-COUNT         PIC S9(4) USAGE COMP.
       01  RPTIQ-LINES.
           05 RPTIQ-LINE            OCCURS 20 TIMES PIC X(132).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING RPTIQ-REPORT-ID,
                                RPTIQ-RUN-DATE,
                                RPTIQ-DIRECTION,
                                RPTIQ-FROM-LINE,
                                RPTIQ-TITLE,
                                RPTIQ-RETAIN-UNTIL,
                                RPTIQ-FOUND-FLAG,
                                RPTIQ-FIRST-LINE,
                                RPTIQ-LAST-LINE,
                                RPTIQ-LINE-COUNT,
                                RPTIQ-LINES.

       MAINLINE.

                MOVE RPTIQ-REPORT-ID TO WS-REPORT-ID.
                MOVE SPACES          TO RPTIQ-TITLE
                                        RPTIQ-RETAIN-UNTIL
                                        RPTIQ-LINES.
                MOVE ZERO            TO RPTIQ-FIRST-LINE
                                        RPTIQ-LAST-LINE
                                        RPTIQ-LINE-COUNT.
                MOVE 'N'             TO RPTIQ-FOUND-FLAG.

                EXEC SQL
                     SET :WS-USERID = USER
                END-EXEC.

                IF SQLCODE NOT = 0
                   DISPLAY 'COBRPTIQ - UNABLE TO CAPTURE SQLID - '
                           'SQLCODE = ' SQLCODE
                   GOBACK
                END-IF.

                PERFORM 1000-FIND-RUN THRU 1000-EXIT.

                IF RPTIQ-FOUND-FLAG NOT = 'Y'
                   GOBACK
                END-IF.

                PERFORM 2000-CHECK-ENTITLED THRU 2000-EXIT.

                IF RPTIQ-FOUND-FLAG NOT = 'Y'
                   GOBACK
                END-IF.

                MOVE RPTIQ-FROM-LINE TO WS-FROM-LINE.

                IF RPTIQ-PAGE-BACK
                   PERFORM 3000-FIND-PAGE-BACK THRU 3000-EXIT
                END-IF.

                PERFORM 4000-PAGE THRU 4000-EXIT.

                GOBACK.

      *-----------------------------------------------------------------
      * 1000-FIND-RUN - THE RUN ASKED FOR, OR THE LATEST ONE STORED.
      * A RUN STILL LOADING IS NOT SHOWN.
      *-----------------------------------------------------------------
       1000-FIND-RUN.

                IF RPTIQ-RUN-DATE = SPACES
                   EXEC SQL
                       SELECT CHAR(MAX(RUN_DATE), ISO)
                         INTO :WS-RUN-DATE :WS-RUN-DATE-IND
                         FROM REPORT_RUN
                        WHERE REPORT_ID      = :WS-REPORT-ID
                          AND CAPTURE_STATUS = 'C'
                   END-EXEC
                   IF SQLCODE NOT = 0
                      OR WS-RUN-DATE-IND LESS THAN ZERO
                      GO TO 1000-EXIT
                   END-IF
                ELSE
                   MOVE RPTIQ-RUN-DATE TO WS-RUN-DATE
                END-IF.

                EXEC SQL
                    SELECT REPORT_TITLE,
                           CHAR(RETAIN_UNTIL, ISO)
                      INTO :RI-REPORT-TITLE,
                           :RI-RETAIN-UNTIL
                      FROM REPORT_RUN
                     WHERE REPORT_ID      = :WS-REPORT-ID
                       AND RUN_DATE       = :WS-RUN-DATE
                       AND CAPTURE_STATUS = 'C'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y'             TO RPTIQ-FOUND-FLAG
                         MOVE WS-RUN-DATE     TO RPTIQ-RUN-DATE
                         MOVE RI-REPORT-TITLE TO RPTIQ-TITLE
                         MOVE RI-RETAIN-UNTIL TO RPTIQ-RETAIN-UNTIL
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         DISPLAY 'COBRPTIQ - RUN LOOKUP FAILED - '
                                 'SQLCODE = ' SQLCODE
                END-EVALUATE.

       1000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 2000-CHECK-ENTITLED - 'RPTALL', OR THE ROLE FOR AT LEAST ONE
      * DEPARTMENT SECTION ON THE RUN. OTHERWISE 'A', AND LOGGED.
      *-----------------------------------------------------------------
       2000-CHECK-ENTITLED.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ALL-COUNT
                      FROM USER_ROLE
                     WHERE USERID   = :WS-USERID
                       AND ROLENAME = 'RPTALL'
                END-EXEC.

                IF SQLCODE NOT = 0
                   DISPLAY 'COBRPTIQ - ROLE LOOKUP FAILED - '
                           'SQLCODE = ' SQLCODE
                   MOVE 'A' TO RPTIQ-FOUND-FLAG
                   GO TO 2000-EXIT
                END-IF.

                IF WS-ALL-COUNT GREATER THAN ZERO
                   GO TO 2000-EXIT
                END-IF.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-SECTION-COUNT
                      FROM USER_ROLE R
                     WHERE R.USERID = :WS-USERID
                       AND EXISTS
                          (SELECT 1
                             FROM REPORT_LINE L
                            WHERE L.REPORT_ID = :WS-REPORT-ID
                              AND L.RUN_DATE  = :WS-RUN-DATE
                              AND L.DEPT_SECTION NOT IN ('HDR', '***')
                              AND R.ROLENAME =
                                  'RPT' CONCAT L.DEPT_SECTION)
                END-EXEC.

                IF SQLCODE NOT = 0
                   DISPLAY 'COBRPTIQ - ROLE LOOKUP FAILED - '
                           'SQLCODE = ' SQLCODE
                   MOVE 'A' TO RPTIQ-FOUND-FLAG
                   GO TO 2000-EXIT
                END-IF.

                IF WS-SECTION-COUNT GREATER THAN ZERO
                   GO TO 2000-EXIT
                END-IF.

                MOVE 'A'    TO RPTIQ-FOUND-FLAG.
                MOVE SPACES TO RPTIQ-TITLE.

                EXEC SQL
                    INSERT INTO COMP_ACCESS_AUDIT
                         (USERID, PROGRAM_NAME, ATTEMPT_TS)
                    VALUES
                         (:WS-USERID, :WS-PROGRAM,
                          CURRENT TIMESTAMP)
                END-EXEC.

                IF SQLCODE NOT = 0
                   DISPLAY 'COBRPTIQ - UNABLE TO LOG DENIAL - '
                           'SQLCODE = ' SQLCODE
                END-IF.

       2000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 3000-FIND-PAGE-BACK - THE LINE BEFORE THE TWENTIETH VISIBLE
      * LINE AHEAD OF THE PAGING LINE, SO C1 PAINTS THE PAGE BEFORE.
      * NOTHING VISIBLE BEFORE IT GOES BACK TO THE TOP.
      *-----------------------------------------------------------------
       3000-FIND-PAGE-BACK.

                EXEC SQL
                    SELECT COALESCE(MIN(P.LINE_NO), 1)
                      INTO :WS-START-LINE
                      FROM (SELECT L.LINE_NO
                              FROM REPORT_LINE L
                             WHERE L.REPORT_ID = :WS-REPORT-ID
                               AND L.RUN_DATE  = :WS-RUN-DATE
                               AND L.LINE_NO   < :WS-FROM-LINE
                               AND (L.DEPT_SECTION = 'HDR'
                                    OR EXISTS
                                   (SELECT 1
                                      FROM USER_ROLE R
                                     WHERE R.USERID = :WS-USERID
                                       AND (R.ROLENAME = 'RPTALL'
                                            OR R.ROLENAME =
                                        'RPT' CONCAT L.DEPT_SECTION)))
                             ORDER BY L.LINE_NO DESC
                             FETCH FIRST 20 ROWS ONLY) AS P
                END-EXEC.

                IF SQLCODE NOT = 0
                   DISPLAY 'COBRPTIQ - PAGE BACK FAILED - SQLCODE = '
                           SQLCODE
                   MOVE 1 TO WS-START-LINE
                END-IF.

                COMPUTE WS-FROM-LINE = WS-START-LINE - 1.

       3000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4000-PAGE
      *-----------------------------------------------------------------
       4000-PAGE.

                MOVE SPACES TO END-OF-C1-SWITCH.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                IF SQLCODE NOT = 0
                   DISPLAY 'COBRPTIQ - OPEN FAILED - SQLCODE = '
                           SQLCODE
                   GO TO 4000-EXIT
                END-IF.

                PERFORM 4200-FETCH-LINE
                THRU    4200-EXIT
                UNTIL END-OF-C1
                   OR RPTIQ-LINE-COUNT NOT LESS THAN 20.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4200-FETCH-LINE
      *-----------------------------------------------------------------
       4200-FETCH-LINE.

                EXEC SQL
                    FETCH C1
                    INTO  :RJ-LINE-NO,
                          :RJ-LINE-TEXT
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO RPTIQ-LINE-COUNT
                         MOVE RJ-LINE-TEXT
                           TO RPTIQ-LINE (RPTIQ-LINE-COUNT)
                         IF RPTIQ-LINE-COUNT = 1
                            MOVE RJ-LINE-NO TO RPTIQ-FIRST-LINE
                         END-IF
                         MOVE RJ-LINE-NO TO RPTIQ-LAST-LINE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                    WHEN OTHER
                         DISPLAY 'COBRPTIQ - FETCH FAILED - '
                                 'SQLCODE = ' SQLCODE
                         MOVE 'Y' TO END-OF-C1-SWITCH
                END-EVALUATE.

       4200-EXIT.
                EXIT.
