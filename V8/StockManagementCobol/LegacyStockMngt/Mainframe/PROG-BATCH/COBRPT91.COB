      *-----------------------------------------------------------------
      *     COBRPT91 - BATCH RUNTIME TREND AND ANOMALY REPORT FROM THE
      *                JOB_RUN_LOG HISTORY. THREE SECTIONS -
      *                1. LAST NIGHT'S RUNS. EVERY STEP THAT ENDED IN
      *                   THE LAST 24 HOURS AGAINST ITS OWN ROLLING
      *                   30- AND 90-DAY BASELINE (SAME JOB, STEP AND
      *                   PROGRAM): ELAPSED SECONDS, ROWS PROCESSED
      *                   AND HOW OFTEN THE STEP HAS ENDED WITH A
      *                   WARNING (CC 1-7) OR A FAILURE (CC 8+). A RUN
      *                   IS FLAGGED SLOW OR FAST WHEN ITS ELAPSED IS
      *                   OUTSIDE THE 30-DAY AVERAGE BY MORE THAN THE
      *                   TOLERANCE (AND BY AT LEAST A MINUTE), ROWS
      *                   HIGH OR LOW THE SAME WAY, AND CC WHEN IT
      *                   FAILED OR RAISED A WARNING THE STEP RARELY
      *                   RAISES. FEWER THAN FIVE RUNS IN THE LAST 30
      *                   DAYS IS NO BASELINE - THE RUN PRINTS BUT IS
      *                   NOT JUDGED.
      *                2. WEEK-OVER-WEEK TREND. EACH STEP'S AVERAGE
      *                   ELAPSED FOR EACH OF THE LAST EIGHT WEEKS,
      *                   OLDEST FIRST, WITH THE GROWTH PER WEEK
      *                   BETWEEN THE OLDEST AND NEWEST WEEK ON FILE.
      *                   TWO PERCENT A WEEK OR MORE IS FLAGGED
      *                   SLOWING.
      *                3. BATCH WINDOW PROJECTION. ONE JOB'S NIGHTS
      *                   (A NIGHT RUNS NOON TO NOON) - FIRST STEP
      *                   START TO LAST STEP END - AGAINST THE
      *                   DEADLINE ON JOB_SCHEDULE.LATEST_RUNTIME.
      *                   THE END TIME IS PROJECTED FOR THE NEXT RUN
      *                   AND ONE, TWO, FOUR AND EIGHT WEEKS OUT FROM
      *                   THE 30-DAY AVERAGE START AND ELAPSED PLUS THE
      *                   WEEKLY GROWTH (LAST FOUR WEEKS AGAINST THE
      *                   FOUR BEFORE). UNDER 15 MINUTES TO SPARE IS AT
      *                   RISK; PAST THE DEADLINE IS WINDOW BLOWN.
      *                STEPS STILL RUNNING ARE LEFT OUT. SYSIN - THREE
      *                CARDS: JOB NAME FOR THE PROJECTION (BLANK =
      *                HRNIGHT), ELAPSED TOLERANCE PERCENT 999 AND
      *                ROWS TOLERANCE PERCENT 999 (BLANK = 050). RC 4
      *                WHEN ANY RUN IS FLAGGED OR ANY PROJECTION IS
      *                PAST THE DEADLINE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT91.
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
       77  END-OF-C2-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C2                     VALUE  'Y'.
       77  END-OF-C3-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C3                     VALUE  'Y'.
       77  FIRST-FETCH-SWITCH     PIC X          VALUE  'Y'.
               88  FIRST-FETCH                   VALUE  'Y'.
       77  DEADLINE-SWITCH        PIC X          VALUE  'N'.
               88  DEADLINE-FOUND                VALUE  'Y'.
       77  OUTLIER-SWITCH         PIC X          VALUE  'N'.
               88  RUN-IS-OUTLIER                VALUE  'Y'.
       77  WS-MIN-RUNS            PIC S9(4) USAGE COMP VALUE +5.
       77  WS-MIN-SECS            PIC S9(9) USAGE COMP VALUE +60.
       77  WS-RARE-PCT            PIC S9(4) USAGE COMP VALUE +10.
       77  WS-SLOWING-PCT         PIC S9(3)V9 USAGE COMP-3 VALUE +2.0.
       77  WS-RISK-SECS           PIC S9(9) USAGE COMP VALUE +900.
       77  WS-SUB                 PIC S9(4) USAGE COMP.
       77  WS-OLD-SUB             PIC S9(4) USAGE COMP.
       77  WS-NEW-SUB             PIC S9(4) USAGE COMP.
       77  WS-PTR                 PIC S9(4) USAGE COMP.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-PARM-JOB            PIC X(8).
       01  WS-PARM-TOL            PIC X(3).
       01  WS-PARM-TOL-N REDEFINES WS-PARM-TOL
                                  PIC 9(3).
       01  WS-ELAPSED-TOL         PIC S9(4) USAGE COMP VALUE +50.
       01  WS-ROWS-TOL            PIC S9(4) USAGE COMP VALUE +50.
       01  WS-JOBID               PIC X(20).

       01  WS-JOBNAME             PIC X(8).
       01  WS-STEPNAME            PIC X(8).
       01  WS-PROGRAM-NAME        PIC X(8).
       01  WS-ELAPSED             PIC S9(9) USAGE COMP.
       01  WS-ROWS                PIC S9(9) USAGE COMP.
       01  WS-COND-CODE           PIC S9(9) USAGE COMP.
       01  WS-AVG30               PIC S9(9) USAGE COMP.
       01  WS-AVG90               PIC S9(9) USAGE COMP.
       01  WS-ROWS30              PIC S9(9) USAGE COMP.
       01  WS-RUNS30              PIC S9(9) USAGE COMP.
       01  WS-RUNS90              PIC S9(9) USAGE COMP.
       01  WS-WARN90              PIC S9(9) USAGE COMP.
       01  WS-FAIL90              PIC S9(9) USAGE COMP.
       01  WS-WARN-PCT            PIC S9(9) USAGE COMP.
       01  WS-FAIL-PCT            PIC S9(9) USAGE COMP.
       01  WS-LIMIT-HI            PIC S9(9) USAGE COMP.
       01  WS-LIMIT-LO            PIC S9(9) USAGE COMP.
       01  WS-DIFF                PIC S9(9) USAGE COMP.

       01  WS-WEEK-NO             PIC S9(9) USAGE COMP.
       01  WS-WEEK-AVG            PIC S9(9) USAGE COMP.
       01  WS-PREV-JOBNAME        PIC X(8)  VALUE SPACES.
       01  WS-PREV-STEPNAME       PIC X(8)  VALUE SPACES.
       01  WS-PREV-PROGRAM        PIC X(8)  VALUE SPACES.
       01  WS-WEEK-TABLE.
           05 WS-WEEK-SLOT        PIC S9(9) USAGE COMP OCCURS 8 TIMES.
       01  WS-TREND               PIC S9(5)V9 USAGE COMP-3.

       01  WS-NIGHT-DATE          PIC X(10).
       01  WS-NIGHT-ELAPSED       PIC S9(9) USAGE COMP.
       01  WS-NIGHT-START         PIC S9(9) USAGE COMP.
       01  WS-NIGHT-AGO           PIC S9(9) USAGE COMP.
       01  WS-LAST-DATE           PIC X(10) VALUE SPACES.
       01  WS-LAST-ELAPSED        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-LAST-START          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SUM30-ELAPSED       PIC S9(11) USAGE COMP-3 VALUE ZERO.
       01  WS-SUM30-START         PIC S9(11) USAGE COMP-3 VALUE ZERO.
       01  WS-NIGHTS30            PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SUM90-ELAPSED       PIC S9(11) USAGE COMP-3 VALUE ZERO.
       01  WS-NIGHTS90            PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SUM-RECENT          PIC S9(11) USAGE COMP-3 VALUE ZERO.
       01  WS-NIGHTS-RECENT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SUM-PRIOR           PIC S9(11) USAGE COMP-3 VALUE ZERO.
       01  WS-NIGHTS-PRIOR        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-AVG30-ELAPSED       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-AVG30-START         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-AVG90-ELAPSED       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-WEEKLY-GROWTH       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-DEADLINE            PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-PROJ-WEEKS          PIC S9(4) USAGE COMP.
       01  WS-PROJ-END            PIC S9(9) USAGE COMP.
       01  WS-MARGIN              PIC S9(9) USAGE COMP.
       01  WS-LATEST-RUNTIME      PIC X(5).
       01  WS-LATEST-PARTS REDEFINES WS-LATEST-RUNTIME.
           05 WS-LATEST-HH        PIC 9(2).
           05 FILLER              PIC X(1).
           05 WS-LATEST-MM        PIC 9(2).

       01  WS-CLK-SECS            PIC S9(9) USAGE COMP.
       01  WS-CLK-WORK            PIC S9(9) USAGE COMP.
       01  WS-CLK-DAYS            PIC S9(9) USAGE COMP.
       01  WS-CLK-REM             PIC S9(9) USAGE COMP.
       01  WS-CLK-HHMM.
           05 WS-CLK-HH           PIC 9(2).
           05 FILLER              PIC X(1)  VALUE '.'.
           05 WS-CLK-MM           PIC 9(2).

       01  WS-RUN-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-OUTLIER-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-NO-BASE-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TREND-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SLOWING-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-BLOWN-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(40)
                VALUE 'BATCH RUNTIME TREND AND ANOMALY REPORT'.
           10 FILLER              PIC X(62).

       01  WS-RPT-SECTION.
           10 FILLER              PIC X(2).
           10 WS-SEC-TITLE        PIC X(60).
           10 FILLER              PIC X(70).

       01  WS-RPT-COLUMNS1.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(9)   VALUE 'JOB'.
           10 FILLER              PIC X(9)   VALUE 'STEP'.
           10 FILLER              PIC X(9)   VALUE 'PROGRAM'.
           10 FILLER              PIC X(8)   VALUE '   SECS'.
           10 FILLER              PIC X(8)   VALUE '  AVG30'.
           10 FILLER              PIC X(8)   VALUE '  AVG90'.
           10 FILLER              PIC X(10)  VALUE '     ROWS'.
           10 FILLER              PIC X(10)  VALUE '   ROWS30'.
           10 FILLER              PIC X(6)   VALUE '   CC'.
           10 FILLER              PIC X(4)   VALUE 'W%'.
           10 FILLER              PIC X(5)   VALUE 'F%'.
           10 FILLER              PIC X(30)  VALUE 'FLAGS'.
           10 FILLER              PIC X(14).

       01  WS-RPT-DETAIL1.
           10 FILLER              PIC X(2).
           10 WS-RPT-JOBNAME      PIC X(8).
           10 FILLER              PIC X(1).
           10 WS-RPT-STEPNAME     PIC X(8).
           10 FILLER              PIC X(1).
           10 WS-RPT-PROGRAM      PIC X(8).
           10 FILLER              PIC X(1).
           10 WS-RPT-ELAPSED      PIC ZZZZZZ9.
           10 FILLER              PIC X(1).
           10 WS-RPT-AVG30        PIC ZZZZZZ9.
           10 FILLER              PIC X(1).
           10 WS-RPT-AVG90        PIC ZZZZZZ9.
           10 FILLER              PIC X(1).
           10 WS-RPT-ROWS         PIC ZZZZZZZZ9.
           10 FILLER              PIC X(1).
           10 WS-RPT-ROWS30       PIC ZZZZZZZZ9.
           10 FILLER              PIC X(1).
           10 WS-RPT-COND         PIC ZZZ9-.
           10 FILLER              PIC X(1).
           10 WS-RPT-WARN-PCT     PIC ZZ9.
           10 FILLER              PIC X(1).
           10 WS-RPT-FAIL-PCT     PIC ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RPT-FLAGS        PIC X(30).
           10 FILLER              PIC X(14).

       01  WS-RPT-COLUMNS2.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(9)   VALUE 'JOB'.
           10 FILLER              PIC X(9)   VALUE 'STEP'.
           10 FILLER              PIC X(9)   VALUE 'PROGRAM'.
           10 FILLER              PIC X(8)   VALUE '    W-7'.
           10 FILLER              PIC X(8)   VALUE '    W-6'.
           10 FILLER              PIC X(8)   VALUE '    W-5'.
           10 FILLER              PIC X(8)   VALUE '    W-4'.
           10 FILLER              PIC X(8)   VALUE '    W-3'.
           10 FILLER              PIC X(8)   VALUE '    W-2'.
           10 FILLER              PIC X(8)   VALUE '    W-1'.
           10 FILLER              PIC X(9)   VALUE ' THIS WK'.
           10 FILLER              PIC X(9)   VALUE ' PCT/WK'.
           10 FILLER              PIC X(10)  VALUE 'TREND'.
           10 FILLER              PIC X(19).

       01  WS-RPT-DETAIL2.
           10 FILLER              PIC X(2).
           10 WS-TRD-JOBNAME      PIC X(8).
           10 FILLER              PIC X(1).
           10 WS-TRD-STEPNAME     PIC X(8).
           10 FILLER              PIC X(1).
           10 WS-TRD-PROGRAM      PIC X(8).
           10 FILLER              PIC X(1).
           10 WS-TRD-WEEK         OCCURS 8 TIMES.
              15 WS-TRD-AVG       PIC ZZZZZZ9.
              15 FILLER           PIC X(1).
           10 FILLER              PIC X(1).
           10 WS-TRD-PCT          PIC -ZZZ9.9.
           10 FILLER              PIC X(2).
           10 WS-TRD-FLAG         PIC X(10).
           10 FILLER              PIC X(19).

       01  WS-RPT-COLUMNS3.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(36)  VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'CLOCK'.
           10 FILLER              PIC X(10)  VALUE '   SECONDS'.
           10 FILLER              PIC X(10)  VALUE '    MARGIN'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(13)  VALUE 'STATUS'.
           10 FILLER              PIC X(52).

       01  WS-RPT-WINDOW.
           10 FILLER              PIC X(2).
           10 WS-WIN-LABEL        PIC X(36).
           10 WS-WIN-CLOCK        PIC X(5).
           10 FILLER              PIC X(2).
           10 WS-WIN-SECS         PIC ZZZ,ZZ9-.
           10 FILLER              PIC X(2).
           10 WS-WIN-MARGIN       PIC ZZZ,ZZ9-.
           10 FILLER              PIC X(4).
           10 WS-WIN-STATUS       PIC X(13).
           10 FILLER              PIC X(52).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT91'.
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

                EXEC SQL INCLUDE JOBRUNLG
                END-EXEC.

                EXEC SQL INCLUDE JOBSCHED
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - C1 IS LAST NIGHT'S FINISHED RUNS
      * JOINED TO EACH STEP'S BASELINE OVER THE 90 DAYS BEFORE THEM
      * (THE 30-DAY FIGURES ARE THE SAME ROWS CUT AT 30 DAYS). C2 IS
      * THE AVERAGE ELAPSED PER STEP PER WEEK FOR EIGHT WEEKS, WEEK 0
      * BEING THE LAST SEVEN DAYS. C3 IS ONE ROW PER NIGHT OF THE JOB
      * BEING PROJECTED - A NIGHT IS THE DATE OF START_TS LESS 12
      * HOURS, SO A WINDOW THAT CROSSES MIDNIGHT STAYS ONE NIGHT - WITH
      * ITS ELAPSED, ITS START IN SECONDS AFTER NOON AND HOW MANY
      * NIGHTS AGO IT WAS.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      R.JOBNAME,
                      R.STEPNAME,
                      R.PROGRAM_NAME,
                      (DAYS(R.END_TS) - DAYS(R.START_TS)) * 86400
                      + MIDNIGHT_SECONDS(R.END_TS)
                      - MIDNIGHT_SECONDS(R.START_TS),
                      COALESCE(R.ROWS_PROCESSED, 0),
                      COALESCE(R.COND_CODE, 0),
                      COALESCE(B.AVG30, 0),
                      COALESCE(B.AVG90, 0),
                      COALESCE(B.ROWS30, 0),
                      COALESCE(B.RUNS30, 0),
                      COALESCE(B.RUNS90, 0),
                      COALESCE(B.WARN90, 0),
                      COALESCE(B.FAIL90, 0)
                    FROM JOB_RUN_LOG R
                    LEFT OUTER JOIN
                         (SELECT P.JOBNAME,
                                 P.STEPNAME,
                                 P.PROGRAM_NAME,
                                 AVG(CASE WHEN P.START_TS >=
                                          CURRENT TIMESTAMP - 31 DAYS
                                     THEN (DAYS(P.END_TS)
                                           - DAYS(P.START_TS)) * 86400
                                          + MIDNIGHT_SECONDS(P.END_TS)
                                          - MIDNIGHT_SECONDS(P.START_TS)
                                     END) AS AVG30,
                                 AVG((DAYS(P.END_TS)
                                      - DAYS(P.START_TS)) * 86400
                                     + MIDNIGHT_SECONDS(P.END_TS)
                                     - MIDNIGHT_SECONDS(P.START_TS))
                                     AS AVG90,
                                 AVG(CASE WHEN P.START_TS >=
                                          CURRENT TIMESTAMP - 31 DAYS
                                     THEN COALESCE(P.ROWS_PROCESSED, 0)
                                     END) AS ROWS30,
                                 SUM(CASE WHEN P.START_TS >=
                                          CURRENT TIMESTAMP - 31 DAYS
                                     THEN 1 ELSE 0 END) AS RUNS30,
                                 COUNT(*) AS RUNS90,
                                 SUM(CASE WHEN P.COND_CODE
                                               BETWEEN 1 AND 7
                                     THEN 1 ELSE 0 END) AS WARN90,
                                 SUM(CASE WHEN P.COND_CODE >= 8
                                     THEN 1 ELSE 0 END) AS FAIL90
                            FROM JOB_RUN_LOG P
                           WHERE P.END_TS IS NOT NULL
                             AND P.START_TS
                                 < CURRENT TIMESTAMP - 1 DAY
                             AND P.START_TS
                                 >= CURRENT TIMESTAMP - 91 DAYS
                           GROUP BY P.JOBNAME,
                                    P.STEPNAME,
                                    P.PROGRAM_NAME) B
                      ON  B.JOBNAME      = R.JOBNAME
                      AND B.STEPNAME     = R.STEPNAME
                      AND B.PROGRAM_NAME = R.PROGRAM_NAME
                    WHERE R.START_TS >= CURRENT TIMESTAMP - 1 DAY
                      AND R.END_TS IS NOT NULL
                    ORDER BY R.START_TS
                END-EXEC.

                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      JOBNAME,
                      STEPNAME,
                      PROGRAM_NAME,
                      (DAYS(CURRENT DATE) - DAYS(START_TS)) / 7,
                      AVG((DAYS(END_TS) - DAYS(START_TS)) * 86400
                          + MIDNIGHT_SECONDS(END_TS)
                          - MIDNIGHT_SECONDS(START_TS))
                    FROM JOB_RUN_LOG
                    WHERE END_TS IS NOT NULL
                      AND DATE(START_TS) > CURRENT DATE - 56 DAYS
                    GROUP BY JOBNAME,
                             STEPNAME,
                             PROGRAM_NAME,
                             (DAYS(CURRENT DATE) - DAYS(START_TS)) / 7
                    ORDER BY 1, 2, 3, 4 DESC
                END-EXEC.

                EXEC SQL DECLARE C3 CURSOR
                  SELECT
                      CHAR(DATE(START_TS - 12 HOURS), ISO),
                      (DAYS(MAX(END_TS)) - DAYS(MIN(START_TS))) * 86400
                      + MIDNIGHT_SECONDS(MAX(END_TS))
                      - MIDNIGHT_SECONDS(MIN(START_TS)),
                      MIDNIGHT_SECONDS(MIN(START_TS) - 12 HOURS),
                      DAYS(CURRENT TIMESTAMP - 12 HOURS)
                      - DAYS(MIN(START_TS) - 12 HOURS)
                    FROM JOB_RUN_LOG
                    WHERE JOBNAME = :WS-PARM-JOB
                      AND END_TS IS NOT NULL
                      AND START_TS >= CURRENT TIMESTAMP - 92 DAYS
                    GROUP BY DATE(START_TS - 12 HOURS)
                    ORDER BY 1 DESC
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                PERFORM 1000-READ-PARMS
                THRU    1000-EXIT.

                PRINT WS-RPT-HEADER.

                PERFORM 2000-LAST-NIGHT
                THRU    2000-EXIT.

                PERFORM 3000-WEEK-TREND
                THRU    3000-EXIT.

                PERFORM 4000-WINDOW
                THRU    4000-EXIT.

                MOVE 'RUNS CHECKED'                   TO WS-CNT-LABEL.
                MOVE WS-RUN-COUNT                     TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'RUNS FLAGGED AS OUTLIERS'       TO WS-CNT-LABEL.
                MOVE WS-OUTLIER-COUNT                 TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'RUNS WITH NO BASELINE'          TO WS-CNT-LABEL.
                MOVE WS-NO-BASE-COUNT                 TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'STEPS TRENDED'                  TO WS-CNT-LABEL.
                MOVE WS-TREND-COUNT                   TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'STEPS SLOWING'                  TO WS-CNT-LABEL.
                MOVE WS-SLOWING-COUNT                 TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'PROJECTIONS PAST THE DEADLINE'  TO WS-CNT-LABEL.
                MOVE WS-BLOWN-COUNT                   TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                DISPLAY 'RUNS CHECKED            = ' WS-RUN-COUNT.
                DISPLAY 'OUTLIERS FLAGGED        = ' WS-OUTLIER-COUNT.
                DISPLAY 'STEPS SLOWING           = ' WS-SLOWING-COUNT.
                DISPLAY 'PROJECTIONS BLOWN       = ' WS-BLOWN-COUNT.

                IF WS-OUTLIER-COUNT GREATER THAN ZERO
                   OR WS-BLOWN-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1000-READ-PARMS - JOB NAME, ELAPSED TOLERANCE, ROWS TOLERANCE.
      * A BLANK OR NON-NUMERIC TOLERANCE KEEPS THE 50 PERCENT DEFAULT.
      ******************************************************************
       1000-READ-PARMS.

                MOVE SPACES TO WS-PARM-JOB.
                ACCEPT WS-PARM-JOB.

                IF WS-PARM-JOB = SPACES
                   MOVE 'HRNIGHT' TO WS-PARM-JOB
                END-IF.

                MOVE SPACES TO WS-PARM-TOL.
                ACCEPT WS-PARM-TOL.

                IF WS-PARM-TOL-N NUMERIC
                   MOVE WS-PARM-TOL-N TO WS-ELAPSED-TOL
                END-IF.

                MOVE SPACES TO WS-PARM-TOL.
                ACCEPT WS-PARM-TOL.

                IF WS-PARM-TOL-N NUMERIC
                   MOVE WS-PARM-TOL-N TO WS-ROWS-TOL
                END-IF.

                MOVE WS-PARM-JOB TO WS-JOBID.

                DISPLAY 'WINDOW PROJECTED FOR JOB = ' WS-PARM-JOB.
                DISPLAY 'ELAPSED TOLERANCE PCT    = ' WS-ELAPSED-TOL.
                DISPLAY 'ROWS TOLERANCE PCT       = ' WS-ROWS-TOL.

       1000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2000-LAST-NIGHT - SECTION 1, LAST NIGHT AGAINST THE BASELINES
      ******************************************************************
       2000-LAST-NIGHT.

                MOVE 'LAST NIGHT AGAINST 30/90-DAY BASELINE'
                                               TO WS-SEC-TITLE.
                PRINT WS-RPT-SECTION.
                PRINT WS-RPT-COLUMNS1.

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

                PERFORM 2200-FETCH-C1
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
      * 2200-FETCH-C1
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-JOBNAME,
                          :WS-STEPNAME,
                          :WS-PROGRAM-NAME,
                          :WS-ELAPSED,
                          :WS-ROWS,
                          :WS-COND-CODE,
                          :WS-AVG30,
                          :WS-AVG90,
                          :WS-ROWS30,
                          :WS-RUNS30,
                          :WS-RUNS90,
                          :WS-WARN90,
                          :WS-FAIL90
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-RUN-COUNT
                         PERFORM 2300-JUDGE-RUN
                         THRU    2300-EXIT
                         MOVE WS-JOBNAME      TO WS-RPT-JOBNAME
                         MOVE WS-STEPNAME     TO WS-RPT-STEPNAME
                         MOVE WS-PROGRAM-NAME TO WS-RPT-PROGRAM
                         MOVE WS-ELAPSED      TO WS-RPT-ELAPSED
                         MOVE WS-AVG30        TO WS-RPT-AVG30
                         MOVE WS-AVG90        TO WS-RPT-AVG90
                         MOVE WS-ROWS         TO WS-RPT-ROWS
                         MOVE WS-ROWS30       TO WS-RPT-ROWS30
                         MOVE WS-COND-CODE    TO WS-RPT-COND
                         MOVE WS-WARN-PCT     TO WS-RPT-WARN-PCT
                         MOVE WS-FAIL-PCT     TO WS-RPT-FAIL-PCT
                         PRINT WS-RPT-DETAIL1
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
      * 2300-JUDGE-RUN - BUILD THE FLAGS FOR ONE RUN. THE CC FREQUENCY
      * IS OVER THE 90 DAYS; A WARNING IS ONLY NEWS WHEN THE STEP HAS
      * RAISED ONE ON FEWER THAN WS-RARE-PCT OF ITS RUNS.
      ******************************************************************
       2300-JUDGE-RUN.

                MOVE SPACES TO WS-RPT-FLAGS.
                MOVE 1      TO WS-PTR.
                MOVE 'N'    TO OUTLIER-SWITCH.
                MOVE ZERO   TO WS-WARN-PCT
                               WS-FAIL-PCT.

                IF WS-RUNS90 GREATER THAN ZERO
                   COMPUTE WS-WARN-PCT =
                           WS-WARN90 * 100 / WS-RUNS90
                   COMPUTE WS-FAIL-PCT =
                           WS-FAIL90 * 100 / WS-RUNS90
                END-IF.

                IF WS-COND-CODE NOT LESS THAN 8
                   OR (WS-COND-CODE GREATER THAN ZERO
                       AND WS-WARN-PCT LESS THAN WS-RARE-PCT)
                   STRING 'CC ' DELIMITED BY SIZE
                          INTO WS-RPT-FLAGS
                          WITH POINTER WS-PTR
                   MOVE 'Y' TO OUTLIER-SWITCH
                END-IF.

                IF WS-RUNS30 LESS THAN WS-MIN-RUNS
                   STRING 'NO BASELINE' DELIMITED BY SIZE
                          INTO WS-RPT-FLAGS
                          WITH POINTER WS-PTR
                   ADD 1 TO WS-NO-BASE-COUNT
                   GO TO 2300-COUNT
                END-IF.

                COMPUTE WS-LIMIT-HI =
                        WS-AVG30 * (100 + WS-ELAPSED-TOL) / 100.
                COMPUTE WS-LIMIT-LO =
                        WS-AVG30 * (100 - WS-ELAPSED-TOL) / 100.
                COMPUTE WS-DIFF = WS-ELAPSED - WS-AVG30.

                IF WS-ELAPSED GREATER THAN WS-LIMIT-HI
                   AND WS-DIFF NOT LESS THAN WS-MIN-SECS
                   STRING 'SLOW ' DELIMITED BY SIZE
                          INTO WS-RPT-FLAGS
                          WITH POINTER WS-PTR
                   MOVE 'Y' TO OUTLIER-SWITCH
                END-IF.

                IF WS-ELAPSED LESS THAN WS-LIMIT-LO
                   AND (0 - WS-DIFF) NOT LESS THAN WS-MIN-SECS
                   STRING 'FAST ' DELIMITED BY SIZE
                          INTO WS-RPT-FLAGS
                          WITH POINTER WS-PTR
                   MOVE 'Y' TO OUTLIER-SWITCH
                END-IF.

                COMPUTE WS-LIMIT-HI =
                        WS-ROWS30 * (100 + WS-ROWS-TOL) / 100.
                COMPUTE WS-LIMIT-LO =
                        WS-ROWS30 * (100 - WS-ROWS-TOL) / 100.

                IF WS-ROWS GREATER THAN WS-LIMIT-HI
                   STRING 'ROWS HIGH ' DELIMITED BY SIZE
                          INTO WS-RPT-FLAGS
                          WITH POINTER WS-PTR
                   MOVE 'Y' TO OUTLIER-SWITCH
                END-IF.

                IF WS-ROWS LESS THAN WS-LIMIT-LO
                   STRING 'ROWS LOW ' DELIMITED BY SIZE
                          INTO WS-RPT-FLAGS
                          WITH POINTER WS-PTR
                   MOVE 'Y' TO OUTLIER-SWITCH
                END-IF.

       2300-COUNT.
                IF RUN-IS-OUTLIER
                   ADD 1 TO WS-OUTLIER-COUNT
                END-IF.

       2300-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3000-WEEK-TREND - SECTION 2, EIGHT WEEKS PER STEP. C2 COMES
      * BACK OLDEST WEEK FIRST WITHIN EACH STEP; A STEP PRINTS ON THE
      * BREAK TO THE NEXT ONE.
      ******************************************************************
       3000-WEEK-TREND.

                MOVE 'WEEK-OVER-WEEK AVERAGE ELAPSED SECONDS'
                                               TO WS-SEC-TITLE.
                PRINT WS-RPT-SECTION.
                PRINT WS-RPT-COLUMNS2.

                PERFORM 3310-CLEAR-WEEK
                THRU    3310-EXIT
                VARYING WS-SUB FROM 1 BY 1
                UNTIL   WS-SUB GREATER THAN 8.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN C2 = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 3200-FETCH-C2
                THRU    3200-EXIT
                UNTIL END-OF-C2.

                IF NOT FIRST-FETCH
                   PERFORM 3300-PRINT-TREND
                   THRU    3300-EXIT
                END-IF.

                EXEC SQL
                  CLOSE  C2
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
      * 3200-FETCH-C2
      ******************************************************************
       3200-FETCH-C2.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-JOBNAME,
                          :WS-STEPNAME,
                          :WS-PROGRAM-NAME,
                          :WS-WEEK-NO,
                          :WS-WEEK-AVG
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         IF NOT FIRST-FETCH
                            AND (WS-JOBNAME  NOT = WS-PREV-JOBNAME
                             OR WS-STEPNAME  NOT = WS-PREV-STEPNAME
                             OR WS-PROGRAM-NAME
                                             NOT = WS-PREV-PROGRAM)
                            PERFORM 3300-PRINT-TREND
                            THRU    3300-EXIT
                         END-IF
                         MOVE 'N'             TO FIRST-FETCH-SWITCH
                         MOVE WS-JOBNAME      TO WS-PREV-JOBNAME
                         MOVE WS-STEPNAME     TO WS-PREV-STEPNAME
                         MOVE WS-PROGRAM-NAME TO WS-PREV-PROGRAM
                         IF WS-WEEK-NO NOT LESS THAN ZERO
                            AND WS-WEEK-NO LESS THAN 8
                            COMPUTE WS-SUB = 8 - WS-WEEK-NO
                            MOVE WS-WEEK-AVG TO WS-WEEK-SLOT (WS-SUB)
                         END-IF
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3300-PRINT-TREND - ONE LINE PER STEP WITH AT LEAST TWO WEEKS ON
      * FILE. THE GROWTH IS THE NEWEST WEEK AGAINST THE OLDEST, SPREAD
      * OVER THE WEEKS BETWEEN THEM.
      ******************************************************************
       3300-PRINT-TREND.

                MOVE ZERO TO WS-OLD-SUB
                             WS-NEW-SUB.

                PERFORM 3320-FIND-ENDS
                THRU    3320-EXIT
                VARYING WS-SUB FROM 1 BY 1
                UNTIL   WS-SUB GREATER THAN 8.

                IF WS-OLD-SUB = ZERO
                   OR WS-NEW-SUB = WS-OLD-SUB
                   GO TO 3300-CLEAR
                END-IF.

                COMPUTE WS-TREND ROUNDED =
                        (WS-WEEK-SLOT (WS-NEW-SUB)
                         - WS-WEEK-SLOT (WS-OLD-SUB)) * 100
                        / WS-WEEK-SLOT (WS-OLD-SUB)
                        / (WS-NEW-SUB - WS-OLD-SUB).

                MOVE WS-PREV-JOBNAME  TO WS-TRD-JOBNAME.
                MOVE WS-PREV-STEPNAME TO WS-TRD-STEPNAME.
                MOVE WS-PREV-PROGRAM  TO WS-TRD-PROGRAM.

                PERFORM 3330-MOVE-WEEK
                THRU    3330-EXIT
                VARYING WS-SUB FROM 1 BY 1
                UNTIL   WS-SUB GREATER THAN 8.

                MOVE WS-TREND TO WS-TRD-PCT.

                IF WS-TREND NOT LESS THAN WS-SLOWING-PCT
                   MOVE 'SLOWING' TO WS-TRD-FLAG
                   ADD 1 TO WS-SLOWING-COUNT
                ELSE
                   MOVE SPACES    TO WS-TRD-FLAG
                END-IF.

                PRINT WS-RPT-DETAIL2.
                ADD 1 TO WS-TREND-COUNT.

       3300-CLEAR.
                PERFORM 3310-CLEAR-WEEK
                THRU    3310-EXIT
                VARYING WS-SUB FROM 1 BY 1
                UNTIL   WS-SUB GREATER THAN 8.

       3300-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3310-CLEAR-WEEK
      ******************************************************************
       3310-CLEAR-WEEK.

                MOVE ZERO TO WS-WEEK-SLOT (WS-SUB).

       3310-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3320-FIND-ENDS - OLDEST AND NEWEST WEEK WITH AN AVERAGE
      ******************************************************************
       3320-FIND-ENDS.

                IF WS-WEEK-SLOT (WS-SUB) GREATER THAN ZERO
                   IF WS-OLD-SUB = ZERO
                      MOVE WS-SUB TO WS-OLD-SUB
                   END-IF
                   MOVE WS-SUB TO WS-NEW-SUB
                END-IF.

       3320-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3330-MOVE-WEEK
      ******************************************************************
       3330-MOVE-WEEK.

                MOVE WS-WEEK-SLOT (WS-SUB) TO WS-TRD-AVG (WS-SUB).

       3330-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4000-WINDOW - SECTION 3, THE JOB'S NIGHTS AGAINST ITS DEADLINE.
      * NIGHT 0 IS THE MOST RECENT (TONIGHT'S WHEN RUN INSIDE THE JOB);
      * THE AVERAGES ARE NIGHTS 1-30 AND 1-90, THE GROWTH NIGHTS 1-28
      * AGAINST 29-56.
      ******************************************************************
       4000-WINDOW.

                MOVE SPACES TO WS-SEC-TITLE.
                STRING 'BATCH WINDOW PROJECTION FOR ' DELIMITED BY SIZE
                       WS-PARM-JOB                   DELIMITED BY SPACE
                       INTO WS-SEC-TITLE.
                PRINT WS-RPT-SECTION.
                PRINT WS-RPT-COLUMNS3.

                PERFORM 4100-GET-DEADLINE
                THRU    4100-EXIT.

                EXEC SQL
                  OPEN  C3
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN C3 = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 4200-FETCH-C3
                THRU    4200-EXIT
                UNTIL END-OF-C3.

                EXEC SQL
                  CLOSE  C3
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-LAST-DATE = SPACES
                   MOVE 'NO COMPLETED RUNS ON JOB_RUN_LOG'
                                               TO WS-WIN-LABEL
                   MOVE SPACES TO WS-WIN-CLOCK
                                  WS-WIN-STATUS
                   MOVE ZERO   TO WS-WIN-SECS
                                  WS-WIN-MARGIN
                   PRINT WS-RPT-WINDOW
                   GO TO 4000-EXIT
                END-IF.

                PERFORM 4300-AVERAGES
                THRU    4300-EXIT.

                PERFORM 4400-PRINT-WINDOW
                THRU    4400-EXIT.

       4000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4100-GET-DEADLINE - LATEST_RUNTIME HH.MM TURNED INTO SECONDS
      * AFTER NOON, THE SAME SCALE AS THE NIGHT'S START AND END.
      ******************************************************************
       4100-GET-DEADLINE.

                MOVE SPACES TO WS-LATEST-RUNTIME.

                EXEC SQL
                    SELECT LATEST_RUNTIME
                      INTO :WS-LATEST-RUNTIME
                      FROM JOB_SCHEDULE
                     WHERE JOBID = :WS-JOBID
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-LATEST-HH NUMERIC
                            AND WS-LATEST-MM NUMERIC
                            MOVE 'Y' TO DEADLINE-SWITCH
                            COMPUTE WS-DEADLINE =
                                    WS-LATEST-HH * 3600
                                    + WS-LATEST-MM * 60 - 43200
                            IF WS-DEADLINE LESS THAN ZERO
                               ADD 86400 TO WS-DEADLINE
                            END-IF
                         ELSE
                            DISPLAY 'LATEST_RUNTIME NOT HH.MM = '
                                    WS-LATEST-RUNTIME
                         END-IF
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE SPACES TO WS-WIN-CLOCK
                               WS-WIN-STATUS.
                MOVE ZERO   TO WS-WIN-SECS
                               WS-WIN-MARGIN.

                IF DEADLINE-FOUND
                   MOVE 'BATCH WINDOW DEADLINE'  TO WS-WIN-LABEL
                   MOVE WS-LATEST-RUNTIME        TO WS-WIN-CLOCK
                ELSE
                   MOVE 'NO DEADLINE ON JOB_SCHEDULE'
                                                 TO WS-WIN-LABEL
                END-IF.

                PRINT WS-RPT-WINDOW.

       4100-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4200-FETCH-C3
      ******************************************************************
       4200-FETCH-C3.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-NIGHT-DATE,
                          :WS-NIGHT-ELAPSED,
                          :WS-NIGHT-START,
                          :WS-NIGHT-AGO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 4210-ADD-NIGHT
                         THRU    4210-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C3-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       4200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4210-ADD-NIGHT
      ******************************************************************
       4210-ADD-NIGHT.

                IF WS-LAST-DATE = SPACES
                   MOVE WS-NIGHT-DATE    TO WS-LAST-DATE
                   MOVE WS-NIGHT-ELAPSED TO WS-LAST-ELAPSED
                   MOVE WS-NIGHT-START   TO WS-LAST-START
                   GO TO 4210-EXIT
                END-IF.

                IF WS-NIGHT-AGO LESS THAN 1
                   OR WS-NIGHT-AGO GREATER THAN 90
                   GO TO 4210-EXIT
                END-IF.

                ADD WS-NIGHT-ELAPSED TO WS-SUM90-ELAPSED.
                ADD 1                TO WS-NIGHTS90.

                IF WS-NIGHT-AGO NOT GREATER THAN 30
                   ADD WS-NIGHT-ELAPSED TO WS-SUM30-ELAPSED
                   ADD WS-NIGHT-START   TO WS-SUM30-START
                   ADD 1                TO WS-NIGHTS30
                END-IF.

                IF WS-NIGHT-AGO NOT GREATER THAN 28
                   ADD WS-NIGHT-ELAPSED TO WS-SUM-RECENT
                   ADD 1                TO WS-NIGHTS-RECENT
                ELSE
                   IF WS-NIGHT-AGO NOT GREATER THAN 56
                      ADD WS-NIGHT-ELAPSED TO WS-SUM-PRIOR
                      ADD 1                TO WS-NIGHTS-PRIOR
                   END-IF
                END-IF.

       4210-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4300-AVERAGES - WITH NO HISTORY THE LAST NIGHT STANDS IN FOR
      * THE AVERAGE AND THE GROWTH IS ZERO.
      ******************************************************************
       4300-AVERAGES.

                IF WS-NIGHTS30 GREATER THAN ZERO
                   COMPUTE WS-AVG30-ELAPSED ROUNDED =
                           WS-SUM30-ELAPSED / WS-NIGHTS30
                   COMPUTE WS-AVG30-START ROUNDED =
                           WS-SUM30-START / WS-NIGHTS30
                ELSE
                   MOVE WS-LAST-ELAPSED TO WS-AVG30-ELAPSED
                   MOVE WS-LAST-START   TO WS-AVG30-START
                END-IF.

                IF WS-NIGHTS90 GREATER THAN ZERO
                   COMPUTE WS-AVG90-ELAPSED ROUNDED =
                           WS-SUM90-ELAPSED / WS-NIGHTS90
                ELSE
                   MOVE WS-AVG30-ELAPSED TO WS-AVG90-ELAPSED
                END-IF.

                IF WS-NIGHTS-RECENT GREATER THAN ZERO
                   AND WS-NIGHTS-PRIOR GREATER THAN ZERO
                   COMPUTE WS-WEEKLY-GROWTH ROUNDED =
                           (WS-SUM-RECENT / WS-NIGHTS-RECENT
                            - WS-SUM-PRIOR / WS-NIGHTS-PRIOR) / 4
                END-IF.

       4300-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4400-PRINT-WINDOW
      ******************************************************************
       4400-PRINT-WINDOW.

                MOVE SPACES TO WS-WIN-STATUS.
                MOVE ZERO   TO WS-WIN-MARGIN.

                MOVE SPACES TO WS-WIN-LABEL.
                STRING 'LAST RUN STARTED - NIGHT OF ' DELIMITED BY SIZE
                       WS-LAST-DATE                   DELIMITED BY SIZE
                       INTO WS-WIN-LABEL.
                MOVE WS-LAST-START TO WS-CLK-SECS.
                PERFORM 6900-FORMAT-CLOCK
                THRU    6900-EXIT.
                MOVE WS-CLK-HHMM   TO WS-WIN-CLOCK.
                MOVE ZERO          TO WS-WIN-SECS.
                PRINT WS-RPT-WINDOW.

                MOVE 'LAST RUN ENDED'            TO WS-WIN-LABEL.
                COMPUTE WS-PROJ-END = WS-LAST-START + WS-LAST-ELAPSED.
                PERFORM 4500-PRINT-END
                THRU    4500-EXIT.

                MOVE SPACES TO WS-WIN-CLOCK
                               WS-WIN-STATUS.
                MOVE ZERO   TO WS-WIN-MARGIN.

                MOVE 'LAST RUN ELAPSED'          TO WS-WIN-LABEL.
                MOVE WS-LAST-ELAPSED             TO WS-WIN-SECS.
                PRINT WS-RPT-WINDOW.

                MOVE 'AVERAGE ELAPSED - 30 NIGHTS' TO WS-WIN-LABEL.
                MOVE WS-AVG30-ELAPSED            TO WS-WIN-SECS.
                PRINT WS-RPT-WINDOW.

                MOVE 'AVERAGE ELAPSED - 90 NIGHTS' TO WS-WIN-LABEL.
                MOVE WS-AVG90-ELAPSED            TO WS-WIN-SECS.
                PRINT WS-RPT-WINDOW.

                MOVE 'AVERAGE START - 30 NIGHTS' TO WS-WIN-LABEL.
                MOVE WS-AVG30-START              TO WS-CLK-SECS.
                PERFORM 6900-FORMAT-CLOCK
                THRU    6900-EXIT.
                MOVE WS-CLK-HHMM                 TO WS-WIN-CLOCK.
                MOVE ZERO                        TO WS-WIN-SECS.
                PRINT WS-RPT-WINDOW.

                MOVE SPACES                      TO WS-WIN-CLOCK.
                MOVE 'ELAPSED GROWTH PER WEEK'   TO WS-WIN-LABEL.
                MOVE WS-WEEKLY-GROWTH            TO WS-WIN-SECS.
                PRINT WS-RPT-WINDOW.

                MOVE 'PROJECTED END - NEXT RUN'  TO WS-WIN-LABEL.
                MOVE ZERO TO WS-PROJ-WEEKS.
                PERFORM 4410-PROJECT
                THRU    4410-EXIT.

                MOVE 'PROJECTED END - IN 1 WEEK' TO WS-WIN-LABEL.
                MOVE 1    TO WS-PROJ-WEEKS.
                PERFORM 4410-PROJECT
                THRU    4410-EXIT.

                MOVE 'PROJECTED END - IN 2 WEEKS' TO WS-WIN-LABEL.
                MOVE 2    TO WS-PROJ-WEEKS.
                PERFORM 4410-PROJECT
                THRU    4410-EXIT.

                MOVE 'PROJECTED END - IN 4 WEEKS' TO WS-WIN-LABEL.
                MOVE 4    TO WS-PROJ-WEEKS.
                PERFORM 4410-PROJECT
                THRU    4410-EXIT.

                MOVE 'PROJECTED END - IN 8 WEEKS' TO WS-WIN-LABEL.
                MOVE 8    TO WS-PROJ-WEEKS.
                PERFORM 4410-PROJECT
                THRU    4410-EXIT.

       4400-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4410-PROJECT - AVERAGE START PLUS AVERAGE ELAPSED PLUS THE
      * GROWTH FOR THE WEEKS AHEAD. A PROJECTION PAST THE DEADLINE
      * COUNTS TOWARDS THE RETURN CODE.
      ******************************************************************
       4410-PROJECT.

                COMPUTE WS-PROJ-END = WS-AVG30-START + WS-AVG30-ELAPSED
                                    + WS-WEEKLY-GROWTH * WS-PROJ-WEEKS.

                PERFORM 4500-PRINT-END
                THRU    4500-EXIT.

                IF DEADLINE-FOUND
                   AND WS-MARGIN LESS THAN ZERO
                   ADD 1 TO WS-BLOWN-COUNT
                END-IF.

       4410-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4500-PRINT-END - AN END TIME (SECONDS AFTER NOON) WITH ITS
      * MARGIN TO THE DEADLINE AND THE STATUS THAT MARGIN EARNS
      ******************************************************************
       4500-PRINT-END.

                MOVE WS-PROJ-END TO WS-CLK-SECS
                                    WS-WIN-SECS.
                PERFORM 6900-FORMAT-CLOCK
                THRU    6900-EXIT.
                MOVE WS-CLK-HHMM TO WS-WIN-CLOCK.

                MOVE ZERO TO WS-MARGIN.

                IF DEADLINE-FOUND
                   COMPUTE WS-MARGIN = WS-DEADLINE - WS-PROJ-END
                   EVALUATE TRUE
                       WHEN WS-MARGIN LESS THAN ZERO
                            MOVE 'WINDOW BLOWN'  TO WS-WIN-STATUS
                       WHEN WS-MARGIN LESS THAN WS-RISK-SECS
                            MOVE 'AT RISK'       TO WS-WIN-STATUS
                       WHEN OTHER
                            MOVE 'WITHIN WINDOW' TO WS-WIN-STATUS
                   END-EVALUATE
                ELSE
                   MOVE SPACES TO WS-WIN-STATUS
                END-IF.

                MOVE WS-MARGIN TO WS-WIN-MARGIN.
                PRINT WS-RPT-WINDOW.

       4500-EXIT.
                EXIT.
      /
      ******************************************************************
      * 6900-FORMAT-CLOCK - SECONDS AFTER NOON TO A HH.MM CLOCK TIME
      ******************************************************************
       6900-FORMAT-CLOCK.

                COMPUTE WS-CLK-WORK = WS-CLK-SECS + 43200.

                IF WS-CLK-WORK LESS THAN ZERO
                   MOVE ZERO TO WS-CLK-WORK
                END-IF.

                DIVIDE WS-CLK-WORK BY 86400
                       GIVING WS-CLK-DAYS REMAINDER WS-CLK-REM.
                DIVIDE WS-CLK-REM BY 3600
                       GIVING WS-CLK-HH REMAINDER WS-CLK-WORK.
                DIVIDE WS-CLK-WORK BY 60
                       GIVING WS-CLK-MM.

       6900-EXIT.
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
