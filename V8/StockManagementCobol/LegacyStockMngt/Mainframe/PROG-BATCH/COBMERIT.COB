      *-----------------------------------------------------------------
      *     COBMERIT - ANNUAL MERIT REVIEW WORKSHEET. READS THE MERIT
      *                BUDGET (A PERCENT OF EACH DEPARTMENT'S SALARY
      *                BASE) AND THE RUN MODE ('T' TRIAL, 'U' UPDATE)
      *                OFF SYSIN. EVERY ACTIVE EMPLOYEE IS PLACED IN
      *                THE MERIT MATRIX BY THEIR LATEST APPRAISAL
      *                RATING AND THEIR COMPA-RATIO - SALARY OVER THE
      *                JOB_MASTER BAND MIDPOINT, OR FOR A JOB STILL
      *                OFF JOB_MASTER THE DEPARTMENT-AVERAGE RATIO
      *                COBRPT45 PRINTS - AND GIVEN THE MERIT_MATRIX
      *                INCREASE PERCENT FOR THAT CELL. A
      *                DEPARTMENT WHOSE RECOMMENDATIONS COME TO MORE
      *                THAN ITS MERIT BUDGET HAS THEM ALL SCALED DOWN
      *                PRO RATA TO FIT; ONE UNDER BUDGET KEEPS THE
      *                MATRIX FIGURES AND THE UNSPENT BALANCE SHOWS
      *                ON ITS TOTAL LINE. THE WORKSHEET PRINTS EITHER
      *                WAY; AN UPDATE RUN ALSO QUEUES EACH INCREASE ON
      *                SALARY_CHANGE_PENDING AS A PSTATUS 'P'
      *                PROPOSAL FOR THE MANAGERS TO APPROVE OR REJECT
      *                THROUGH COBSALAP - NOTHING HERE TOUCHES
      *                EMP.SALARY. AN EMPLOYEE WITH NO RATING, NO
      *                MATRIX CELL OR A CHANGE ALREADY PENDING IS
      *                LISTED BUT GETS NO PROPOSAL.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBMERIT.
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
       77  DEPT-OVERFLOW-SWITCH   PIC X          VALUE  SPACES.
               88  DEPT-OVERFLOW                 VALUE  'Y'.
       01  WS-BUDGET-PCT-ED       PIC 9(2)V9(2).
       01  WS-BUDGET-PCT          PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-RUN-MODE            PIC X(1).
               88  WS-TRIAL-RUN                  VALUE 'T'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-CURRENT-USER        PIC X(8).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-EMPNO               PIC X(6).
       01  WS-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-RATING              PIC S9(4) USAGE COMP.
       01  WS-RATING-IND          PIC S9(4) USAGE COMP.
       01  WS-BAND-MIN            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BAND-MIN-IND        PIC S9(4) USAGE COMP.
       01  WS-BAND-MAX            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BAND-MAX-IND        PIC S9(4) USAGE COMP.
       01  WS-DEPT-AVG            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-PENDING-COUNT       PIC S9(9) USAGE COMP.
       01  WS-BAND-MID            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-COMPA-RATIO         PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-INCR-PCT            PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-PRIOR-DEPT          PIC X(3)  VALUE SPACES.
       01  WS-DEPT-BASE           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DEPT-BUDGET         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DEPT-RAW            PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DEPT-PROPOSED       PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-SCALE               PIC S9(3)V9(6) USAGE COMP-3.
       01  WS-INCREASE            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEWSALARY           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LISTED-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-PROPOSAL-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOTAL-PROPOSED      PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

      ******************************************************************
      * ONE DEPARTMENT'S WORKSHEET, HELD UNTIL THE DEPARTMENT BREAK
      * SO THE SCALE FACTOR CAN BE APPLIED TO EVERY LINE. MX-STATUS
      * IS SPACE FOR A LINE THAT GETS A PROPOSAL, 'N' NO RATING,
      * 'M' NO MATRIX CELL, 'P' A CHANGE ALREADY PENDING.
      ******************************************************************
       01  WS-MX-MAX              PIC S9(4) USAGE COMP VALUE +1000.
       01  WS-MX-COUNT            PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-MX-TABLE.
           05  WS-MX-ENTRY        OCCURS 1000 TIMES
                                  INDEXED BY MX-IDX.
               10  WS-MX-EMPNO    PIC X(6).
               10  WS-MX-SALARY   PIC S9(7)V9(2) USAGE COMP-3.
               10  WS-MX-RATING   PIC S9(4) USAGE COMP.
               10  WS-MX-COMPA    PIC S9(4)V9(1) USAGE COMP-3.
               10  WS-MX-PCT      PIC S9(3)V9(2) USAGE COMP-3.
               10  WS-MX-RAW      PIC S9(7)V9(2) USAGE COMP-3.
               10  WS-MX-STATUS   PIC X(1).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(30)
                VALUE 'MERIT REVIEW WORKSHEET'.
           10 WS-HDR-MODE         PIC X(10).
           10 FILLER              PIC X(10)  VALUE ' BUDGET %'.
           10 WS-HDR-PCT          PIC Z9.99.
           10 FILLER              PIC X(47).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE 'DEPT'.
           10 FILLER              PIC X(9)   VALUE 'EMPNO'.
           10 FILLER              PIC X(5)   VALUE 'RTG'.
           10 FILLER              PIC X(8)   VALUE 'COMPA'.
           10 FILLER              PIC X(7)   VALUE 'PCT'.
           10 FILLER              PIC X(14)  VALUE '      SALARY'.
           10 FILLER              PIC X(12)  VALUE ' RECOMMEND'.
           10 FILLER              PIC X(12)  VALUE '  INCREASE'.
           10 FILLER              PIC X(14)  VALUE '  NEW SALARY'.
           10 FILLER              PIC X(20)  VALUE 'NOTE'.
           10 FILLER              PIC X(24).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-WORKDEPT     PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-RPT-EMPNO        PIC X(6).
           10 FILLER              PIC X(3).
           10 WS-RPT-RATING       PIC Z9.
           10 FILLER              PIC X(3).
           10 WS-RPT-COMPA        PIC ZZ9.9.
           10 FILLER              PIC X(3).
           10 WS-RPT-PCT          PIC Z9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-SALARY       PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-RAW          PIC ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-INCREASE     PIC ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-NEWSALARY    PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-NOTE         PIC X(20).
           10 FILLER              PIC X(24).

       01  WS-DEPT-TOTAL.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE 'DEPT'.
           10 WS-DT-WORKDEPT      PIC X(3).
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE 'BASE'.
           10 WS-DT-BASE          PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(7)   VALUE 'BUDGET'.
           10 WS-DT-BUDGET        PIC ZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(12)  VALUE 'RECOMMENDED'.
           10 WS-DT-RAW           PIC ZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'SCALE'.
           10 WS-DT-SCALE         PIC Z9.9999.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(9)   VALUE 'PROPOSED'.
           10 WS-DT-PROPOSED      PIC ZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(13).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 WS-TOT-LABEL        PIC X(36).
           10 WS-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(80).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBMERIT'.
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

                EXEC SQL INCLUDE EMP
                END-EXEC.

                EXEC SQL INCLUDE APPRRATE
                END-EXEC.

                EXEC SQL INCLUDE JOBMSTR
                END-EXEC.

                EXEC SQL INCLUDE MERITMX
                END-EXEC.

                EXEC SQL INCLUDE SALPEND
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - EVERY ACTIVE EMPLOYEE WITH THE
      * LATEST RATING, THE JOB_MASTER BAND, THE DEPARTMENT AVERAGE
      * COBRPT45 USES, AND WHETHER A SALARY CHANGE IS ALREADY QUEUED.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      E.WORKDEPT,
                      E.EMPNO,
                      E.SALARY,
                      (SELECT A.RATING FROM APPRAISAL A
                        WHERE A.EMPNO = E.EMPNO
                        ORDER BY A.RATED_DATE DESC, A.CYCLE_ID DESC
                        FETCH FIRST 1 ROW ONLY),
                      (SELECT M.BAND_MIN FROM JOB_MASTER M
                        WHERE M.JOBCODE = E.JOB),
                      (SELECT M.BAND_MAX FROM JOB_MASTER M
                        WHERE M.JOBCODE = E.JOB),
                      (SELECT AVG(X.SALARY) FROM EMP X
                        WHERE X.WORKDEPT = E.WORKDEPT),
                      (SELECT COUNT(*) FROM SALARY_CHANGE_PENDING P
                        WHERE P.EMPNO = E.EMPNO
                          AND P.PSTATUS = 'P')
                    FROM EMP E
                    WHERE NOT EXISTS
                          (SELECT 1
                             FROM EMP_TERMINATION T
                            WHERE T.EMPNO = E.EMPNO)
                    ORDER BY E.WORKDEPT, E.EMPNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-BUDGET-PCT-ED.
                ACCEPT WS-RUN-MODE.

                MOVE WS-BUDGET-PCT-ED TO WS-BUDGET-PCT.
                MOVE WS-BUDGET-PCT-ED TO WS-HDR-PCT.

                IF WS-TRIAL-RUN
                   MOVE '  (TRIAL)' TO WS-HDR-MODE
                ELSE
                   MOVE '  (QUEUED)' TO WS-HDR-MODE
                END-IF.

                EXEC SQL
                     SET :WS-CURRENT-USER = USER
                END-EXEC.

                DISPLAY 'MERIT REVIEW BUDGET % ' WS-BUDGET-PCT-ED
                        ' RUN ' WS-RUN-MODE.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

      *         CLOSE THE LAST DEPARTMENT
                IF NOT FIRST-FETCH
                   PERFORM 3000-CLOSE-DEPARTMENT
                   THRU    3000-EXIT
                END-IF.

                MOVE 'EMPLOYEES ON THE WORKSHEET'   TO WS-CNT-LABEL.
                MOVE WS-LISTED-COUNT                TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'WITH NO PROPOSAL'             TO WS-CNT-LABEL.
                MOVE WS-SKIPPED-COUNT               TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                IF WS-TRIAL-RUN
                   MOVE 'PROPOSALS (NOT QUEUED)'    TO WS-CNT-LABEL
                ELSE
                   MOVE 'PROPOSALS QUEUED FOR COBSALAP'
                                                    TO WS-CNT-LABEL
                END-IF.
                MOVE WS-PROPOSAL-COUNT              TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'TOTAL INCREASE PROPOSED'      TO WS-TOT-LABEL.
                MOVE WS-TOTAL-PROPOSED              TO WS-TOT-AMOUNT.
                PRINT WS-RPT-TOTAL.

                DISPLAY 'EMPLOYEES LISTED  = ' WS-LISTED-COUNT.
                DISPLAY 'PROPOSALS         = ' WS-PROPOSAL-COUNT.

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
                    INTO  :WS-WORKDEPT,
                          :WS-EMPNO,
                          :WS-SALARY,
                          :WS-RATING :WS-RATING-IND,
                          :WS-BAND-MIN :WS-BAND-MIN-IND,
                          :WS-BAND-MAX :WS-BAND-MAX-IND,
                          :WS-DEPT-AVG,
                          :WS-PENDING-COUNT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-PROCESS-EMPLOYEE
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
      * 2400-PROCESS-EMPLOYEE - ON A DEPARTMENT BREAK CLOSE THE PRIOR
      * DEPARTMENT, THEN PLACE THIS EMPLOYEE ON THE WORKSHEET. EVERY
      * ACTIVE SALARY COUNTS TOWARD THE DEPARTMENT'S BASE, WHETHER OR
      * NOT THE EMPLOYEE GETS A PROPOSAL.
      ******************************************************************
       2400-PROCESS-EMPLOYEE.

                IF NOT FIRST-FETCH
                   AND WS-WORKDEPT NOT = WS-PRIOR-DEPT
                   PERFORM 3000-CLOSE-DEPARTMENT
                   THRU    3000-EXIT
                END-IF.

                IF FIRST-FETCH
                   OR WS-WORKDEPT NOT = WS-PRIOR-DEPT
                   MOVE SPACES      TO FIRST-FETCH-SWITCH
                                       DEPT-OVERFLOW-SWITCH
                   MOVE WS-WORKDEPT TO WS-PRIOR-DEPT
                   MOVE ZERO        TO WS-MX-COUNT
                                       WS-DEPT-BASE
                                       WS-DEPT-RAW
                END-IF.

                ADD WS-SALARY TO WS-DEPT-BASE.

                IF WS-MX-COUNT NOT LESS THAN WS-MX-MAX
                   MOVE 'Y' TO DEPT-OVERFLOW-SWITCH
                   GO TO 2400-EXIT
                END-IF.

                ADD 1 TO WS-MX-COUNT.
                SET MX-IDX TO WS-MX-COUNT.

                PERFORM 2500-GET-COMPA-RATIO
                THRU    2500-EXIT.

                MOVE WS-EMPNO       TO WS-MX-EMPNO  (MX-IDX).
                MOVE WS-SALARY      TO WS-MX-SALARY (MX-IDX).
                MOVE WS-COMPA-RATIO TO WS-MX-COMPA  (MX-IDX).
                MOVE ZERO           TO WS-MX-RATING (MX-IDX)
                                       WS-MX-PCT    (MX-IDX)
                                       WS-MX-RAW    (MX-IDX).
                MOVE SPACES         TO WS-MX-STATUS (MX-IDX).

                IF WS-PENDING-COUNT GREATER THAN ZERO
                   MOVE 'P' TO WS-MX-STATUS (MX-IDX)
                END-IF.

                IF WS-RATING-IND LESS THAN ZERO
                   IF WS-MX-STATUS (MX-IDX) = SPACES
                      MOVE 'N' TO WS-MX-STATUS (MX-IDX)
                   END-IF
                   GO TO 2400-EXIT
                END-IF.

                MOVE WS-RATING TO WS-MX-RATING (MX-IDX).

                PERFORM 2600-GET-MATRIX-CELL
                THRU    2600-EXIT.

                IF WS-MX-STATUS (MX-IDX) NOT = SPACES
                   GO TO 2400-EXIT
                END-IF.

                MOVE WS-INCR-PCT TO WS-MX-PCT (MX-IDX).
                COMPUTE WS-MX-RAW (MX-IDX) ROUNDED =
                        WS-SALARY * WS-INCR-PCT / 100.
                ADD WS-MX-RAW (MX-IDX) TO WS-DEPT-RAW.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-GET-COMPA-RATIO - POSITION IN THE JOB_MASTER BAND: THE
      * SALARY OVER THE BAND MIDPOINT AS A PERCENT. A JOB WITH NO
      * MASTER ROW FALLS BACK TO COBRPT45'S RATIO OVER THE DEPARTMENT
      * AVERAGE, AND WITH NEITHER THE EMPLOYEE SITS AT 100.
      ******************************************************************
       2500-GET-COMPA-RATIO.

                MOVE ZERO TO WS-BAND-MID.

                IF WS-BAND-MIN-IND NOT LESS THAN ZERO
                   AND WS-BAND-MAX-IND NOT LESS THAN ZERO
                   COMPUTE WS-BAND-MID ROUNDED =
                           (WS-BAND-MIN + WS-BAND-MAX) / 2
                END-IF.

                EVALUATE TRUE
                    WHEN WS-BAND-MID GREATER THAN ZERO
                         COMPUTE WS-COMPA-RATIO ROUNDED =
                                 WS-SALARY / WS-BAND-MID * 100
                    WHEN WS-DEPT-AVG GREATER THAN ZERO
                         COMPUTE WS-COMPA-RATIO ROUNDED =
                                 WS-SALARY / WS-DEPT-AVG * 100
                    WHEN OTHER
                         MOVE 100 TO WS-COMPA-RATIO
                END-EVALUATE.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-GET-MATRIX-CELL - THE RATING'S ROW, AND WITHIN IT THE
      * COLUMN WITH THE HIGHEST COMPA-RATIO FLOOR AT OR BELOW THE
      * EMPLOYEE'S RATIO.
      ******************************************************************
       2600-GET-MATRIX-CELL.

                MOVE ZERO TO WS-INCR-PCT.

                EXEC SQL
                    SELECT INCR_PCT
                      INTO :WS-INCR-PCT
                      FROM MERIT_MATRIX
                     WHERE RATING = :WS-RATING
                       AND CR_FLOOR =
                           (SELECT MAX(CR_FLOOR)
                              FROM MERIT_MATRIX
                             WHERE RATING = :WS-RATING
                               AND CR_FLOOR <= :WS-COMPA-RATIO)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         IF WS-MX-STATUS (MX-IDX) = SPACES
                            MOVE 'M' TO WS-MX-STATUS (MX-IDX)
                         END-IF
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-CLOSE-DEPARTMENT - THE DEPARTMENT'S MERIT BUDGET IS THE
      * BUDGET PERCENT OF ITS SALARY BASE. RECOMMENDATIONS OVER THE
      * BUDGET ARE SCALED DOWN TO IT; THEY ARE NEVER SCALED UP, SO A
      * FEW RATED STAFF CANNOT SWEEP A WHOLE DEPARTMENT'S BUDGET. A
      * DEPARTMENT TOO LARGE TO HOLD IS REPORTED AND LEFT FOR A
      * MANUAL REVIEW RATHER THAN SCALED ON PART OF ITS STAFF.
      ******************************************************************
       3000-CLOSE-DEPARTMENT.

                IF DEPT-OVERFLOW
                   DISPLAY 'DEPARTMENT ' WS-PRIOR-DEPT
                           ' HAS MORE THAN ' WS-MX-MAX
                           ' EMPLOYEES - NO PROPOSALS MADE'
                   MOVE 8 TO RETURN-CODE
                   ADD WS-MX-COUNT TO WS-SKIPPED-COUNT
                   GO TO 3000-EXIT
                END-IF.

                COMPUTE WS-DEPT-BUDGET ROUNDED =
                        WS-DEPT-BASE * WS-BUDGET-PCT / 100.

                IF WS-DEPT-RAW GREATER THAN WS-DEPT-BUDGET
                   COMPUTE WS-SCALE ROUNDED =
                           WS-DEPT-BUDGET / WS-DEPT-RAW
                ELSE
                   MOVE 1 TO WS-SCALE
                END-IF.

                MOVE ZERO TO WS-DEPT-PROPOSED.

                PERFORM 3100-WRITE-LINE
                THRU    3100-EXIT
                VARYING MX-IDX
                FROM    1 BY 1
                UNTIL   MX-IDX GREATER THAN WS-MX-COUNT.

                MOVE WS-PRIOR-DEPT    TO WS-DT-WORKDEPT.
                MOVE WS-DEPT-BASE     TO WS-DT-BASE.
                MOVE WS-DEPT-BUDGET   TO WS-DT-BUDGET.
                MOVE WS-DEPT-RAW      TO WS-DT-RAW.
                MOVE WS-SCALE         TO WS-DT-SCALE.
                MOVE WS-DEPT-PROPOSED TO WS-DT-PROPOSED.
                PRINT WS-DEPT-TOTAL.

       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3100-WRITE-LINE - SCALE ONE RECOMMENDATION, PRINT IT, AND ON
      * AN UPDATE RUN QUEUE IT FOR APPROVAL.
      ******************************************************************
       3100-WRITE-LINE.

                MOVE ZERO TO WS-INCREASE.

                IF WS-MX-STATUS (MX-IDX) = SPACES
                   COMPUTE WS-INCREASE ROUNDED =
                           WS-MX-RAW (MX-IDX) * WS-SCALE
                END-IF.

                COMPUTE WS-NEWSALARY =
                        WS-MX-SALARY (MX-IDX) + WS-INCREASE.

                MOVE SPACES                 TO WS-RPT-DETAIL.
                MOVE WS-PRIOR-DEPT          TO WS-RPT-WORKDEPT.
                MOVE WS-MX-EMPNO  (MX-IDX)  TO WS-RPT-EMPNO.
                MOVE WS-MX-RATING (MX-IDX)  TO WS-RPT-RATING.
                MOVE WS-MX-COMPA  (MX-IDX)  TO WS-RPT-COMPA.
                MOVE WS-MX-PCT    (MX-IDX)  TO WS-RPT-PCT.
                MOVE WS-MX-SALARY (MX-IDX)  TO WS-RPT-SALARY.
                MOVE WS-MX-RAW    (MX-IDX)  TO WS-RPT-RAW.
                MOVE WS-INCREASE            TO WS-RPT-INCREASE.
                MOVE WS-NEWSALARY           TO WS-RPT-NEWSALARY.

                ADD 1 TO WS-LISTED-COUNT.

                EVALUATE TRUE
                    WHEN WS-MX-STATUS (MX-IDX) = 'N'
                         MOVE 'NO RATING'      TO WS-RPT-NOTE
                    WHEN WS-MX-STATUS (MX-IDX) = 'M'
                         MOVE 'NO MATRIX CELL' TO WS-RPT-NOTE
                    WHEN WS-MX-STATUS (MX-IDX) = 'P'
                         MOVE 'CHANGE PENDING' TO WS-RPT-NOTE
                    WHEN WS-INCREASE NOT GREATER THAN ZERO
                         MOVE 'NO INCREASE'    TO WS-RPT-NOTE
                    WHEN OTHER
                         CONTINUE
                END-EVALUATE.

                PRINT WS-RPT-DETAIL.

                IF WS-MX-STATUS (MX-IDX) NOT = SPACES
                   OR WS-INCREASE NOT GREATER THAN ZERO
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO 3100-EXIT
                END-IF.

                ADD 1           TO WS-PROPOSAL-COUNT.
                ADD WS-INCREASE TO WS-DEPT-PROPOSED
                                   WS-TOTAL-PROPOSED.

                IF NOT WS-TRIAL-RUN
                   PERFORM 3200-QUEUE-PROPOSAL
                   THRU    3200-EXIT
                END-IF.

       3100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3200-QUEUE-PROPOSAL - THE SAME PENDING ROW COBSALAP'S 'P'
      * ACTION WRITES, REQUESTED BY THE USER WHO SUBMITTED THE RUN,
      * SO THAT USER CANNOT ALSO APPROVE IT.
      ******************************************************************
       3200-QUEUE-PROPOSAL.

                MOVE WS-MX-EMPNO (MX-IDX)  TO WS-EMPNO.
                MOVE WS-MX-SALARY (MX-IDX) TO WS-SALARY.

                EXEC SQL
                    INSERT INTO SALARY_CHANGE_PENDING
                         (EMPNO, OLDSALARY, NEWSALARY, REQUESTED_BY,
                          REQUEST_TS, PSTATUS)
                    VALUES
                         (:WS-EMPNO, :WS-SALARY, :WS-NEWSALARY,
                          :WS-CURRENT-USER, CURRENT TIMESTAMP, 'P')
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3200-EXIT.
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
