      *-----------------------------------------------------------------
      *     COBWFPRJ - NEXT-YEAR WORKFORCE COST PROJECTION. READS THE
      *                PROJECTION YEAR (YYYY) AND THE RUN MODE ('T'
      *                TRIAL, 'U' UPDATE) OFF SYSIN AND WORKS OUT, FOR
      *                EVERY DEPARTMENT, THE MONTH-BY-MONTH PAYROLL
      *                COST OF THE COMING YEAR - EACH EMPLOYEE ON THE
      *                BOOKS AT THE YEAR START (OR ALREADY ONBOARDED
      *                WITH A HIREDATE INSIDE IT) COSTED AT A TWELFTH
      *                OF THEIR SALARY A MONTH, STOPPING AFTER THE
      *                MONTH OF ANY KNOWN EMP_TERMINATION DATE, WITH
      *                THE NEXT GRADE_STEP PRICED IN FROM THEIR
      *                SERVICE ANNIVERSARY MONTH FOR ANYONE ON THE
      *                EMP_STEP SCALE (THE SAME ANNIVERSARY COBSTEPR
      *                PROGRESSES ON) AND THE EMPLOYER CONTRIBUTION
      *                RULES OF THEIR DEDUCTION ENROLLMENTS ON TOP.
      *                EACH DEPARTMENT'S OPEN VACANCIES - THE LATEST
      *                DEPT_POSITION AUTHORIZATION LESS THE ACTIVE
      *                HEADCOUNT, AS COBRPT57 COUNTS THEM - ARE COSTED
      *                AT THE BAND MIDPOINT FROM THE ROW'S PLAN_START
      *                MONTH, CARRYING THE DEPARTMENT'S OWN EMPLOYER
      *                ON-COST RATIO. THE PROJECTION PRINTS BY
      *                SUBSIDIARY AND DEPARTMENT. AN UPDATE RUN ALSO
      *                SEEDS EACH DEPARTMENT'S TWELVE MONTHLY TOTALS
      *                AS DRAFT DEPT_BUDGET ROWS (BUDSTATUS 'D') FOR
      *                FINANCE TO ADJUST THROUGH COBBUDMN. A RERUN
      *                REFRESHES ITS OWN DRAFTS BUT NEVER OVERWRITES A
      *                ROW FINANCE HAS KEYED OR ADJUSTED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBWFPRJ.
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
       77  FIRST-FETCH-SWITCH     PIC X          VALUE  'Y'.
               88  FIRST-FETCH                   VALUE  'Y'.
       77  STEP-DUE-SWITCH        PIC X          VALUE  SPACES.
               88  STEP-DUE                      VALUE  'Y'.
       01  WS-PROJ-YEAR           PIC X(4).
       01  WS-RUN-MODE            PIC X(1).
               88  WS-UPDATE-RUN                 VALUE 'U'.
       01  WS-YEAR-FROM           PIC X(10).
       01  WS-YEAR-TO             PIC X(10).
       01  WS-ANNIV-DATE          PIC X(10).
       01  WS-SQLCODE             PIC 9(9).

      ******************************************************************
      * THE DEPARTMENT ROW AND ITS POSITION AUTHORIZATION
      ******************************************************************
       01  WS-DEPTNO              PIC X(3).
       01  WS-DEPTNAME            PIC X(36).
       01  WS-SUBID               PIC X(4).
       01  WS-PRIOR-SUBID         PIC X(4)  VALUE SPACES.
       01  WS-AUTH-HEADCOUNT      PIC S9(4) USAGE COMP.
       01  WS-BAND-MIN            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BAND-MAX            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-PLAN-START          PIC X(6).
       01  WS-ACTIVE-COUNT        PIC S9(9) USAGE COMP.
       01  WS-VACANT              PIC S9(9) USAGE COMP.
       01  WS-BAND-MID            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-VAC-START-MM        PIC S9(4) USAGE COMP.
       01  WS-VAC-MONTHLY         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-VAC-ONCOST          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-ER-RATIO            PIC S9(1)V9(6) USAGE COMP-3.

      ******************************************************************
      * THE EMPLOYEE ROW AND ITS COSTING
      ******************************************************************
       01  WS-EMPNO               PIC X(6).
       01  WS-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-HIREDATE            PIC X(10).
       01  WS-HIRE-MM             PIC S9(4) USAGE COMP.
       01  WS-TERMDATE            PIC X(10).
       01  WS-JOBGRADE            PIC X(3).
       01  WS-STEPNO              PIC S9(4) USAGE COMP.
       01  WS-STEP-DATE           PIC X(10).
       01  WS-ER-PERCENT          PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-ER-FLAT             PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-NEXT-STEP           PIC S9(4) USAGE COMP.
       01  WS-STEPSALARY          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-MM-ED               PIC 9(2).
       01  WS-FIRST-MM            PIC S9(4) USAGE COMP.
       01  WS-LAST-MM             PIC S9(4) USAGE COMP.
       01  WS-MM                  PIC S9(4) USAGE COMP.
       01  WS-BASE-MONTHLY        PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-STEP-MONTHLY        PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-MONTH-SALARY        PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-MONTH-ER            PIC S9(7)V9(2) USAGE COMP-3.

      ******************************************************************
      * ONE DEPARTMENT'S TWELVE PROJECTED MONTHS. PM-SALARY INCLUDES
      * THE STEP UPLIFT, WHICH PM-STEP ALSO SHOWS ON ITS OWN; THE
      * MONTH'S TOTAL IS PM-SALARY + PM-EMPLOYER + PM-VACANCY.
      ******************************************************************
       01  WS-PM-TABLE.
           05  WS-PM-ENTRY        OCCURS 12 TIMES.
               10  WS-PM-HEADS    PIC S9(5) USAGE COMP-3.
               10  WS-PM-SALARY   PIC S9(11)V9(2) USAGE COMP-3.
               10  WS-PM-STEP     PIC S9(11)V9(2) USAGE COMP-3.
               10  WS-PM-EMPLOYER PIC S9(11)V9(2) USAGE COMP-3.
               10  WS-PM-VACANCY  PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-PM-TOTAL            PIC S9(11)V9(2) USAGE COMP-3.

      ******************************************************************
      * ANNUAL TOTALS - DEPARTMENT, SUBSIDIARY AND GRAND
      ******************************************************************
       01  WS-DEPT-HEADS          PIC S9(9) USAGE COMP.
       01  WS-DEPT-BASE           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DEPT-SALARY         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DEPT-STEP           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DEPT-EMPLOYER       PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DEPT-VACANCY        PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DEPT-TOTAL          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-SUB-HEADS           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SUB-SALARY          PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-SUB-STEP            PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-SUB-EMPLOYER        PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-SUB-VACANCY         PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-SUB-TOTAL           PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-GRAND-HEADS         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-GRAND-SALARY        PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-GRAND-STEP          PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-GRAND-EMPLOYER      PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-GRAND-VACANCY       PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-GRAND-TOTAL         PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

      ******************************************************************
      * DRAFT DEPT_BUDGET ROWS
      ******************************************************************
       01  WS-BYEARMONTH          PIC X(6).
       01  WS-BUDGETAMT           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-BUDSTATUS           PIC X(1).
       01  WS-DEPT-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-DRAFT-ADDED         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-DRAFT-REFRESHED     PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-KEYED-KEPT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-UNCOSTED-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(32)
                VALUE 'WORKFORCE COST PROJECTION YEAR:'.
           10 WS-HDR-YEAR         PIC X(4).
           10 WS-HDR-MODE         PIC X(20).
           10 FILLER              PIC X(46).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(14)  VALUE 'MONTH'.
           10 FILLER              PIC X(6)   VALUE ' HEADS'.
           10 FILLER              PIC X(18)
                VALUE '          SALARY'.
           10 FILLER              PIC X(18)
                VALUE '     STEP UPLIFT'.
           10 FILLER              PIC X(18)
                VALUE '        EMPLOYER'.
           10 FILLER              PIC X(18)
                VALUE '       VACANCIES'.
           10 FILLER              PIC X(18)
                VALUE '           TOTAL'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(18)  VALUE 'DEPT_BUDGET'.

       01  WS-RPT-DEPT.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE 'DEPT'.
           10 WS-RD-DEPTNO        PIC X(3).
           10 FILLER              PIC X(1).
           10 WS-RD-DEPTNAME      PIC X(36).
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(4)   VALUE 'SUB'.
           10 WS-RD-SUBID         PIC X(4).
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE 'AUTH'.
           10 WS-RD-AUTH          PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(7)   VALUE 'ACTIVE'.
           10 WS-RD-ACTIVE        PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(7)   VALUE 'VACANT'.
           10 WS-RD-VACANT        PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(9)   VALUE 'MIDPOINT'.
           10 WS-RD-MIDPOINT      PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE 'FROM'.
           10 WS-RD-FROM          PIC X(6).
           10 FILLER              PIC X(2).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-LABEL        PIC X(12).
           10 FILLER              PIC X(2).
           10 WS-RPT-HEADS        PIC ZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RPT-SALARY       PIC Z,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-STEP         PIC Z,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-EMPLOYER     PIC Z,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-VACANCY      PIC Z,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-TOTAL        PIC Z,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-NOTE         PIC X(18).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBWFPRJ'.
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

                EXEC SQL INCLUDE EMPTERM
                END-EXEC.

                EXEC SQL INCLUDE EMPSTEP
                END-EXEC.

                EXEC SQL INCLUDE GRADSTEP
                END-EXEC.

                EXEC SQL INCLUDE EMPDEDUC
                END-EXEC.

                EXEC SQL INCLUDE DEDUCT
                END-EXEC.

                EXEC SQL INCLUDE POSAUTH
                END-EXEC.

                EXEC SQL INCLUDE DEPTBUDG
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - C1 IS EVERY DEPARTMENT, BY
      * SUBSIDIARY, WITH ITS LATEST EFFECTIVE DEPT_POSITION ROW AND
      * THE ACTIVE HEADCOUNT COBRPT57 LAYS AGAINST IT.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      D.DEPTNO,
                      D.DEPTNAME,
                      COALESCE(D.SUBID, ' '),
                      COALESCE((SELECT P.AUTH_HEADCOUNT
                                  FROM DEPT_POSITION P
                                 WHERE P.DEPTNO = D.DEPTNO
                                   AND P.EFFDATE =
                                       (SELECT MAX(P2.EFFDATE)
                                          FROM DEPT_POSITION P2
                                         WHERE P2.DEPTNO = D.DEPTNO
                                           AND P2.EFFDATE
                                               <= CURRENT DATE)), 0),
                      COALESCE((SELECT P.BAND_MIN
                                  FROM DEPT_POSITION P
                                 WHERE P.DEPTNO = D.DEPTNO
                                   AND P.EFFDATE =
                                       (SELECT MAX(P2.EFFDATE)
                                          FROM DEPT_POSITION P2
                                         WHERE P2.DEPTNO = D.DEPTNO
                                           AND P2.EFFDATE
                                               <= CURRENT DATE)), 0),
                      COALESCE((SELECT P.BAND_MAX
                                  FROM DEPT_POSITION P
                                 WHERE P.DEPTNO = D.DEPTNO
                                   AND P.EFFDATE =
                                       (SELECT MAX(P2.EFFDATE)
                                          FROM DEPT_POSITION P2
                                         WHERE P2.DEPTNO = D.DEPTNO
                                           AND P2.EFFDATE
                                               <= CURRENT DATE)), 0),
                      COALESCE((SELECT P.PLAN_START
                                  FROM DEPT_POSITION P
                                 WHERE P.DEPTNO = D.DEPTNO
                                   AND P.EFFDATE =
                                       (SELECT MAX(P2.EFFDATE)
                                          FROM DEPT_POSITION P2
                                         WHERE P2.DEPTNO = D.DEPTNO
                                           AND P2.EFFDATE
                                               <= CURRENT DATE)), ' '),
                      (SELECT COUNT(*)
                         FROM EMP E
                        WHERE E.WORKDEPT = D.DEPTNO
                          AND NOT EXISTS
                              (SELECT 1
                                 FROM EMP_TERMINATION T
                                WHERE T.EMPNO = E.EMPNO))
                    FROM DEPT D
                    ORDER BY 3, D.DEPTNO
                END-EXEC.

      ******************************************************************
      * C2 IS THE DEPARTMENT'S EMPLOYEES STILL ON THE BOOKS AT THE
      * YEAR START, OR HIRED BEFORE ITS END, WITH ANY KNOWN
      * TERMINATION DATE, THEIR PLACE ON THE EMP_STEP SCALE (BLANK
      * GRADE WHEN OFF IT) AND THE EMPLOYER RULES OF EVERY DEDUCTION
      * ENROLLMENT IN FORCE AT ANY POINT OF THE YEAR - PERCENT CODES
      * SUMMED AS A RATE ON SALARY, FLAT CODES SUMMED AS AN AMOUNT
      * A MONTH, THE SAME PERCENT-ELSE-FLAT RULE COBPAYRN POSTS.
      ******************************************************************

                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      E.EMPNO,
                      E.SALARY,
                      CHAR(E.HIREDATE, ISO),
                      MONTH(E.HIREDATE),
                      COALESCE((SELECT CHAR(MIN(T.TERMDATE), ISO)
                                  FROM EMP_TERMINATION T
                                 WHERE T.EMPNO = E.EMPNO), ' '),
                      COALESCE(S.JOBGRADE, ' '),
                      COALESCE(S.STEPNO, 0),
                      COALESCE(CHAR(S.STEP_DATE, ISO), ' '),
                      (SELECT COALESCE(SUM(D.ERPERCENT), 0)
                         FROM EMP_DEDUCTION X
                         INNER JOIN DEDUCTION D
                           ON D.DEDCODE = X.DEDCODE
                        WHERE X.EMPNO = E.EMPNO
                          AND COALESCE(D.ERPERCENT, 0) > 0
                          AND X.DEDSTARTDATE <= DATE(:WS-YEAR-TO)
                          AND (X.DEDENDDATE IS NULL
                               OR X.DEDENDDATE >= DATE(:WS-YEAR-FROM))),
                      (SELECT COALESCE(SUM(D.ERAMOUNT), 0)
                         FROM EMP_DEDUCTION X
                         INNER JOIN DEDUCTION D
                           ON D.DEDCODE = X.DEDCODE
                        WHERE X.EMPNO = E.EMPNO
                          AND COALESCE(D.ERPERCENT, 0) = 0
                          AND COALESCE(D.ERAMOUNT, 0) > 0
                          AND X.DEDSTARTDATE <= DATE(:WS-YEAR-TO)
                          AND (X.DEDENDDATE IS NULL
                               OR X.DEDENDDATE >= DATE(:WS-YEAR-FROM)))
                    FROM EMP E
                    LEFT OUTER JOIN EMP_STEP S
                      ON S.EMPNO = E.EMPNO
                    WHERE E.WORKDEPT = :WS-DEPTNO
                      AND E.HIREDATE <= DATE(:WS-YEAR-TO)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM EMP_TERMINATION T
                            WHERE T.EMPNO = E.EMPNO
                              AND T.TERMDATE < DATE(:WS-YEAR-FROM))
                    ORDER BY E.EMPNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-PROJ-YEAR.
                ACCEPT WS-RUN-MODE.

                MOVE WS-PROJ-YEAR TO WS-HDR-YEAR.
                MOVE WS-PROJ-YEAR TO WS-YEAR-FROM (1:4).
                MOVE '-01-01'     TO WS-YEAR-FROM (5:6).
                MOVE WS-PROJ-YEAR TO WS-YEAR-TO (1:4).
                MOVE '-12-31'     TO WS-YEAR-TO (5:6).

                IF WS-UPDATE-RUN
                   MOVE '  (DRAFT BUDGET)' TO WS-HDR-MODE
                ELSE
                   MOVE '  (TRIAL)'        TO WS-HDR-MODE
                END-IF.

                DISPLAY 'WORKFORCE COST PROJECTION ' WS-PROJ-YEAR
                        ' RUN ' WS-RUN-MODE.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

      *         CLOSE THE LAST SUBSIDIARY
                IF NOT FIRST-FETCH
                   PERFORM 3500-CLOSE-SUBSIDIARY
                   THRU    3500-EXIT
                END-IF.

                MOVE 'GRAND TOTAL'       TO WS-RPT-LABEL.
                MOVE WS-GRAND-HEADS      TO WS-RPT-HEADS.
                MOVE WS-GRAND-SALARY     TO WS-RPT-SALARY.
                MOVE WS-GRAND-STEP       TO WS-RPT-STEP.
                MOVE WS-GRAND-EMPLOYER   TO WS-RPT-EMPLOYER.
                MOVE WS-GRAND-VACANCY    TO WS-RPT-VACANCY.
                MOVE WS-GRAND-TOTAL      TO WS-RPT-TOTAL.
                MOVE SPACES              TO WS-RPT-NOTE.
                PRINT WS-RPT-DETAIL.

                MOVE 'DEPARTMENTS PROJECTED'        TO WS-CNT-LABEL.
                MOVE WS-DEPT-COUNT                  TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'VACANCIES WITH NO BAND TO COST'
                                                    TO WS-CNT-LABEL.
                MOVE WS-UNCOSTED-COUNT              TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                IF WS-UPDATE-RUN
                   MOVE 'DRAFT BUDGET ROWS ADDED'   TO WS-CNT-LABEL
                   MOVE WS-DRAFT-ADDED              TO WS-CNT-VALUE
                   PRINT WS-RPT-COUNT
                   MOVE 'DRAFT BUDGET ROWS REFRESHED'
                                                    TO WS-CNT-LABEL
                   MOVE WS-DRAFT-REFRESHED          TO WS-CNT-VALUE
                   PRINT WS-RPT-COUNT
                   MOVE 'KEYED BUDGET ROWS KEPT'    TO WS-CNT-LABEL
                   MOVE WS-KEYED-KEPT               TO WS-CNT-VALUE
                   PRINT WS-RPT-COUNT
                END-IF.

                DISPLAY 'DEPARTMENTS       = ' WS-DEPT-COUNT.
                DISPLAY 'DRAFTS ADDED      = ' WS-DRAFT-ADDED.
                DISPLAY 'DRAFTS REFRESHED  = ' WS-DRAFT-REFRESHED.
                DISPLAY 'KEYED ROWS KEPT   = ' WS-KEYED-KEPT.

      *         A VACANCY LEFT UNCOSTED UNDERSTATES THE PROJECTION -
      *         WARN SO FINANCE KNOWS TO FILL IN THE BAND
                IF WS-UNCOSTED-COUNT GREATER THAN ZERO
                   DISPLAY 'VACANCIES NOT COSTED - NO BAND OR STAFF'
                   MOVE 4 TO RETURN-CODE
                END-IF.

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

                PERFORM 2200-FETCH-DEPT
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
      * 2200-FETCH-DEPT
      ******************************************************************
       2200-FETCH-DEPT.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-DEPTNO,
                          :WS-DEPTNAME,
                          :WS-SUBID,
                          :WS-AUTH-HEADCOUNT,
                          :WS-BAND-MIN,
                          :WS-BAND-MAX,
                          :WS-PLAN-START,
                          :WS-ACTIVE-COUNT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2300-PROJECT-DEPARTMENT
                         THRU    2300-EXIT
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
      * 2300-PROJECT-DEPARTMENT - CLOSE THE PRIOR SUBSIDIARY ON A
      * BREAK, COST THE DEPARTMENT'S EMPLOYEES THEN ITS VACANCIES,
      * AND PRINT (AND IN AN UPDATE RUN SEED) ITS TWELVE MONTHS.
      ******************************************************************
       2300-PROJECT-DEPARTMENT.

                IF FIRST-FETCH
                   MOVE 'N'      TO FIRST-FETCH-SWITCH
                   MOVE WS-SUBID TO WS-PRIOR-SUBID
                END-IF.

                IF WS-SUBID NOT = WS-PRIOR-SUBID
                   PERFORM 3500-CLOSE-SUBSIDIARY
                   THRU    3500-EXIT
                   MOVE WS-SUBID TO WS-PRIOR-SUBID
                END-IF.

                ADD 1 TO WS-DEPT-COUNT.

                PERFORM 2310-CLEAR-MONTH
                THRU    2310-EXIT
                VARYING WS-MM FROM 1 BY 1
                UNTIL   WS-MM GREATER THAN 12.

                MOVE ZERO TO WS-DEPT-HEADS.
                MOVE ZERO TO WS-DEPT-BASE.
                MOVE ZERO TO WS-DEPT-SALARY.
                MOVE ZERO TO WS-DEPT-STEP.
                MOVE ZERO TO WS-DEPT-EMPLOYER.
                MOVE ZERO TO WS-DEPT-VACANCY.
                MOVE ZERO TO WS-DEPT-TOTAL.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE SPACES TO END-OF-C2-SWITCH.

                PERFORM 2400-FETCH-EMPLOYEE
                THRU    2400-EXIT
                UNTIL END-OF-C2.

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

                PERFORM 2700-COST-VACANCIES
                THRU    2700-EXIT.

                PERFORM 3000-CLOSE-DEPARTMENT
                THRU    3000-EXIT.

       2300-EXIT.
                EXIT.

      ******************************************************************
      * 2310-CLEAR-MONTH
      ******************************************************************
       2310-CLEAR-MONTH.

                MOVE ZERO TO WS-PM-HEADS (WS-MM).
                MOVE ZERO TO WS-PM-SALARY (WS-MM).
                MOVE ZERO TO WS-PM-STEP (WS-MM).
                MOVE ZERO TO WS-PM-EMPLOYER (WS-MM).
                MOVE ZERO TO WS-PM-VACANCY (WS-MM).

       2310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-FETCH-EMPLOYEE
      ******************************************************************
       2400-FETCH-EMPLOYEE.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-EMPNO,
                          :WS-SALARY,
                          :WS-HIREDATE,
                          :WS-HIRE-MM,
                          :WS-TERMDATE,
                          :WS-JOBGRADE,
                          :WS-STEPNO,
                          :WS-STEP-DATE,
                          :WS-ER-PERCENT,
                          :WS-ER-FLAT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2500-PROJECT-EMPLOYEE
                         THRU    2500-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-PROJECT-EMPLOYEE - THE MONTHS THE EMPLOYEE IS ON THE
      * PAYROLL (FROM A HIRE INSIDE THE YEAR, THROUGH THE MONTH OF A
      * KNOWN TERMINATION), WHETHER A STEP FALLS DUE ON THE SERVICE
      * ANNIVERSARY, THEN EACH MONTH'S COST INTO THE DEPARTMENT.
      ******************************************************************
       2500-PROJECT-EMPLOYEE.

                MOVE 1  TO WS-FIRST-MM.
                MOVE 12 TO WS-LAST-MM.

                IF WS-HIREDATE (1:4) = WS-PROJ-YEAR
                   MOVE WS-HIRE-MM TO WS-FIRST-MM
                END-IF.

                IF WS-TERMDATE NOT = SPACES
                   AND WS-TERMDATE (1:4) = WS-PROJ-YEAR
                   MOVE WS-TERMDATE (6:2) TO WS-MM-ED
                   MOVE WS-MM-ED          TO WS-LAST-MM
                END-IF.

                IF WS-LAST-MM LESS THAN WS-FIRST-MM
                   GO TO 2500-EXIT
                END-IF.

                ADD 1         TO WS-DEPT-HEADS.
                ADD WS-SALARY TO WS-DEPT-BASE.

                COMPUTE WS-BASE-MONTHLY ROUNDED = WS-SALARY / 12.
                MOVE ZERO   TO WS-STEP-MONTHLY.
                MOVE SPACES TO STEP-DUE-SWITCH.

      *         A STEP IS DUE ON THE ANNIVERSARY OF A HIRE BEFORE THE
      *         YEAR, IN A MONTH STILL ON THE PAYROLL, UNLESS THE
      *         EMP_STEP ROW HAS ALREADY MOVED ON OR AFTER IT
                IF WS-JOBGRADE NOT = SPACES
                   AND WS-HIREDATE (1:4) LESS THAN WS-PROJ-YEAR
                   AND WS-HIRE-MM NOT GREATER THAN WS-LAST-MM
                   PERFORM 2550-PRICE-STEP
                   THRU    2550-EXIT
                END-IF.

                PERFORM 2600-COST-MONTH
                THRU    2600-EXIT
                VARYING WS-MM FROM WS-FIRST-MM BY 1
                UNTIL   WS-MM GREATER THAN WS-LAST-MM.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2550-PRICE-STEP - THE NEXT STEP OF THE GRADE ON THE SCALE
      * EFFECTIVE AT THE ANNIVERSARY, AS COBSTEPR WOULD PRICE IT. NO
      * ROW MEANS THE TOP OF THE GRADE; A STEP PAYING NO MORE THAN THE
      * CURRENT SALARY ADDS NOTHING.
      ******************************************************************
       2550-PRICE-STEP.

                MOVE WS-HIRE-MM        TO WS-MM-ED.
                MOVE WS-PROJ-YEAR      TO WS-ANNIV-DATE (1:4).
                MOVE '-'               TO WS-ANNIV-DATE (5:1).
                MOVE WS-MM-ED          TO WS-ANNIV-DATE (6:2).
                MOVE '-01'             TO WS-ANNIV-DATE (8:3).

                IF WS-STEP-DATE NOT LESS THAN WS-ANNIV-DATE
                   GO TO 2550-EXIT
                END-IF.

                COMPUTE WS-NEXT-STEP = WS-STEPNO + 1.
                MOVE ZERO TO WS-STEPSALARY.

                EXEC SQL
                    SELECT STEPSALARY
                      INTO :WS-STEPSALARY
                      FROM GRADE_STEP
                     WHERE JOBGRADE = :WS-JOBGRADE
                       AND STEPNO   = :WS-NEXT-STEP
                       AND EFFDATE  =
                           (SELECT MAX(EFFDATE)
                              FROM GRADE_STEP
                             WHERE JOBGRADE = :WS-JOBGRADE
                               AND STEPNO   = :WS-NEXT-STEP
                               AND EFFDATE <= DATE(:WS-ANNIV-DATE))
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         GO TO 2550-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-STEPSALARY NOT GREATER THAN WS-SALARY
                   GO TO 2550-EXIT
                END-IF.

                COMPUTE WS-STEP-MONTHLY ROUNDED =
                        (WS-STEPSALARY - WS-SALARY) / 12.
                MOVE 'Y' TO STEP-DUE-SWITCH.

       2550-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-COST-MONTH - ONE MONTH OF ONE EMPLOYEE: SALARY, THE STEP
      * UPLIFT FROM THE ANNIVERSARY MONTH ON, AND THE EMPLOYER RULES
      * ON THE RESULT.
      ******************************************************************
       2600-COST-MONTH.

                MOVE WS-BASE-MONTHLY TO WS-MONTH-SALARY.

                IF STEP-DUE
                   AND WS-MM NOT LESS THAN WS-HIRE-MM
                   ADD WS-STEP-MONTHLY TO WS-MONTH-SALARY
                   ADD WS-STEP-MONTHLY TO WS-PM-STEP (WS-MM)
                END-IF.

                COMPUTE WS-MONTH-ER ROUNDED =
                        WS-MONTH-SALARY * WS-ER-PERCENT / 100
                      + WS-ER-FLAT.

                ADD 1               TO WS-PM-HEADS (WS-MM).
                ADD WS-MONTH-SALARY TO WS-PM-SALARY (WS-MM).
                ADD WS-MONTH-ER     TO WS-PM-EMPLOYER (WS-MM).

       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-COST-VACANCIES - AUTHORIZED LESS ACTIVE, AT THE BAND
      * MIDPOINT (OR, WITH NO BAND, THE DEPARTMENT'S AVERAGE SALARY)
      * FROM THE PLANNED START MONTH, GROSSED UP BY THE EMPLOYER
      * ON-COST THE DEPARTMENT'S OWN STAFF CARRY.
      ******************************************************************
       2700-COST-VACANCIES.

                COMPUTE WS-VACANT = WS-AUTH-HEADCOUNT - WS-ACTIVE-COUNT.
                MOVE ZERO TO WS-BAND-MID.

                IF WS-VACANT NOT GREATER THAN ZERO
                   MOVE ZERO TO WS-VACANT
                   GO TO 2700-EXIT
                END-IF.

                EVALUATE TRUE
                    WHEN WS-BAND-MIN GREATER THAN ZERO
                     AND WS-BAND-MAX GREATER THAN ZERO
                         COMPUTE WS-BAND-MID ROUNDED =
                                 (WS-BAND-MIN + WS-BAND-MAX) / 2
                    WHEN WS-DEPT-HEADS GREATER THAN ZERO
                         COMPUTE WS-BAND-MID ROUNDED =
                                 WS-DEPT-BASE / WS-DEPT-HEADS
                    WHEN OTHER
                         ADD WS-VACANT TO WS-UNCOSTED-COUNT
                         GO TO 2700-EXIT
                END-EVALUATE.

                MOVE 1 TO WS-VAC-START-MM.

                IF WS-PLAN-START NOT = SPACES
                   AND WS-PLAN-START (1:4) = WS-PROJ-YEAR
                   MOVE WS-PLAN-START (5:2) TO WS-MM-ED
                   MOVE WS-MM-ED            TO WS-VAC-START-MM
                END-IF.

                IF WS-PLAN-START NOT = SPACES
                   AND WS-PLAN-START (1:4) GREATER THAN WS-PROJ-YEAR
                   MOVE 13 TO WS-VAC-START-MM
                END-IF.

                MOVE ZERO TO WS-ER-RATIO.

                PERFORM 2720-SUM-DEPT-MONTH
                THRU    2720-EXIT
                VARYING WS-MM FROM 1 BY 1
                UNTIL   WS-MM GREATER THAN 12.

                IF WS-DEPT-SALARY GREATER THAN ZERO
                   COMPUTE WS-ER-RATIO ROUNDED =
                           WS-DEPT-EMPLOYER / WS-DEPT-SALARY
                END-IF.

                COMPUTE WS-VAC-MONTHLY ROUNDED =
                        WS-BAND-MID * WS-VACANT / 12.
                COMPUTE WS-VAC-ONCOST ROUNDED =
                        WS-VAC-MONTHLY * WS-ER-RATIO.
                ADD WS-VAC-ONCOST TO WS-VAC-MONTHLY.

                PERFORM 2710-COST-VACANCY-MONTH
                THRU    2710-EXIT
                VARYING WS-MM FROM WS-VAC-START-MM BY 1
                UNTIL   WS-MM GREATER THAN 12.

       2700-EXIT.
                EXIT.

      ******************************************************************
      * 2710-COST-VACANCY-MONTH
      ******************************************************************
       2710-COST-VACANCY-MONTH.

                ADD WS-VAC-MONTHLY TO WS-PM-VACANCY (WS-MM).

       2710-EXIT.
                EXIT.

      ******************************************************************
      * 2720-SUM-DEPT-MONTH - THE STAFF SALARY AND EMPLOYER COST SO
      * FAR, FOR THE ON-COST RATIO THE VACANCIES CARRY.
      ******************************************************************
       2720-SUM-DEPT-MONTH.

                ADD WS-PM-SALARY (WS-MM)   TO WS-DEPT-SALARY.
                ADD WS-PM-EMPLOYER (WS-MM) TO WS-DEPT-EMPLOYER.

       2720-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-CLOSE-DEPARTMENT - PRINT THE DEPARTMENT'S TWELVE MONTHS
      * AND ITS ANNUAL TOTAL, SEEDING THE DRAFT BUDGET ROWS IN AN
      * UPDATE RUN, AND ROLL THE TOTAL INTO THE SUBSIDIARY.
      ******************************************************************
       3000-CLOSE-DEPARTMENT.

                MOVE WS-DEPTNO          TO WS-RD-DEPTNO.
                MOVE WS-DEPTNAME        TO WS-RD-DEPTNAME.
                MOVE WS-SUBID           TO WS-RD-SUBID.
                MOVE WS-AUTH-HEADCOUNT  TO WS-RD-AUTH.
                MOVE WS-ACTIVE-COUNT    TO WS-RD-ACTIVE.
                MOVE WS-VACANT          TO WS-RD-VACANT.
                MOVE WS-BAND-MID        TO WS-RD-MIDPOINT.
                MOVE WS-PLAN-START      TO WS-RD-FROM.
                PRINT WS-RPT-DEPT.

      *         A DEPARTMENT WITH NOTHING TO COST LEAVES DEPT_BUDGET
      *         ALONE - THE MONTHLY TOTALS ARE ADDED UP FIRST
                PERFORM 3050-SUM-MONTH
                THRU    3050-EXIT
                VARYING WS-MM FROM 1 BY 1
                UNTIL   WS-MM GREATER THAN 12.

      *         THE SALARY AND EMPLOYER FIGURES WERE SUMMED FOR THE
      *         ON-COST RATIO ONLY WHEN THERE WERE VACANCIES - START
      *         THE ANNUAL TOTALS AGAIN FROM THE MONTHS THEMSELVES
                MOVE ZERO TO WS-DEPT-SALARY.
                MOVE ZERO TO WS-DEPT-EMPLOYER.

                PERFORM 3100-CLOSE-MONTH
                THRU    3100-EXIT
                VARYING WS-MM FROM 1 BY 1
                UNTIL   WS-MM GREATER THAN 12.

                MOVE 'DEPT TOTAL'       TO WS-RPT-LABEL.
                MOVE WS-DEPT-HEADS      TO WS-RPT-HEADS.
                MOVE WS-DEPT-SALARY     TO WS-RPT-SALARY.
                MOVE WS-DEPT-STEP       TO WS-RPT-STEP.
                MOVE WS-DEPT-EMPLOYER   TO WS-RPT-EMPLOYER.
                MOVE WS-DEPT-VACANCY    TO WS-RPT-VACANCY.
                MOVE WS-DEPT-TOTAL      TO WS-RPT-TOTAL.
                MOVE SPACES             TO WS-RPT-NOTE.

                IF WS-VACANT GREATER THAN ZERO
                   AND WS-BAND-MID = ZERO
                   MOVE 'VACANCY NOT COSTED' TO WS-RPT-NOTE
                END-IF.

                PRINT WS-RPT-DETAIL.

                ADD WS-DEPT-HEADS       TO WS-SUB-HEADS.
                ADD WS-DEPT-SALARY      TO WS-SUB-SALARY.
                ADD WS-DEPT-STEP        TO WS-SUB-STEP.
                ADD WS-DEPT-EMPLOYER    TO WS-SUB-EMPLOYER.
                ADD WS-DEPT-VACANCY     TO WS-SUB-VACANCY.
                ADD WS-DEPT-TOTAL       TO WS-SUB-TOTAL.

       3000-EXIT.
                EXIT.

      ******************************************************************
      * 3050-SUM-MONTH
      ******************************************************************
       3050-SUM-MONTH.

                COMPUTE WS-DEPT-TOTAL = WS-DEPT-TOTAL
                                      + WS-PM-SALARY (WS-MM)
                                      + WS-PM-EMPLOYER (WS-MM)
                                      + WS-PM-VACANCY (WS-MM).

       3050-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3100-CLOSE-MONTH - ONE MONTH LINE, AND ITS DRAFT BUDGET ROW
      ******************************************************************
       3100-CLOSE-MONTH.

                COMPUTE WS-PM-TOTAL = WS-PM-SALARY (WS-MM)
                                    + WS-PM-EMPLOYER (WS-MM)
                                    + WS-PM-VACANCY (WS-MM).

                MOVE WS-MM              TO WS-MM-ED.
                MOVE WS-PROJ-YEAR       TO WS-BYEARMONTH (1:4).
                MOVE WS-MM-ED           TO WS-BYEARMONTH (5:2).

                MOVE SPACES             TO WS-RPT-LABEL.
                MOVE WS-BYEARMONTH      TO WS-RPT-LABEL (3:6).
                MOVE WS-PM-HEADS (WS-MM)
                                        TO WS-RPT-HEADS.
                MOVE WS-PM-SALARY (WS-MM)
                                        TO WS-RPT-SALARY.
                MOVE WS-PM-STEP (WS-MM) TO WS-RPT-STEP.
                MOVE WS-PM-EMPLOYER (WS-MM)
                                        TO WS-RPT-EMPLOYER.
                MOVE WS-PM-VACANCY (WS-MM)
                                        TO WS-RPT-VACANCY.
                MOVE WS-PM-TOTAL        TO WS-RPT-TOTAL.
                MOVE SPACES             TO WS-RPT-NOTE.

                IF WS-UPDATE-RUN
                   AND WS-DEPT-TOTAL GREATER THAN ZERO
                   PERFORM 3200-WRITE-BUDGET
                   THRU    3200-EXIT
                END-IF.

                PRINT WS-RPT-DETAIL.

                ADD WS-PM-SALARY (WS-MM)   TO WS-DEPT-SALARY.
                ADD WS-PM-STEP (WS-MM)     TO WS-DEPT-STEP.
                ADD WS-PM-EMPLOYER (WS-MM) TO WS-DEPT-EMPLOYER.
                ADD WS-PM-VACANCY (WS-MM)  TO WS-DEPT-VACANCY.

       3100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3200-WRITE-BUDGET - NO ROW YET: ADD IT AS A DRAFT. A DRAFT
      * FROM AN EARLIER RUN: REFRESH IT. ANY OTHER ROW WAS KEYED OR
      * ADJUSTED BY FINANCE THROUGH COBBUDMN AND IS LEFT AS IT IS.
      ******************************************************************
       3200-WRITE-BUDGET.

                MOVE WS-PM-TOTAL TO WS-BUDGETAMT.
                MOVE SPACES      TO WS-BUDSTATUS.

                EXEC SQL
                    SELECT COALESCE(BUDSTATUS, ' ')
                      INTO :WS-BUDSTATUS
                      FROM DEPT_BUDGET
                     WHERE DEPTNO     = :WS-DEPTNO
                       AND BYEARMONTH = :WS-BYEARMONTH
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         PERFORM 3210-ADD-DRAFT
                         THRU    3210-EXIT
                         GO TO 3200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-BUDSTATUS NOT = 'D'
                   MOVE 'KEYED - KEPT' TO WS-RPT-NOTE
                   ADD 1 TO WS-KEYED-KEPT
                   GO TO 3200-EXIT
                END-IF.

                EXEC SQL
                    UPDATE DEPT_BUDGET
                       SET BUDGETAMT  = :WS-BUDGETAMT
                     WHERE DEPTNO     = :WS-DEPTNO
                       AND BYEARMONTH = :WS-BYEARMONTH
                       AND BUDSTATUS  = 'D'
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'DRAFT REFRESHED' TO WS-RPT-NOTE
                         ADD 1 TO WS-DRAFT-REFRESHED
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3200-EXIT.
                EXIT.

      ******************************************************************
      * 3210-ADD-DRAFT
      ******************************************************************
       3210-ADD-DRAFT.

                EXEC SQL
                    INSERT INTO DEPT_BUDGET
                         (DEPTNO, BYEARMONTH, BUDGETAMT, BUDSTATUS)
                    VALUES
                         (:WS-DEPTNO, :WS-BYEARMONTH, :WS-BUDGETAMT,
                          'D')
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'DRAFT ADDED' TO WS-RPT-NOTE
                         ADD 1 TO WS-DRAFT-ADDED
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3210-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3500-CLOSE-SUBSIDIARY - PRINT THE SUBSIDIARY'S ANNUAL TOTAL,
      * ROLL IT INTO THE GRAND TOTAL AND START THE NEXT.
      ******************************************************************
       3500-CLOSE-SUBSIDIARY.

                MOVE SPACES             TO WS-RPT-LABEL.
                MOVE 'SUB'              TO WS-RPT-LABEL (1:3).
                MOVE WS-PRIOR-SUBID     TO WS-RPT-LABEL (5:4).
                MOVE 'TOTAL'            TO WS-RPT-LABEL (10:3).
                MOVE WS-SUB-HEADS       TO WS-RPT-HEADS.
                MOVE WS-SUB-SALARY      TO WS-RPT-SALARY.
                MOVE WS-SUB-STEP        TO WS-RPT-STEP.
                MOVE WS-SUB-EMPLOYER    TO WS-RPT-EMPLOYER.
                MOVE WS-SUB-VACANCY     TO WS-RPT-VACANCY.
                MOVE WS-SUB-TOTAL       TO WS-RPT-TOTAL.
                MOVE SPACES             TO WS-RPT-NOTE.
                PRINT WS-RPT-DETAIL.

                ADD WS-SUB-HEADS        TO WS-GRAND-HEADS.
                ADD WS-SUB-SALARY       TO WS-GRAND-SALARY.
                ADD WS-SUB-STEP         TO WS-GRAND-STEP.
                ADD WS-SUB-EMPLOYER     TO WS-GRAND-EMPLOYER.
                ADD WS-SUB-VACANCY      TO WS-GRAND-VACANCY.
                ADD WS-SUB-TOTAL        TO WS-GRAND-TOTAL.

                MOVE ZERO TO WS-SUB-HEADS.
                MOVE ZERO TO WS-SUB-SALARY.
                MOVE ZERO TO WS-SUB-STEP.
                MOVE ZERO TO WS-SUB-EMPLOYER.
                MOVE ZERO TO WS-SUB-VACANCY.
                MOVE ZERO TO WS-SUB-TOTAL.

       3500-EXIT.
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
