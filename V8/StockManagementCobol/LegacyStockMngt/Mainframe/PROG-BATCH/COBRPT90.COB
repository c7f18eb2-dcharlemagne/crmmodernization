      *-----------------------------------------------------------------
      *     COBRPT90 - MONTHLY TRAINING SPEND BY DEPARTMENT AGAINST
      *                DEPT_BUDGET. A SEAT IS CHARGED TO THE
      *                DEPARTMENT THE EMPLOYEE WAS IN WHEN ENROLLED
      *                (TRAINING_ENROLL.WORKDEPT) AT THE SESSION'S
      *                SEAT COST, IN THE MONTH THE SESSION STARTS.
      *                ATTENDED AND NO-SHOW SEATS ARE BOTH PAID FOR;
      *                ONLY CANCELLED SEATS ('X') ARE FREE. FOR THE
      *                MONTH AND THE YEAR TO DATE EACH DEPARTMENT
      *                SHOWS ITS SEATS, ATTENDED AND NO-SHOWS, THE
      *                SPEND, ITS DEPT_BUDGET AND THE SPEND AS A
      *                PERCENT OF THAT BUDGET. A DEPARTMENT PRINTS
      *                WHEN IT HAS A BUDGET ROW FOR THE MONTH OR ANY
      *                TRAINING IN THE YEAR. SYSIN - YYYYMM (A BLANK
      *                CARD MEANS THE PREVIOUS MONTH).
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT90.
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
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-YEAR-START          PIC X(6).
       01  WS-PERIOD-START.
           05 WS-PERIOD-YEAR      PIC X(4).
           05 FILLER              PIC X(1)  VALUE '-'.
           05 WS-PERIOD-MONTH     PIC X(2).
           05 FILLER              PIC X(3)  VALUE '-01'.
       01  WS-YTD-START.
           05 WS-YTD-YEAR         PIC X(4).
           05 FILLER              PIC X(6)  VALUE '-01-01'.
       01  WS-DEPTNO              PIC X(3).
       01  WS-SEATS               PIC S9(9) USAGE COMP.
       01  WS-ATTENDED            PIC S9(9) USAGE COMP.
       01  WS-NO-SHOWS            PIC S9(9) USAGE COMP.
       01  WS-SPEND               PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-BUDGET              PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-YTD-SEATS           PIC S9(9) USAGE COMP.
       01  WS-YTD-SPEND           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-YTD-BUDGET          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-PCT                 PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-DEPT-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-SEATS           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-SPEND           PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-TOT-YTD-SPEND       PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-NO-BUDGET-COUNT     PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(14).
           10 FILLER              PIC X(38)
                VALUE 'TRAINING SPEND BY DEPARTMENT V BUDGET'.
           10 FILLER              PIC X(8)   VALUE 'PERIOD:'.
           10 WS-HDR-PERIOD       PIC X(6).
           10 FILLER              PIC X(66).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE 'DEPT'.
           10 FILLER              PIC X(7)   VALUE ' SEATS'.
           10 FILLER              PIC X(7)   VALUE '  ATTD'.
           10 FILLER              PIC X(7)   VALUE ' NOSHW'.
           10 FILLER              PIC X(15)  VALUE '    MONTH SPEND'.
           10 FILLER              PIC X(15)  VALUE '   MONTH BUDGET'.
           10 FILLER              PIC X(8)   VALUE '    PCT'.
           10 FILLER              PIC X(7)   VALUE ' YTD ST'.
           10 FILLER              PIC X(15)  VALUE '      YTD SPEND'.
           10 FILLER              PIC X(15)  VALUE '     YTD BUDGET'.
           10 FILLER              PIC X(8)   VALUE '    PCT'.
           10 FILLER              PIC X(21).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-DEPT         PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-RPT-SEATS        PIC ZZ,ZZ9.
           10 FILLER              PIC X(1).
           10 WS-RPT-ATTENDED     PIC ZZ,ZZ9.
           10 FILLER              PIC X(1).
           10 WS-RPT-NO-SHOWS     PIC ZZ,ZZ9.
           10 FILLER              PIC X(1).
           10 WS-RPT-SPEND        PIC ZZZ,ZZZ,ZZ9.99-.
           10 WS-RPT-BUDGET       PIC ZZZ,ZZZ,ZZ9.99-.
           10 WS-RPT-PCT          PIC Z,ZZ9.99.
           10 FILLER              PIC X(1).
           10 WS-RPT-YTD-SEATS    PIC ZZ,ZZ9.
           10 WS-RPT-YTD-SPEND    PIC ZZZ,ZZZ,ZZ9.99-.
           10 WS-RPT-YTD-BUDGET   PIC ZZZ,ZZZ,ZZ9.99-.
           10 WS-RPT-YTD-PCT      PIC Z,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-FLAG         PIC X(9).
           10 FILLER              PIC X(10).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 WS-TOT-LABEL        PIC X(36).
           10 WS-TOT-VALUE        PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(79).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT90'.
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

                EXEC SQL INCLUDE DEPTBUDG
                END-EXEC.

                EXEC SQL INCLUDE TRNSESS
                END-EXEC.

                EXEC SQL INCLUDE TRNENROL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - PER DEPARTMENT, THE MONTH'S AND
      * THE YEAR-TO-DATE SEATS AND SPEND BY SESSION START DATE, WITH
      * THE MONTH'S AND THE YEAR-TO-DATE BUDGET, ALL COMPUTED IN DB2
      * SO THE PROGRAM ONLY FORMATS.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      D.DEPTNO,
                      COALESCE(
                        (SELECT COUNT(*)
                           FROM TRAINING_ENROLL R
                          INNER JOIN TRAINING_SESSION S
                             ON S.SESSION_ID = R.SESSION_ID
                          WHERE R.WORKDEPT    = D.DEPTNO
                            AND R.ENR_STATUS <> 'X'
                            AND S.START_DATE >= DATE(:WS-PERIOD-START)
                            AND S.START_DATE <
                                DATE(:WS-PERIOD-START) + 1 MONTH), 0),
                      COALESCE(
                        (SELECT COUNT(*)
                           FROM TRAINING_ENROLL R
                          INNER JOIN TRAINING_SESSION S
                             ON S.SESSION_ID = R.SESSION_ID
                          WHERE R.WORKDEPT    = D.DEPTNO
                            AND R.ENR_STATUS  = 'A'
                            AND S.START_DATE >= DATE(:WS-PERIOD-START)
                            AND S.START_DATE <
                                DATE(:WS-PERIOD-START) + 1 MONTH), 0),
                      COALESCE(
                        (SELECT COUNT(*)
                           FROM TRAINING_ENROLL R
                          INNER JOIN TRAINING_SESSION S
                             ON S.SESSION_ID = R.SESSION_ID
                          WHERE R.WORKDEPT    = D.DEPTNO
                            AND R.ENR_STATUS  = 'N'
                            AND S.START_DATE >= DATE(:WS-PERIOD-START)
                            AND S.START_DATE <
                                DATE(:WS-PERIOD-START) + 1 MONTH), 0),
                      COALESCE(
                        (SELECT SUM(R.SEAT_COST)
                           FROM TRAINING_ENROLL R
                          INNER JOIN TRAINING_SESSION S
                             ON S.SESSION_ID = R.SESSION_ID
                          WHERE R.WORKDEPT    = D.DEPTNO
                            AND R.ENR_STATUS <> 'X'
                            AND S.START_DATE >= DATE(:WS-PERIOD-START)
                            AND S.START_DATE <
                                DATE(:WS-PERIOD-START) + 1 MONTH), 0),
                      COALESCE(
                        (SELECT SUM(B.BUDGETAMT)
                           FROM DEPT_BUDGET B
                          WHERE B.DEPTNO     = D.DEPTNO
                            AND B.BYEARMONTH = :WS-PYEARMONTH), 0),
                      COALESCE(
                        (SELECT COUNT(*)
                           FROM TRAINING_ENROLL R
                          INNER JOIN TRAINING_SESSION S
                             ON S.SESSION_ID = R.SESSION_ID
                          WHERE R.WORKDEPT    = D.DEPTNO
                            AND R.ENR_STATUS <> 'X'
                            AND S.START_DATE >= DATE(:WS-YTD-START)
                            AND S.START_DATE <
                                DATE(:WS-PERIOD-START) + 1 MONTH), 0),
                      COALESCE(
                        (SELECT SUM(R.SEAT_COST)
                           FROM TRAINING_ENROLL R
                          INNER JOIN TRAINING_SESSION S
                             ON S.SESSION_ID = R.SESSION_ID
                          WHERE R.WORKDEPT    = D.DEPTNO
                            AND R.ENR_STATUS <> 'X'
                            AND S.START_DATE >= DATE(:WS-YTD-START)
                            AND S.START_DATE <
                                DATE(:WS-PERIOD-START) + 1 MONTH), 0),
                      COALESCE(
                        (SELECT SUM(B.BUDGETAMT)
                           FROM DEPT_BUDGET B
                          WHERE B.DEPTNO      = D.DEPTNO
                            AND B.BYEARMONTH >= :WS-YEAR-START
                            AND B.BYEARMONTH
                                <= :WS-PYEARMONTH), 0)
                    FROM DEPT D
                    WHERE EXISTS
                          (SELECT 1
                             FROM DEPT_BUDGET B
                            WHERE B.DEPTNO     = D.DEPTNO
                              AND B.BYEARMONTH = :WS-PYEARMONTH)
                       OR EXISTS
                          (SELECT 1
                             FROM TRAINING_ENROLL R
                            INNER JOIN TRAINING_SESSION S
                               ON S.SESSION_ID = R.SESSION_ID
                            WHERE R.WORKDEPT    = D.DEPTNO
                              AND R.ENR_STATUS <> 'X'
                              AND S.START_DATE >= DATE(:WS-YTD-START)
                              AND S.START_DATE <
                                  DATE(:WS-PERIOD-START) + 1 MONTH)
                    ORDER BY D.DEPTNO
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

                MOVE WS-PYEARMONTH (1:4) TO WS-PERIOD-YEAR
                                            WS-YTD-YEAR
                                            WS-YEAR-START (1:4).
                MOVE WS-PYEARMONTH (5:2) TO WS-PERIOD-MONTH.
                MOVE '01'                TO WS-YEAR-START (5:2).

                DISPLAY 'TRAINING SPEND FOR MONTH = ' WS-PYEARMONTH.

                MOVE WS-PYEARMONTH TO WS-HDR-PERIOD.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                MOVE 'DEPARTMENTS REPORTED'           TO WS-CNT-LABEL.
                MOVE WS-DEPT-COUNT                    TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'SEATS CHARGED IN THE MONTH'     TO WS-CNT-LABEL.
                MOVE WS-TOT-SEATS                     TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'SPENDING DEPARTMENTS WITH NO BUDGET'
                                                      TO WS-CNT-LABEL.
                MOVE WS-NO-BUDGET-COUNT               TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'TRAINING SPEND FOR THE MONTH'   TO WS-TOT-LABEL.
                MOVE WS-TOT-SPEND                     TO WS-TOT-VALUE.
                PRINT WS-RPT-TOTAL.

                MOVE 'TRAINING SPEND YEAR TO DATE'    TO WS-TOT-LABEL.
                MOVE WS-TOT-YTD-SPEND                 TO WS-TOT-VALUE.
                PRINT WS-RPT-TOTAL.

                DISPLAY 'DEPARTMENTS REPORTED    = ' WS-DEPT-COUNT.
                DISPLAY 'MONTH TRAINING SPEND    = ' WS-TOT-SPEND.
                DISPLAY 'YTD TRAINING SPEND      = ' WS-TOT-YTD-SPEND.

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
                    INTO  :WS-DEPTNO,
                          :WS-SEATS,
                          :WS-ATTENDED,
                          :WS-NO-SHOWS,
                          :WS-SPEND,
                          :WS-BUDGET,
                          :WS-YTD-SEATS,
                          :WS-YTD-SPEND,
                          :WS-YTD-BUDGET
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-PRINT-DEPT
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
      * 2400-PRINT-DEPT - A PERCENT ONLY WHERE THERE IS A BUDGET TO
      * MEASURE AGAINST; SPEND WITHOUT ONE IS FLAGGED.
      ******************************************************************
       2400-PRINT-DEPT.

                MOVE SPACES          TO WS-RPT-FLAG.

                MOVE WS-DEPTNO       TO WS-RPT-DEPT.
                MOVE WS-SEATS        TO WS-RPT-SEATS.
                MOVE WS-ATTENDED     TO WS-RPT-ATTENDED.
                MOVE WS-NO-SHOWS     TO WS-RPT-NO-SHOWS.
                MOVE WS-SPEND        TO WS-RPT-SPEND.
                MOVE WS-BUDGET       TO WS-RPT-BUDGET.
                MOVE WS-YTD-SEATS    TO WS-RPT-YTD-SEATS.
                MOVE WS-YTD-SPEND    TO WS-RPT-YTD-SPEND.
                MOVE WS-YTD-BUDGET   TO WS-RPT-YTD-BUDGET.

                IF WS-BUDGET GREATER THAN ZERO
                   COMPUTE WS-PCT ROUNDED =
                           WS-SPEND * 100 / WS-BUDGET
                   MOVE WS-PCT       TO WS-RPT-PCT
                ELSE
                   MOVE ZERO         TO WS-RPT-PCT
                END-IF.

                IF WS-YTD-BUDGET GREATER THAN ZERO
                   COMPUTE WS-PCT ROUNDED =
                           WS-YTD-SPEND * 100 / WS-YTD-BUDGET
                   MOVE WS-PCT       TO WS-RPT-YTD-PCT
                ELSE
                   MOVE ZERO         TO WS-RPT-YTD-PCT
                   IF WS-YTD-SPEND GREATER THAN ZERO
                      MOVE 'NO BUDGET' TO WS-RPT-FLAG
                      ADD 1 TO WS-NO-BUDGET-COUNT
                   END-IF
                END-IF.

                PRINT WS-RPT-DETAIL.

                ADD 1                TO WS-DEPT-COUNT.
                ADD WS-SEATS         TO WS-TOT-SEATS.
                ADD WS-SPEND         TO WS-TOT-SPEND.
                ADD WS-YTD-SPEND     TO WS-TOT-YTD-SPEND.

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
