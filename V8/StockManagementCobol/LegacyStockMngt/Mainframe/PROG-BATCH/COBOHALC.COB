      *-----------------------------------------------------------------
      *     COBOHALC - MONTHLY SUPPORT-DEPARTMENT OVERHEAD ALLOCATION.
      *                READS THE PAY PERIOD (YYYYMM) OFF SYSIN. EVERY
      *                DEPARTMENT'S DIRECT COST IS ITS POSTED PAYROLL
      *                FOR THE MONTH - NETPAY PLUS DEDUCTTOT, THE SAME
      *                EXPENSE COBGLEXT DEBITS AND COBRPT61 REPORTS.
      *                FOR EVERY SOURCE DEPARTMENT WITH ALLOC_RULE ROWS
      *                IN FORCE THAT COST IS SPREAD OVER THE RECEIVING
      *                DEPARTMENTS IN PROPORTION TO THE RULE'S BASIS -
      *                'H' HEADCOUNT OR 'S' TOTAL SALARY FROM THE
      *                MONTH'S DEPT_SNAPSHOT, 'T' PROJECT HOURS BOOKED
      *                FROM THE MONTH'S LABOR_DIST. THE SHARES ARE
      *                STORED ON ALLOC_RESULT (A RERUN REPLACES THE
      *                PERIOD) AND POSTED IN THE COBGLEXT LINE FORMAT
      *                ON GLOHFIL - EACH RECEIVER DEBITS ABSORBED
      *                OVERHEAD, THE SOURCE CREDITS ALLOCATED-OUT -
      *                AND THE FILE IS ENTERED ON XMIT_CONTROL. PRINTS
      *                THE ALLOCATIONS AND A BEFORE/AFTER COST BY
      *                DEPARTMENT REPORT WHOSE TOTALS MUST AGREE (CODE
      *                16 IF NOT). A SOURCE WITH MIXED BASES, NO BASIS
      *                QUANTITY, A RECEIVER IN ANOTHER SUBSIDIARY OR
      *                AN UNMAPPED ACCOUNT IS LISTED AND NOT ALLOCATED
      *                AND THE STEP ENDS WITH A WARNING CODE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBOHALC.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLOHFIL
                  ASSIGN TO DA-S-GLOHFIL.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      GLOHFIL
               RECORD CONTAINS 80 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  GLOHFIL-REC                PIC X(80).

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
       77  WS-SRC-HOLD-SWITCH     PIC X          VALUE  SPACES.
               88  WS-SRC-HELD                   VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PERIOD-START.
           05 WS-PERIOD-YEAR      PIC X(4).
           05 FILLER              PIC X(1)  VALUE '-'.
           05 WS-PERIOD-MONTH     PIC X(2).
           05 FILLER              PIC X(3)  VALUE '-01'.
       01  WS-DEPTNO              PIC X(3).
       01  WS-DEPT-SUBID          PIC X(4).
       01  WS-DEPT-COST           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-RULE-SOURCE         PIC X(3).
       01  WS-RULE-RECEIVER       PIC X(3).
       01  WS-RULE-BASIS          PIC X(1).
       01  WS-BASIS-QTY           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-IX                  PIC S9(4) USAGE COMP.
       01  WS-FIND-DEPT           PIC X(3).
       01  WS-FIND-DX             PIC S9(4) USAGE COMP.

      ******************************************************************
      * EVERY DEPARTMENT'S DIRECT COST AND WHAT IT GAVE AND TOOK
      ******************************************************************
       01  WS-DT-MAX              PIC S9(4) USAGE COMP VALUE 500.
       01  WS-DT-COUNT            PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-DEPT-TABLE.
           05 WS-DT-ENTRY         OCCURS 500 TIMES.
              10 WS-DT-DEPTNO        PIC X(3).
              10 WS-DT-SUBID         PIC X(4).
              10 WS-DT-DIRECT        PIC S9(11)V9(2) USAGE COMP-3.
              10 WS-DT-OUT           PIC S9(11)V9(2) USAGE COMP-3.
              10 WS-DT-IN            PIC S9(11)V9(2) USAGE COMP-3.

      ******************************************************************
      * THE SOURCE DEPARTMENT IN HAND AND ITS RECEIVERS
      ******************************************************************
       01  WS-SRC-DEPT            PIC X(3)  VALUE SPACES.
       01  WS-SRC-BASIS           PIC X(1).
       01  WS-SRC-DX              PIC S9(4) USAGE COMP.
       01  WS-SRC-SUBID           PIC X(4).
       01  WS-SRC-COST            PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-SRC-ACCOUNT         PIC X(8).
       01  WS-SRC-TOTAL-QTY       PIC S9(13)V9(2) USAGE COMP-3.
       01  WS-SRC-ALLOCATED       PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-RV-MAX              PIC S9(4) USAGE COMP VALUE 100.
       01  WS-RV-COUNT            PIC S9(4) USAGE COMP.
       01  WS-RCV-TABLE.
           05 WS-RV-ENTRY         OCCURS 100 TIMES.
              10 WS-RV-DEPTNO        PIC X(3).
              10 WS-RV-DX            PIC S9(4) USAGE COMP.
              10 WS-RV-QTY           PIC S9(11)V9(2) USAGE COMP-3.
              10 WS-RV-AMOUNT        PIC S9(11)V9(2) USAGE COMP-3.
              10 WS-RV-ACCOUNT       PIC X(8).

      ******************************************************************
      * VARIABLES FOR THE GL_ACCT_MAP LOOKUP
      ******************************************************************
       01  WS-MAP-SUBID           PIC X(4).
       01  WS-MAP-WORKDEPT        PIC X(3).
       01  WS-MAP-LINETYPE        PIC X(1).
       01  WS-MAP-ACCOUNT         PIC X(8).
       77  WS-MAP-FOUND-SWITCH    PIC X          VALUE SPACES.
               88  WS-MAP-FOUND                  VALUE 'Y'.
       01  WS-UNMAPPED-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR THE XMIT_CONTROL TRANSMISSION REGISTER
      ******************************************************************
       01  WS-XMIT-FILEID         PIC X(8)  VALUE 'GLOHFIL '.
       01  WS-XMIT-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-XMIT-HASH           PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

      ******************************************************************
      * RUN TOTALS
      ******************************************************************
       01  WS-SOURCE-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-HELD-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-ROW-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-LINE-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-DIRECT          PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-OUT             PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-IN              PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-LOADED          PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-LOADED              PIC S9(11)V9(2) USAGE COMP-3.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(40)
                VALUE 'SUPPORT DEPARTMENT OVERHEAD ALLOCATION  '.
           10 FILLER              PIC X(8)   VALUE 'PERIOD: '.
           10 WS-HDR-YM           PIC X(6).
           10 FILLER              PIC X(58).

       01  WS-ALLOC-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'SOURCE'.
           10 FILLER              PIC X(10)  VALUE 'RECEIVER'.
           10 FILLER              PIC X(7)   VALUE 'BASIS'.
           10 FILLER              PIC X(19)
                VALUE '     BASIS QUANTITY'.
           10 FILLER              PIC X(19)
                VALUE '   AMOUNT ALLOCATED'.
           10 FILLER              PIC X(67).

       01  WS-ALLOC-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-AD-SOURCE        PIC X(3).
           10 FILLER              PIC X(5).
           10 WS-AD-RECEIVER      PIC X(3).
           10 FILLER              PIC X(7).
           10 WS-AD-BASIS         PIC X(1).
           10 FILLER              PIC X(4).
           10 WS-AD-QTY           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(1).
           10 WS-AD-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(73).

       01  WS-DEPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(40)
                VALUE 'COST BY DEPARTMENT BEFORE AND AFTER     '.
           10 FILLER              PIC X(72).

       01  WS-DEPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'DEPT'.
           10 FILLER              PIC X(6)   VALUE 'SUBID'.
           10 FILLER              PIC X(20)
                VALUE '         DIRECT COST'.
           10 FILLER              PIC X(20)
                VALUE '       ALLOCATED OUT'.
           10 FILLER              PIC X(20)
                VALUE '        ALLOCATED IN'.
           10 FILLER              PIC X(20)
                VALUE '        FULLY LOADED'.
           10 FILLER              PIC X(38).

       01  WS-DEPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-DD-DEPT          PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-DD-SUBID         PIC X(4).
           10 FILLER              PIC X(2).
           10 WS-DD-DIRECT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(2).
           10 WS-DD-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(2).
           10 WS-DD-IN            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(2).
           10 WS-DD-LOADED        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(38).

       01  WS-EXC-LINE.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(24)
                VALUE 'NOT ALLOCATED - SOURCE='.
           10 WS-EXC-SOURCE       PIC X(3).
           10 FILLER              PIC X(10)  VALUE ' RECEIVER='.
           10 WS-EXC-RECEIVER     PIC X(3).
           10 FILLER              PIC X(3)   VALUE ' - '.
           10 WS-EXC-REASON       PIC X(30).
           10 FILLER              PIC X(57).

       01  WS-EXCEPTION-LINE.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(22)
                VALUE 'UNMAPPED GL ACCOUNT - '.
           10 FILLER              PIC X(6)   VALUE 'SUBID='.
           10 WS-EXC-SUBID        PIC X(4).
           10 FILLER              PIC X(6)   VALUE ' DEPT='.
           10 WS-EXC-WORKDEPT     PIC X(3).
           10 FILLER              PIC X(6)   VALUE ' TYPE='.
           10 WS-EXC-LINETYPE     PIC X(1).
           10 FILLER              PIC X(82).

       01  WS-GL-LINE.
           10 WS-GL-RECTYPE       PIC X(1).
           10 WS-GL-PYEARMONTH    PIC X(6).
           10 WS-GL-SUBID         PIC X(4).
           10 WS-GL-COSTCENTER    PIC X(3).
           10 WS-GL-ACCOUNT       PIC X(8).
           10 WS-GL-AMOUNT        PIC 9(11)V9(2).
           10 WS-GL-DESC.
              15 WS-GL-DESC-TEXT     PIC X(27).
              15 WS-GL-DESC-DEPT     PIC X(3).
           10 FILLER              PIC X(15) VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBOHALC'.
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

                EXEC SQL INCLUDE DEPT
                END-EXEC.

                EXEC SQL INCLUDE PAYROLL
                END-EXEC.

                EXEC SQL INCLUDE DEPTSNAP
                END-EXEC.

                EXEC SQL INCLUDE LABDIST
                END-EXEC.

                EXEC SQL INCLUDE ALLOCRUL
                END-EXEC.

                EXEC SQL INCLUDE ALLOCRES
                END-EXEC.

                EXEC SQL INCLUDE GLACCMAP
                END-EXEC.

                EXEC SQL INCLUDE XMITCTL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - C1 IS EVERY DEPARTMENT WITH ITS
      * DIRECT PAYROLL COST FOR THE PERIOD; C2 IS EVERY RULE IN FORCE
      * AT ANY TIME IN THE PERIOD, SOURCE BY SOURCE.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      D.DEPTNO,
                      COALESCE(D.SUBID, ' '),
                      COALESCE(
                        (SELECT SUM(COALESCE(P.NETPAY, 0)
                                    + COALESCE(P.DEDUCTTOT, 0))
                           FROM PAYROLL P
                          INNER JOIN EMP E
                             ON E.EMPNO = P.EMPNO
                          WHERE E.WORKDEPT = D.DEPTNO
                            AND P.PYEARMONTH
                                = :WS-PYEARMONTH), 0)
                    FROM DEPT D
                    ORDER BY D.DEPTNO
                END-EXEC.

                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      R.SOURCE_DEPT,
                      R.RECEIVER_DEPT,
                      R.BASIS
                    FROM ALLOC_RULE R
                    WHERE R.EFFDATE <= DATE(:WS-PERIOD-START)
                                       + 1 MONTH - 1 DAY
                      AND R.ENDDATE >= DATE(:WS-PERIOD-START)
                    ORDER BY R.SOURCE_DEPT, R.RECEIVER_DEPT
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-PYEARMONTH.

                MOVE WS-PYEARMONTH (1:4) TO WS-PERIOD-YEAR.
                MOVE WS-PYEARMONTH (5:2) TO WS-PERIOD-MONTH.

                DISPLAY 'OVERHEAD ALLOCATION FOR PERIOD = '
                        WS-PYEARMONTH.

                MOVE WS-PYEARMONTH TO WS-HDR-YM.
                PRINT WS-RPT-HEADER.
                PRINT WS-ALLOC-COLUMNS.

                OPEN OUTPUT GLOHFIL.

                PERFORM 1000-CLEAR-PERIOD
                THRU    1000-EXIT.

                PERFORM 1100-LOAD-DEPTS
                THRU    1100-EXIT.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                CLOSE GLOHFIL.

                PERFORM 3000-PRINT-DEPTS
                THRU    3000-EXIT.

                DISPLAY 'SOURCES ALLOCATED     = ' WS-SOURCE-COUNT.
                DISPLAY 'ALLOC_RESULT ROWS     = ' WS-ROW-COUNT.
                DISPLAY 'JOURNAL LINES WRITTEN = ' WS-LINE-COUNT.

                IF WS-HELD-COUNT GREATER THAN ZERO
                   DISPLAY 'SOURCES NOT ALLOCATED = ' WS-HELD-COUNT
                   MOVE 4 TO RETURN-CODE
                END-IF.

                IF WS-TOT-LOADED NOT = WS-TOT-DIRECT
                   DISPLAY 'ALLOCATION OUT OF BALANCE'
                   MOVE 16 TO RETURN-CODE
                END-IF.

                IF RETURN-CODE LESS THAN 8
                   PERFORM 7000-RECORD-XMIT
                   THRU    7000-EXIT
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1000-CLEAR-PERIOD - A RERUN REPLACES THE PERIOD'S ROWS
      ******************************************************************
       1000-CLEAR-PERIOD.

                EXEC SQL
                    DELETE FROM ALLOC_RESULT
                     WHERE PYEARMONTH = :WS-PYEARMONTH
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-LOAD-DEPTS - THE BEFORE PICTURE, ONE ENTRY PER DEPT
      ******************************************************************
       1100-LOAD-DEPTS.

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

                PERFORM 1200-FETCH-DEPT
                THRU    1200-EXIT
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

       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1200-FETCH-DEPT
      ******************************************************************
       1200-FETCH-DEPT.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-DEPTNO,
                          :WS-DEPT-SUBID,
                          :WS-DEPT-COST
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         GO TO 1200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-DT-COUNT NOT LESS THAN WS-DT-MAX
                   DISPLAY 'DEPARTMENT TABLE FULL AT ' WS-DEPTNO
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO END-OF-C1-SWITCH
                   GO TO 1200-EXIT
                END-IF.

                ADD 1 TO WS-DT-COUNT.
                MOVE WS-DEPTNO     TO WS-DT-DEPTNO (WS-DT-COUNT).
                MOVE WS-DEPT-SUBID TO WS-DT-SUBID  (WS-DT-COUNT).
                MOVE WS-DEPT-COST  TO WS-DT-DIRECT (WS-DT-COUNT).
                MOVE ZERO          TO WS-DT-OUT    (WS-DT-COUNT)
                                      WS-DT-IN     (WS-DT-COUNT).

       1200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS - THE RULES, WITH A CONTROL BREAK ON SOURCE
      ******************************************************************
       2000-PROCESS.

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

                PERFORM 2200-FETCH-RULE
                THRU    2200-EXIT
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

      *         ALLOCATE THE LAST SOURCE
                IF NOT FIRST-FETCH
                   PERFORM 2800-END-SOURCE
                   THRU    2800-EXIT
                END-IF.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-RULE
      ******************************************************************
       2200-FETCH-RULE.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-RULE-SOURCE,
                          :WS-RULE-RECEIVER,
                          :WS-RULE-BASIS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-PROCESS-RULE
                         THRU    2400-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-PROCESS-RULE - ON A SOURCE CONTROL BREAK ALLOCATE THE
      * PRIOR SOURCE FIRST, THEN ADD THIS RULE'S RECEIVER.
      ******************************************************************
       2400-PROCESS-RULE.

                IF NOT FIRST-FETCH
                   AND WS-RULE-SOURCE NOT = WS-SRC-DEPT
                   PERFORM 2800-END-SOURCE
                   THRU    2800-EXIT
                END-IF.

                IF FIRST-FETCH
                   OR WS-RULE-SOURCE NOT = WS-SRC-DEPT
                   MOVE SPACES TO FIRST-FETCH-SWITCH
                   PERFORM 2500-START-SOURCE
                   THRU    2500-EXIT
                END-IF.

                PERFORM 2600-ADD-RECEIVER
                THRU    2600-EXIT.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-START-SOURCE
      ******************************************************************
       2500-START-SOURCE.

                MOVE WS-RULE-SOURCE TO WS-SRC-DEPT.
                MOVE WS-RULE-BASIS  TO WS-SRC-BASIS.
                MOVE ZERO           TO WS-RV-COUNT
                                       WS-SRC-COST.
                MOVE SPACES         TO WS-SRC-HOLD-SWITCH
                                       WS-SRC-SUBID.

                MOVE WS-SRC-DEPT TO WS-FIND-DEPT.
                PERFORM 2900-FIND-DEPT
                THRU    2900-EXIT.
                MOVE WS-FIND-DX  TO WS-SRC-DX.

                IF WS-SRC-DX = ZERO
                   MOVE SPACES TO WS-EXC-RECEIVER
                   MOVE 'SOURCE NOT ON DEPT'
                               TO WS-EXC-REASON
                   PERFORM 2590-HOLD-SOURCE
                   THRU    2590-EXIT
                   GO TO 2500-EXIT
                END-IF.

                MOVE WS-DT-SUBID (WS-SRC-DX)  TO WS-SRC-SUBID.
                MOVE WS-DT-DIRECT (WS-SRC-DX) TO WS-SRC-COST.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2590-HOLD-SOURCE - LIST WHY AND ALLOCATE NOTHING FOR THE SOURCE
      ******************************************************************
       2590-HOLD-SOURCE.

                MOVE 'Y'         TO WS-SRC-HOLD-SWITCH.
                MOVE WS-SRC-DEPT TO WS-EXC-SOURCE.
                PRINT WS-EXC-LINE.
                ADD 1 TO WS-HELD-COUNT.

       2590-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-ADD-RECEIVER - ONE RECEIVER AND ITS BASIS QUANTITY. A
      * RECEIVER IN ANOTHER SUBSIDIARY WOULD UNBALANCE BOTH
      * SUBSIDIARIES' JOURNALS - THAT COST MOVES THROUGH COBICRCH.
      ******************************************************************
       2600-ADD-RECEIVER.

                IF WS-SRC-HELD
                   GO TO 2600-EXIT
                END-IF.

                MOVE WS-RULE-RECEIVER TO WS-EXC-RECEIVER.

                IF WS-RULE-BASIS NOT = WS-SRC-BASIS
                   MOVE 'MIXED BASIS ON SOURCE RULES'
                                  TO WS-EXC-REASON
                   PERFORM 2590-HOLD-SOURCE
                   THRU    2590-EXIT
                   GO TO 2600-EXIT
                END-IF.

                IF WS-RULE-BASIS NOT = 'H'
                   AND WS-RULE-BASIS NOT = 'S'
                   AND WS-RULE-BASIS NOT = 'T'
                   MOVE 'UNKNOWN BASIS'
                                  TO WS-EXC-REASON
                   PERFORM 2590-HOLD-SOURCE
                   THRU    2590-EXIT
                   GO TO 2600-EXIT
                END-IF.

                MOVE WS-RULE-RECEIVER TO WS-FIND-DEPT.
                PERFORM 2900-FIND-DEPT
                THRU    2900-EXIT.

                IF WS-FIND-DX = ZERO
                   MOVE 'RECEIVER NOT ON DEPT'
                                  TO WS-EXC-REASON
                   PERFORM 2590-HOLD-SOURCE
                   THRU    2590-EXIT
                   GO TO 2600-EXIT
                END-IF.

                IF WS-DT-SUBID (WS-FIND-DX) NOT = WS-SRC-SUBID
                   MOVE 'RECEIVER IN OTHER SUBSIDIARY'
                                  TO WS-EXC-REASON
                   PERFORM 2590-HOLD-SOURCE
                   THRU    2590-EXIT
                   GO TO 2600-EXIT
                END-IF.

                IF WS-RV-COUNT NOT LESS THAN WS-RV-MAX
                   MOVE 'TOO MANY RECEIVERS'
                                  TO WS-EXC-REASON
                   PERFORM 2590-HOLD-SOURCE
                   THRU    2590-EXIT
                   GO TO 2600-EXIT
                END-IF.

                PERFORM 2650-GET-BASIS
                THRU    2650-EXIT.

                ADD 1 TO WS-RV-COUNT.
                MOVE WS-RULE-RECEIVER TO WS-RV-DEPTNO (WS-RV-COUNT).
                MOVE WS-FIND-DX       TO WS-RV-DX     (WS-RV-COUNT).
                MOVE WS-BASIS-QTY     TO WS-RV-QTY    (WS-RV-COUNT).
                MOVE ZERO             TO WS-RV-AMOUNT (WS-RV-COUNT).
                MOVE SPACES           TO WS-RV-ACCOUNT (WS-RV-COUNT).

       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2650-GET-BASIS - THE RECEIVER'S QUANTITY FOR THE PERIOD
      ******************************************************************
       2650-GET-BASIS.

                MOVE ZERO TO WS-BASIS-QTY.

                EVALUATE WS-RULE-BASIS
                    WHEN 'H'
                         EXEC SQL
                             SELECT COALESCE(SUM(HEADCOUNT), 0)
                               INTO :WS-BASIS-QTY
                               FROM DEPT_SNAPSHOT
                              WHERE SNAPYEARMONTH = :WS-PYEARMONTH
                                AND DEPTNO        = :WS-RULE-RECEIVER
                         END-EXEC
                    WHEN 'S'
                         EXEC SQL
                             SELECT COALESCE(SUM(TOTALSALARY), 0)
                               INTO :WS-BASIS-QTY
                               FROM DEPT_SNAPSHOT
                              WHERE SNAPYEARMONTH = :WS-PYEARMONTH
                                AND DEPTNO        = :WS-RULE-RECEIVER
                         END-EXEC
                    WHEN OTHER
                         EXEC SQL
                             SELECT COALESCE(SUM(DIST_HOURS), 0)
                               INTO :WS-BASIS-QTY
                               FROM LABOR_DIST
                              WHERE PYEARMONTH = :WS-PYEARMONTH
                                AND WORKDEPT   = :WS-RULE-RECEIVER
                                AND DIST_TYPE  = 'P'
                         END-EXEC
                END-EVALUATE.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2650-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-LOOKUP-ACCOUNT - THE LATEST EFFECTIVE GL_ACCT_MAP ROW AT
      * OR BEFORE TODAY FOR THE SUBID/WORKDEPT/LINE-TYPE IN HAND. AN
      * UNMAPPED COMBINATION GOES TO THE EXCEPTION REPORT.
      ******************************************************************
       2700-LOOKUP-ACCOUNT.

                MOVE SPACES TO WS-MAP-ACCOUNT
                               WS-MAP-FOUND-SWITCH.

                EXEC SQL
                    SELECT GLACCOUNT
                      INTO :WS-MAP-ACCOUNT
                      FROM GL_ACCT_MAP
                     WHERE SUBID    = :WS-MAP-SUBID
                       AND WORKDEPT = :WS-MAP-WORKDEPT
                       AND LINETYPE = :WS-MAP-LINETYPE
                       AND EFFDATE  =
                           (SELECT MAX(EFFDATE)
                              FROM GL_ACCT_MAP
                             WHERE SUBID    = :WS-MAP-SUBID
                               AND WORKDEPT = :WS-MAP-WORKDEPT
                               AND LINETYPE = :WS-MAP-LINETYPE
                               AND EFFDATE <= CURRENT DATE)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO WS-MAP-FOUND-SWITCH
                    WHEN +100
                         MOVE WS-MAP-SUBID    TO WS-EXC-SUBID
                         MOVE WS-MAP-WORKDEPT TO WS-EXC-WORKDEPT
                         MOVE WS-MAP-LINETYPE TO WS-EXC-LINETYPE
                         PRINT WS-EXCEPTION-LINE
                         ADD 1 TO WS-UNMAPPED-COUNT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-END-SOURCE - CHECK THE SOURCE CAN BE POSTED IN FULL, THEN
      * SHARE ITS COST BY BASIS (THE LAST RECEIVER TAKES THE ROUNDING
      * SO THE SHARES ADD BACK TO THE COST), STORE, PRINT AND POST.
      ******************************************************************
       2800-END-SOURCE.

                IF WS-SRC-HELD
                   GO TO 2800-EXIT
                END-IF.

                IF WS-SRC-COST NOT GREATER THAN ZERO
                   DISPLAY 'NO COST TO ALLOCATE FOR SOURCE '
                           WS-SRC-DEPT
                   GO TO 2800-EXIT
                END-IF.

                MOVE SPACES TO WS-EXC-RECEIVER.

                IF WS-RV-COUNT = ZERO
                   MOVE 'NO ELIGIBLE RECEIVERS'
                               TO WS-EXC-REASON
                   PERFORM 2590-HOLD-SOURCE
                   THRU    2590-EXIT
                   GO TO 2800-EXIT
                END-IF.

                MOVE ZERO TO WS-SRC-TOTAL-QTY.
                PERFORM 2810-SUM-QTY
                THRU    2810-EXIT
                VARYING WS-IX FROM 1 BY 1
                UNTIL   WS-IX GREATER THAN WS-RV-COUNT.

                IF WS-SRC-TOTAL-QTY NOT GREATER THAN ZERO
                   MOVE 'NO BASIS QUANTITY FOR PERIOD'
                               TO WS-EXC-REASON
                   PERFORM 2590-HOLD-SOURCE
                   THRU    2590-EXIT
                   GO TO 2800-EXIT
                END-IF.

                MOVE WS-SRC-SUBID TO WS-MAP-SUBID.
                MOVE WS-SRC-DEPT  TO WS-MAP-WORKDEPT.
                MOVE 'O'          TO WS-MAP-LINETYPE.
                PERFORM 2700-LOOKUP-ACCOUNT
                THRU    2700-EXIT.
                MOVE WS-MAP-ACCOUNT TO WS-SRC-ACCOUNT.

                IF NOT WS-MAP-FOUND
                   MOVE 'UNMAPPED GL ACCOUNT'
                               TO WS-EXC-REASON
                   PERFORM 2590-HOLD-SOURCE
                   THRU    2590-EXIT
                   GO TO 2800-EXIT
                END-IF.

                PERFORM 2820-MAP-RECEIVER
                THRU    2820-EXIT
                VARYING WS-IX FROM 1 BY 1
                UNTIL   WS-IX GREATER THAN WS-RV-COUNT
                   OR   WS-SRC-HELD.

                IF WS-SRC-HELD
                   GO TO 2800-EXIT
                END-IF.

                MOVE ZERO TO WS-SRC-ALLOCATED.
                PERFORM 2830-SHARE-RECEIVER
                THRU    2830-EXIT
                VARYING WS-IX FROM 1 BY 1
                UNTIL   WS-IX GREATER THAN WS-RV-COUNT.

                ADD WS-SRC-COST TO WS-DT-OUT (WS-SRC-DX).

                MOVE 'C'            TO WS-GL-RECTYPE.
                MOVE WS-PYEARMONTH  TO WS-GL-PYEARMONTH.
                MOVE WS-SRC-SUBID   TO WS-GL-SUBID.
                MOVE WS-SRC-DEPT    TO WS-GL-COSTCENTER.
                MOVE WS-SRC-ACCOUNT TO WS-GL-ACCOUNT.
                MOVE WS-SRC-COST    TO WS-GL-AMOUNT.
                MOVE 'OVERHEAD ALLOCATED OUT'
                                    TO WS-GL-DESC-TEXT.
                MOVE SPACES         TO WS-GL-DESC-DEPT.
                PERFORM 2950-WRITE-GL-LINE
                THRU    2950-EXIT.

                ADD 1 TO WS-SOURCE-COUNT.

       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2810-SUM-QTY
      ******************************************************************
       2810-SUM-QTY.

                ADD WS-RV-QTY (WS-IX) TO WS-SRC-TOTAL-QTY.

       2810-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2820-MAP-RECEIVER - THE RECEIVER'S ABSORBED-OVERHEAD ACCOUNT
      ******************************************************************
       2820-MAP-RECEIVER.

                MOVE WS-SRC-SUBID         TO WS-MAP-SUBID.
                MOVE WS-RV-DEPTNO (WS-IX) TO WS-MAP-WORKDEPT.
                MOVE 'U'                  TO WS-MAP-LINETYPE.
                PERFORM 2700-LOOKUP-ACCOUNT
                THRU    2700-EXIT.

                IF NOT WS-MAP-FOUND
                   MOVE WS-RV-DEPTNO (WS-IX) TO WS-EXC-RECEIVER
                   MOVE 'UNMAPPED GL ACCOUNT'
                                  TO WS-EXC-REASON
                   PERFORM 2590-HOLD-SOURCE
                   THRU    2590-EXIT
                   GO TO 2820-EXIT
                END-IF.

                MOVE WS-MAP-ACCOUNT TO WS-RV-ACCOUNT (WS-IX).

       2820-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2830-SHARE-RECEIVER - ONE RECEIVER'S SHARE: STORED, PRINTED,
      * ADDED TO ITS AFTER PICTURE AND DEBITED.
      ******************************************************************
       2830-SHARE-RECEIVER.

                IF WS-IX = WS-RV-COUNT
                   COMPUTE WS-RV-AMOUNT (WS-IX) =
                           WS-SRC-COST - WS-SRC-ALLOCATED
                ELSE
                   COMPUTE WS-RV-AMOUNT (WS-IX) ROUNDED =
                           WS-SRC-COST * WS-RV-QTY (WS-IX)
                           / WS-SRC-TOTAL-QTY
                END-IF.

                ADD WS-RV-AMOUNT (WS-IX) TO WS-SRC-ALLOCATED.
                ADD WS-RV-AMOUNT (WS-IX)
                                 TO WS-DT-IN (WS-RV-DX (WS-IX)).

                MOVE WS-RV-DEPTNO (WS-IX) TO WS-RULE-RECEIVER.
                MOVE WS-RV-QTY (WS-IX)    TO WS-BASIS-QTY.
                MOVE WS-RV-AMOUNT (WS-IX) TO WS-DEPT-COST.

                EXEC SQL
                    INSERT INTO ALLOC_RESULT
                         (PYEARMONTH, SOURCE_DEPT, RECEIVER_DEPT,
                          BASIS, BASIS_QTY, ALLOC_AMOUNT, ALLOC_TS)
                    VALUES
                         (:WS-PYEARMONTH, :WS-SRC-DEPT,
                          :WS-RULE-RECEIVER, :WS-SRC-BASIS,
                          :WS-BASIS-QTY, :WS-DEPT-COST,
                          CURRENT TIMESTAMP)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-ROW-COUNT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-SRC-DEPT          TO WS-AD-SOURCE.
                MOVE WS-RV-DEPTNO (WS-IX) TO WS-AD-RECEIVER.
                MOVE WS-SRC-BASIS         TO WS-AD-BASIS.
                MOVE WS-RV-QTY (WS-IX)    TO WS-AD-QTY.
                MOVE WS-RV-AMOUNT (WS-IX) TO WS-AD-AMOUNT.
                PRINT WS-ALLOC-DETAIL.

                IF WS-RV-AMOUNT (WS-IX) = ZERO
                   GO TO 2830-EXIT
                END-IF.

                MOVE 'D'                   TO WS-GL-RECTYPE.
                MOVE WS-PYEARMONTH         TO WS-GL-PYEARMONTH.
                MOVE WS-SRC-SUBID          TO WS-GL-SUBID.
                MOVE WS-RV-DEPTNO (WS-IX)  TO WS-GL-COSTCENTER.
                MOVE WS-RV-ACCOUNT (WS-IX) TO WS-GL-ACCOUNT.
                MOVE WS-RV-AMOUNT (WS-IX)  TO WS-GL-AMOUNT.
                MOVE 'OVERHEAD ALLOCATED FROM'
                                           TO WS-GL-DESC-TEXT.
                MOVE WS-SRC-DEPT           TO WS-GL-DESC-DEPT.
                PERFORM 2950-WRITE-GL-LINE
                THRU    2950-EXIT.

       2830-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2900-FIND-DEPT - WS-FIND-DX IS THE DEPARTMENT'S ENTRY, OR ZERO
      ******************************************************************
       2900-FIND-DEPT.

                MOVE ZERO TO WS-FIND-DX.

                PERFORM 2910-MATCH-DEPT
                THRU    2910-EXIT
                VARYING WS-IX FROM 1 BY 1
                UNTIL   WS-IX GREATER THAN WS-DT-COUNT
                   OR   WS-FIND-DX NOT = ZERO.

       2900-EXIT.
                EXIT.

       2910-MATCH-DEPT.

                IF WS-DT-DEPTNO (WS-IX) = WS-FIND-DEPT
                   MOVE WS-IX TO WS-FIND-DX
                END-IF.

       2910-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2950-WRITE-GL-LINE
      ******************************************************************
       2950-WRITE-GL-LINE.

                WRITE GLOHFIL-REC FROM WS-GL-LINE.
                ADD 1            TO WS-LINE-COUNT
                                    WS-XMIT-COUNT.
                ADD WS-GL-AMOUNT TO WS-XMIT-HASH.

       2950-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-PRINT-DEPTS - THE BEFORE/AFTER COST BY DEPARTMENT. THE
      * FULLY LOADED TOTAL MUST EQUAL THE DIRECT TOTAL - ALLOCATION
      * MOVES COST BETWEEN DEPARTMENTS, IT NEVER MAKES OR LOSES ANY.
      ******************************************************************
       3000-PRINT-DEPTS.

                PRINT WS-DEPT-HEADER.
                PRINT WS-DEPT-COLUMNS.

                PERFORM 3100-PRINT-DEPT
                THRU    3100-EXIT
                VARYING WS-IX FROM 1 BY 1
                UNTIL   WS-IX GREATER THAN WS-DT-COUNT.

                MOVE SPACES        TO WS-DEPT-DETAIL.
                MOVE 'TOT'         TO WS-DD-DEPT.
                MOVE WS-TOT-DIRECT TO WS-DD-DIRECT.
                MOVE WS-TOT-OUT    TO WS-DD-OUT.
                MOVE WS-TOT-IN     TO WS-DD-IN.
                MOVE WS-TOT-LOADED TO WS-DD-LOADED.
                PRINT WS-DEPT-DETAIL.

       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3100-PRINT-DEPT - DEPARTMENTS WITH NO COST EITHER WAY ARE LEFT
      * OFF THE REPORT
      ******************************************************************
       3100-PRINT-DEPT.

                COMPUTE WS-LOADED = WS-DT-DIRECT (WS-IX)
                                  - WS-DT-OUT (WS-IX)
                                  + WS-DT-IN (WS-IX).

                ADD WS-DT-DIRECT (WS-IX) TO WS-TOT-DIRECT.
                ADD WS-DT-OUT (WS-IX)    TO WS-TOT-OUT.
                ADD WS-DT-IN (WS-IX)     TO WS-TOT-IN.
                ADD WS-LOADED            TO WS-TOT-LOADED.

                IF WS-DT-DIRECT (WS-IX) = ZERO
                   AND WS-DT-IN (WS-IX) = ZERO
                   GO TO 3100-EXIT
                END-IF.

                MOVE SPACES                TO WS-DEPT-DETAIL.
                MOVE WS-DT-DEPTNO (WS-IX)  TO WS-DD-DEPT.
                MOVE WS-DT-SUBID (WS-IX)   TO WS-DD-SUBID.
                MOVE WS-DT-DIRECT (WS-IX)  TO WS-DD-DIRECT.
                MOVE WS-DT-OUT (WS-IX)     TO WS-DD-OUT.
                MOVE WS-DT-IN (WS-IX)      TO WS-DD-IN.
                MOVE WS-LOADED             TO WS-DD-LOADED.
                PRINT WS-DEPT-DETAIL.

       3100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 7000-RECORD-XMIT - ENTER THE GENERATION ON THE XMIT_CONTROL
      * TRANSMISSION REGISTER WITH ITS COUNT AND HASH. A FAILURE HERE
      * IS DISPLAYED, NOT FATAL - THE FILE ITSELF IS ALREADY GOOD.
      ******************************************************************
       7000-RECORD-XMIT.

                EXEC SQL
                    INSERT INTO XMIT_CONTROL
                         (FILEID, PYEARMONTH, GENERATED_TS,
                          REC_COUNT, HASH_TOTAL)
                    VALUES
                         (:WS-XMIT-FILEID, :WS-PYEARMONTH,
                          CURRENT TIMESTAMP, :WS-XMIT-COUNT,
                          :WS-XMIT-HASH)
                END-EXEC.

                IF SQLCODE NOT = 0
                   DISPLAY 'UNABLE TO RECORD TRANSMISSION ENTRY - '
                           'SQLCODE = ' SQLCODE
                END-IF.

       7000-EXIT.
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
