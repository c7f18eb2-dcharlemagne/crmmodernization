      *-----------------------------------------------------------------
      *     COBCAPLB - MONTHLY CAPITALIZED DEVELOPMENT LABOR AND
      *                AMORTIZATION RUN. READS THE MONTH (YYYYMM) OFF
      *                SYSIN. EVERY ASSIGNMENT OF AN OPEN PROJECT ON AN
      *                ACTIVITY FLAGGED CAPITALIZABLE (CAP_FLAG ON
      *                ACTIVITY)
      *                IS VALUED FOR THE MONTH - AT ACTUAL COST WHERE
      *                COBLBDST HAS DISTRIBUTED THE MONTH'S PAYROLL TO
      *                IT (LABOR_DIST), OTHERWISE ITS EMP_PROJ_ACT HOURS
      *                SINCE ITS LAST CAP_LABOR ROW AT SALARY/2080 -
      *                AND STORED ON CAP_LABOR, REPLACING ANY EARLIER
      *                RUN FOR THE MONTH. (THE FIRST RUN FOR AN
      *                ASSIGNMENT WITH NO DISTRIBUTION TAKES UP ALL ITS
      *                HOURS TO DATE.) EACH PROJECT'S ASSET-UNDER-
      *                CONSTRUCTION BALANCE ON CAP_ASSET IS RESTATED AS
      *                THE SUM OF ITS CAP_LABOR ROWS. THE MONTH'S ROWS
      *                OF THE AMORTIZATION SCHEDULES COBPRJCL WROTE FOR
      *                CLOSED PROJECTS ARE THEN POSTED. PER SUBSIDIARY
      *                THE CAPITALIZATION JOURNAL (ASSET UNDER
      *                CONSTRUCTION DEBITED, PAYROLL EXPENSE CREDITED)
      *                AND THE AMORTIZATION JOURNAL (AMORTIZATION
      *                EXPENSE DEBITED, ACCUMULATED AMORTIZATION
      *                CREDITED) ARE WRITTEN IN THE COBGLEXT LINE
      *                FORMAT ON GLCAPFIL AND THE FILE IS ENTERED ON
      *                XMIT_CONTROL. AN UNMAPPED GL ACCOUNT ENDS THE
      *                STEP CC 8. RUNS AT MONTH-END AFTER THE HRNIGHT
      *                PAYROLL PATH (COBLBDST).
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBCAPLB.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLCAPFIL
                  ASSIGN TO DA-S-GLCAPFIL.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      GLCAPFIL
               RECORD CONTAINS 80 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  GLCAPFIL-REC               PIC X(80).

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
       01  WS-SQLCODE             PIC 9(9).
       01  WS-RUN-MONTH           PIC X(6).
       01  WS-SUBID               PIC X(4).
       01  WS-PROJ-NO             PIC X(6).
       01  WS-EMPNO               PIC X(6).
       01  WS-ACT-NO              PIC S9(4) USAGE COMP.
       01  WS-EMPTIME             PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-MARK                PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-DIST-COUNT          PIC S9(9) USAGE COMP.
       01  WS-DIST-HOURS          PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-DIST-COST           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CAP-HOURS           PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-CAP-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-COST-SOURCE         PIC X(1).
       01  WS-PERIOD-NO           PIC S9(4) USAGE COMP.
       01  WS-LIFE-MONTHS         PIC S9(4) USAGE COMP.
       01  WS-AMORT-AMOUNT        PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CLOSING-NBV         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-AUC-BALANCE         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-PRIOR-SUBID         PIC X(4)  VALUE SPACES.
       01  WS-PRIOR-PROJ          PIC X(6)  VALUE SPACES.
       01  WS-ASSIGN-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-AT-SALARY-COUNT     PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-AMORT-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-LINE-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * MONTH'S CAPITALIZATION - PROJECT, SUBSIDIARY, COMPANY
      ******************************************************************
       01  WS-PRJ-HOURS           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-PRJ-ACTUAL          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-PRJ-AT-SALARY       PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-SUB-CAPITAL         PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-SUB-AMORT           PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-CO-CAPITAL          PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-CO-AUC              PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-CO-AMORT            PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

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
       01  WS-DEBIT-ACCOUNT       PIC X(8).
       01  WS-CREDIT-ACCOUNT      PIC X(8).
       01  WS-JRNL-AMOUNT         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DEBIT-DESC          PIC X(30).
       01  WS-CREDIT-DESC         PIC X(30).

      ******************************************************************
      * VARIABLES FOR THE XMIT_CONTROL TRANSMISSION REGISTER
      ******************************************************************
       01  WS-XMIT-FILEID         PIC X(8)  VALUE 'GLCAPFIL'.
       01  WS-XMIT-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-XMIT-HASH           PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(40)
                VALUE 'CAPITALIZED LABOR AND AMORTIZATION FOR '.
           10 WS-HDR-YM           PIC X(6).
           10 FILLER              PIC X(66).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'SUBID'.
           10 FILLER              PIC X(8)   VALUE 'PROJECT'.
           10 FILLER              PIC X(12)  VALUE '       HOURS'.
           10 FILLER              PIC X(16)  VALUE '  ACTUAL (DIST)'.
           10 FILLER              PIC X(16)  VALUE ' SALARY / 2080'.
           10 FILLER              PIC X(16)  VALUE '   CAPITALIZED'.
           10 FILLER              PIC X(16)  VALUE '   AUC BALANCE'.
           10 FILLER              PIC X(38).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-SUBID        PIC X(4).
           10 FILLER              PIC X(4).
           10 WS-RPT-PROJ         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-HOURS        PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-ACTUAL       PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-AT-SALARY    PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-CAPITAL      PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-AUC          PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(40).

       01  WS-RPT-AMORT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'SUBID'.
           10 FILLER              PIC X(8)   VALUE 'PROJECT'.
           10 FILLER              PIC X(12)  VALUE ' PERIOD/LIFE'.
           10 FILLER              PIC X(16)  VALUE '  AMORTIZATION'.
           10 FILLER              PIC X(16)  VALUE ' NET BOOK VALUE'.
           10 FILLER              PIC X(70).

       01  WS-RPT-AMORT.
           10 FILLER              PIC X(2).
           10 WS-RPT-AM-SUBID     PIC X(4).
           10 FILLER              PIC X(4).
           10 WS-RPT-AM-PROJ      PIC X(6).
           10 FILLER              PIC X(5).
           10 WS-RPT-AM-PERIOD    PIC ZZ9.
           10 FILLER              PIC X(1)   VALUE '/'.
           10 WS-RPT-AM-LIFE      PIC ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RPT-AM-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-AM-NBV       PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(72).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 WS-RPT-TOT-LABEL    PIC X(36).
           10 WS-RPT-TOT-AMT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(76).

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
           10 WS-GL-DESC          PIC X(30).
           10 FILLER              PIC X(15) VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBCAPLB'.
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

                EXEC SQL INCLUDE CAPLAB
                END-EXEC.

                EXEC SQL INCLUDE CAPAST
                END-EXEC.

                EXEC SQL INCLUDE CAPAMRT
                END-EXEC.

                EXEC SQL INCLUDE GLACCMAP
                END-EXEC.

                EXEC SQL INCLUDE XMITCTL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      * C1 - ONE ROW PER ASSIGNMENT (EMPNO, PROJ_NO, ACT_NO) OF AN OPEN
      *      PROJECT ON A CAPITALIZABLE ACTIVITY, WITH ITS HOURS TO
      *      DATE, THE SALARY FOR THE FALLBACK AND THE SUBSIDIARY OF
      *      THE PROJECT'S OWNING DEPARTMENT, BY SUBSIDIARY AND PROJECT.
      * C2 - THE MONTH'S AMORTIZATION SCHEDULE ROWS, BY SUBSIDIARY AND
      *      PROJECT.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      COALESCE(D.SUBID, ' '),
                      A.PROJ_NO,
                      A.EMPNO,
                      A.ACT_NO,
                      SUM(COALESCE(A.EMPTIME, 0)),
                      COALESCE(MAX(E.SALARY), 0)
                    FROM EMP_PROJ_ACT A
                    INNER JOIN ACTIVITY V
                      ON V.ACT_NO = A.ACT_NO
                    INNER JOIN PROJECT P
                      ON P.PROJ_NO = A.PROJ_NO
                    LEFT OUTER JOIN DEPT D
                      ON D.DEPTNO = P.DEPTNO
                    LEFT OUTER JOIN EMP E
                      ON E.EMPNO = A.EMPNO
                    WHERE V.CAP_FLAG = 'Y'
                      AND NOT EXISTS
                          (SELECT 1
                             FROM PROJECT_CLOSE C
                            WHERE C.PROJ_NO = A.PROJ_NO)
                    GROUP BY COALESCE(D.SUBID, ' '),
                             A.PROJ_NO, A.EMPNO, A.ACT_NO
                    ORDER BY 1, 2, 3, 4
                END-EXEC.

                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      A.SUBID,
                      S.PROJ_NO,
                      S.PERIOD_NO,
                      COALESCE(A.LIFE_MONTHS, 0),
                      S.AMORT_AMOUNT,
                      S.CLOSING_NBV
                    FROM CAP_AMORT_SCHED S
                    INNER JOIN CAP_ASSET A
                      ON A.PROJ_NO = S.PROJ_NO
                    WHERE S.PYEARMONTH = :WS-RUN-MONTH
                    ORDER BY A.SUBID, S.PROJ_NO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-RUN-MONTH.

                DISPLAY 'CAPITALIZED LABOR FOR ' WS-RUN-MONTH.

                MOVE WS-RUN-MONTH TO WS-HDR-YM.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                OPEN OUTPUT GLCAPFIL.

                PERFORM 1000-CLEAR-PERIOD
                THRU    1000-EXIT.

                PERFORM 2000-CAPITALIZE
                THRU    2000-EXIT.

                IF NOT FIRST-FETCH
                   PERFORM 2800-END-PROJECT
                   THRU    2800-EXIT
                   PERFORM 2900-CAPITAL-JOURNAL
                   THRU    2900-EXIT
                END-IF.

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'CAPITALIZED THIS MONTH'    TO WS-RPT-TOT-LABEL.
                MOVE WS-CO-CAPITAL               TO WS-RPT-TOT-AMT.
                PRINT WS-RPT-TOTAL.
                MOVE 'ASSET UNDER CONSTRUCTION'  TO WS-RPT-TOT-LABEL.
                MOVE WS-CO-AUC                   TO WS-RPT-TOT-AMT.
                PRINT WS-RPT-TOTAL.

                PRINT WS-RPT-AMORT-COLUMNS.

                MOVE 'Y'    TO FIRST-FETCH-SWITCH.
                MOVE SPACES TO WS-PRIOR-SUBID.

                PERFORM 3000-AMORTIZE
                THRU    3000-EXIT.

                IF NOT FIRST-FETCH
                   PERFORM 3900-AMORT-JOURNAL
                   THRU    3900-EXIT
                END-IF.

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'AMORTIZED THIS MONTH'      TO WS-RPT-TOT-LABEL.
                MOVE WS-CO-AMORT                 TO WS-RPT-TOT-AMT.
                PRINT WS-RPT-TOTAL.

                CLOSE GLCAPFIL.

                DISPLAY 'ASSIGNMENTS CAPITALIZED         = '
                        WS-ASSIGN-COUNT.
                DISPLAY 'VALUED AT SALARY/2080           = '
                        WS-AT-SALARY-COUNT.
                DISPLAY 'SCHEDULE ROWS AMORTIZED         = '
                        WS-AMORT-COUNT.
                DISPLAY 'JOURNAL LINES WRITTEN           = '
                        WS-LINE-COUNT.

                IF WS-UNMAPPED-COUNT GREATER THAN ZERO
                   DISPLAY 'UNMAPPED COMBINATIONS = '
                           WS-UNMAPPED-COUNT
                   MOVE 8 TO RETURN-CODE
                END-IF.

                IF RETURN-CODE LESS THAN 8
                   PERFORM 7000-RECORD-XMIT
                   THRU    7000-EXIT
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1000-CLEAR-PERIOD - A RERUN REPLACES THE MONTH'S CAP_LABOR ROWS
      ******************************************************************
       1000-CLEAR-PERIOD.

                EXEC SQL
                    DELETE FROM CAP_LABOR
                     WHERE PYEARMONTH = :WS-RUN-MONTH
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
      * 2000-CAPITALIZE
      ******************************************************************
       2000-CAPITALIZE.

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
                    INTO  :WS-SUBID,
                          :WS-PROJ-NO,
                          :WS-EMPNO,
                          :WS-ACT-NO,
                          :WS-EMPTIME,
                          :WS-SALARY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-PROCESS-ASSIGNMENT
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
      * 2400-PROCESS-ASSIGNMENT - CONTROL BREAKS ON SUBSIDIARY AND
      * PROJECT, THEN VALUE THE ASSIGNMENT'S MONTH: THE DISTRIBUTED
      * ACTUAL COST WHEN LABOR_DIST HAS IT, ELSE THE HOURS SINCE THE
      * LAST CAP_LABOR MARK AT SALARY/2080.
      ******************************************************************
       2400-PROCESS-ASSIGNMENT.

                IF NOT FIRST-FETCH
                   IF WS-SUBID NOT = WS-PRIOR-SUBID
                      PERFORM 2800-END-PROJECT
                      THRU    2800-EXIT
                      PERFORM 2900-CAPITAL-JOURNAL
                      THRU    2900-EXIT
                   ELSE
                      IF WS-PROJ-NO NOT = WS-PRIOR-PROJ
                         PERFORM 2800-END-PROJECT
                         THRU    2800-EXIT
                      END-IF
                   END-IF
                END-IF.

                IF FIRST-FETCH
                   OR WS-PROJ-NO NOT = WS-PRIOR-PROJ
                   OR WS-SUBID NOT = WS-PRIOR-SUBID
                   MOVE SPACES      TO FIRST-FETCH-SWITCH
                   MOVE WS-SUBID    TO WS-PRIOR-SUBID
                   MOVE WS-PROJ-NO  TO WS-PRIOR-PROJ
                   MOVE ZERO        TO WS-PRJ-HOURS
                                       WS-PRJ-ACTUAL
                                       WS-PRJ-AT-SALARY
                END-IF.

                PERFORM 2500-GET-DISTRIBUTION
                THRU    2500-EXIT.

                IF WS-DIST-COUNT GREATER THAN ZERO
                   MOVE 'D'           TO WS-COST-SOURCE
                   MOVE WS-DIST-HOURS TO WS-CAP-HOURS
                   MOVE WS-DIST-COST  TO WS-CAP-AMOUNT
                ELSE
                   PERFORM 2600-GET-MARK
                   THRU    2600-EXIT
                   MOVE 'S'           TO WS-COST-SOURCE
                   COMPUTE WS-CAP-HOURS = WS-EMPTIME - WS-MARK
                   IF WS-CAP-HOURS NOT GREATER THAN ZERO
                      GO TO 2400-EXIT
                   END-IF
                   COMPUTE WS-CAP-AMOUNT ROUNDED =
                           WS-CAP-HOURS * WS-SALARY / 2080
                END-IF.

                IF WS-CAP-HOURS = ZERO
                   AND WS-CAP-AMOUNT = ZERO
                   GO TO 2400-EXIT
                END-IF.

                PERFORM 2700-INSERT-CAP-LABOR
                THRU    2700-EXIT.

                ADD 1             TO WS-ASSIGN-COUNT.
                ADD WS-CAP-HOURS  TO WS-PRJ-HOURS.
                ADD WS-CAP-AMOUNT TO WS-SUB-CAPITAL
                                     WS-CO-CAPITAL.
                IF WS-COST-SOURCE = 'D'
                   ADD WS-CAP-AMOUNT TO WS-PRJ-ACTUAL
                ELSE
                   ADD WS-CAP-AMOUNT TO WS-PRJ-AT-SALARY
                   ADD 1             TO WS-AT-SALARY-COUNT
                END-IF.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-GET-DISTRIBUTION - THE ASSIGNMENT'S PROJECT ROWS ON THE
      * MONTH'S LABOR DISTRIBUTION, IF COBLBDST HAS RUN FOR IT
      ******************************************************************
       2500-GET-DISTRIBUTION.

                EXEC SQL
                    SELECT COUNT(*),
                           COALESCE(SUM(DIST_HOURS), 0),
                           COALESCE(SUM(PAY_AMOUNT
                                        + CONTRIB_AMOUNT), 0)
                      INTO :WS-DIST-COUNT,
                           :WS-DIST-HOURS,
                           :WS-DIST-COST
                      FROM LABOR_DIST
                     WHERE PYEARMONTH = :WS-RUN-MONTH
                       AND EMPNO      = :WS-EMPNO
                       AND PROJ_NO    = :WS-PROJ-NO
                       AND ACT_NO     = :WS-ACT-NO
                       AND DIST_TYPE  = 'P'
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-GET-MARK - EMPTIME AS IT STOOD AT THE ASSIGNMENT'S LAST
      * CAP_LABOR ROW BEFORE THIS MONTH; ZERO IF IT HAS NONE.
      ******************************************************************
       2600-GET-MARK.

                MOVE ZERO TO WS-MARK.

                EXEC SQL
                    SELECT CUM_EMPTIME
                      INTO :WS-MARK
                      FROM CAP_LABOR
                     WHERE EMPNO   = :WS-EMPNO
                       AND PROJ_NO = :WS-PROJ-NO
                       AND ACT_NO  = :WS-ACT-NO
                       AND PYEARMONTH =
                           (SELECT MAX(PYEARMONTH)
                              FROM CAP_LABOR
                             WHERE EMPNO   = :WS-EMPNO
                               AND PROJ_NO = :WS-PROJ-NO
                               AND ACT_NO  = :WS-ACT-NO
                               AND PYEARMONTH < :WS-RUN-MONTH)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE ZERO TO WS-MARK
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-INSERT-CAP-LABOR
      ******************************************************************
       2700-INSERT-CAP-LABOR.

                MOVE WS-RUN-MONTH   TO CL-PYEARMONTH.
                MOVE WS-EMPNO       TO CL-EMPNO.
                MOVE WS-PROJ-NO     TO CL-PROJ-NO.
                MOVE WS-ACT-NO      TO CL-ACT-NO.
                MOVE WS-SUBID       TO CL-SUBID.
                MOVE WS-CAP-HOURS   TO CL-CAP-HOURS.
                MOVE WS-EMPTIME     TO CL-CUM-EMPTIME.
                MOVE WS-CAP-AMOUNT  TO CL-CAP-AMOUNT.
                MOVE WS-COST-SOURCE TO CL-COST-SOURCE.

                EXEC SQL
                    INSERT INTO CAP_LABOR
                         (PYEARMONTH, EMPNO, PROJ_NO, ACT_NO, SUBID,
                          CAP_HOURS, CUM_EMPTIME, CAP_AMOUNT,
                          COST_SOURCE, CAP_TS)
                    VALUES
                         (:CL-PYEARMONTH, :CL-EMPNO, :CL-PROJ-NO,
                          :CL-ACT-NO, :CL-SUBID, :CL-CAP-HOURS,
                          :CL-CUM-EMPTIME, :CL-CAP-AMOUNT,
                          :CL-COST-SOURCE, CURRENT TIMESTAMP)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-END-PROJECT - RESTATE THE PROJECT'S ASSET UNDER
      * CONSTRUCTION FROM ALL ITS CAP_LABOR ROWS (THE FIRST MONTH
      * OPENS ITS CAP_ASSET ROW) AND PRINT ITS LINE.
      ******************************************************************
       2800-END-PROJECT.

                EXEC SQL
                    SELECT COALESCE(SUM(CAP_AMOUNT), 0)
                      INTO :WS-AUC-BALANCE
                      FROM CAP_LABOR
                     WHERE PROJ_NO = :WS-PRIOR-PROJ
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-PRIOR-PROJ  TO CS-PROJ-NO.
                MOVE WS-PRIOR-SUBID TO CS-SUBID.
                MOVE WS-AUC-BALANCE TO CS-AUC-BALANCE.

                EXEC SQL
                    UPDATE CAP_ASSET
                       SET AUC_BALANCE = :CS-AUC-BALANCE,
                           SUBID       = :CS-SUBID,
                           UPDATED_TS  = CURRENT TIMESTAMP
                     WHERE PROJ_NO = :CS-PROJ-NO
                       AND ASTATUS = 'C'
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         IF WS-AUC-BALANCE GREATER THAN ZERO
                            PERFORM 2850-OPEN-ASSET
                            THRU    2850-EXIT
                         END-IF
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE SPACES           TO WS-RPT-DETAIL.
                MOVE WS-PRIOR-SUBID   TO WS-RPT-SUBID.
                MOVE WS-PRIOR-PROJ    TO WS-RPT-PROJ.
                MOVE WS-PRJ-HOURS     TO WS-RPT-HOURS.
                MOVE WS-PRJ-ACTUAL    TO WS-RPT-ACTUAL.
                MOVE WS-PRJ-AT-SALARY TO WS-RPT-AT-SALARY.
                COMPUTE WS-RPT-CAPITAL =
                        WS-PRJ-ACTUAL + WS-PRJ-AT-SALARY.
                MOVE WS-AUC-BALANCE   TO WS-RPT-AUC.
                PRINT WS-RPT-DETAIL.

                ADD WS-AUC-BALANCE    TO WS-CO-AUC.

       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2850-OPEN-ASSET - THE PROJECT'S FIRST CAPITALIZED MONTH
      ******************************************************************
       2850-OPEN-ASSET.

                EXEC SQL
                    INSERT INTO CAP_ASSET
                         (PROJ_NO, SUBID, AUC_BALANCE, ASTATUS,
                          AMORT_TO_DATE, UPDATED_TS)
                    VALUES
                         (:CS-PROJ-NO, :CS-SUBID, :CS-AUC-BALANCE,
                          'C', 0, CURRENT TIMESTAMP)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2850-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2900-CAPITAL-JOURNAL - THE SUBSIDIARY'S CAPITALIZATION: ASSET
      * UNDER CONSTRUCTION (LINETYPE 'K') DEBITED AND PAYROLL EXPENSE
      * RELIEVED THROUGH CAPITALIZED LABOR (LINETYPE 'Q') CREDITED.
      ******************************************************************
       2900-CAPITAL-JOURNAL.

                MOVE WS-SUB-CAPITAL TO WS-JRNL-AMOUNT.
                MOVE 'K'            TO WS-DEBIT-ACCOUNT.
                MOVE 'Q'            TO WS-CREDIT-ACCOUNT.
                MOVE 'CAPITALIZED DEVELOPMENT LABOR'
                                    TO WS-DEBIT-DESC.
                MOVE 'LABOR CAPITALIZED TO AUC'
                                    TO WS-CREDIT-DESC.

                PERFORM 2950-WRITE-PAIR
                THRU    2950-EXIT.

                MOVE ZERO TO WS-SUB-CAPITAL.

       2900-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2950-WRITE-PAIR - ONE DEBIT/CREDIT PAIR FOR THE SUBSIDIARY IN
      * WS-PRIOR-SUBID. ON ENTRY THE ACCOUNT FIELDS HOLD THE TWO
      * LINETYPES, KEYED AT SUBSIDIARY LEVEL. IF EITHER IS UNMAPPED
      * NEITHER LINE IS WRITTEN, SO THE FILE NEVER HOLDS A ONE-SIDED
      * ENTRY.
      ******************************************************************
       2950-WRITE-PAIR.

                IF WS-JRNL-AMOUNT NOT GREATER THAN ZERO
                   GO TO 2950-EXIT
                END-IF.

                MOVE WS-PRIOR-SUBID    TO WS-MAP-SUBID.
                MOVE SPACES            TO WS-MAP-WORKDEPT.
                MOVE WS-DEBIT-ACCOUNT  TO WS-MAP-LINETYPE.
                PERFORM 2960-LOOKUP-ACCOUNT
                THRU    2960-EXIT.
                MOVE WS-MAP-ACCOUNT    TO WS-DEBIT-ACCOUNT.

                IF NOT WS-MAP-FOUND
                   GO TO 2950-EXIT
                END-IF.

                MOVE WS-CREDIT-ACCOUNT TO WS-MAP-LINETYPE.
                PERFORM 2960-LOOKUP-ACCOUNT
                THRU    2960-EXIT.
                MOVE WS-MAP-ACCOUNT    TO WS-CREDIT-ACCOUNT.

                IF NOT WS-MAP-FOUND
                   GO TO 2950-EXIT
                END-IF.

                MOVE WS-RUN-MONTH      TO WS-GL-PYEARMONTH.
                MOVE WS-PRIOR-SUBID    TO WS-GL-SUBID.
                MOVE SPACES            TO WS-GL-COSTCENTER.
                MOVE WS-JRNL-AMOUNT    TO WS-GL-AMOUNT.

                MOVE 'D'               TO WS-GL-RECTYPE.
                MOVE WS-DEBIT-ACCOUNT  TO WS-GL-ACCOUNT.
                MOVE WS-DEBIT-DESC     TO WS-GL-DESC.
                PERFORM 2980-WRITE-GL-LINE
                THRU    2980-EXIT.

                MOVE 'C'               TO WS-GL-RECTYPE.
                MOVE WS-CREDIT-ACCOUNT TO WS-GL-ACCOUNT.
                MOVE WS-CREDIT-DESC    TO WS-GL-DESC.
                PERFORM 2980-WRITE-GL-LINE
                THRU    2980-EXIT.

       2950-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2960-LOOKUP-ACCOUNT - GL_ACCT_MAP ROW IN FORCE FOR THE SUBID /
      * WORKDEPT / LINETYPE IN WS-MAP-xxx. AN UNMAPPED COMBINATION IS
      * LISTED AND COUNTED.
      ******************************************************************
       2960-LOOKUP-ACCOUNT.

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

       2960-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2980-WRITE-GL-LINE
      ******************************************************************
       2980-WRITE-GL-LINE.

                WRITE GLCAPFIL-REC FROM WS-GL-LINE.
                ADD 1            TO WS-LINE-COUNT
                                    WS-XMIT-COUNT.
                ADD WS-GL-AMOUNT TO WS-XMIT-HASH.

       2980-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-AMORTIZE - POST THE MONTH'S SCHEDULE ROWS
      ******************************************************************
       3000-AMORTIZE.

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

                PERFORM 3200-FETCH-SCHEDULE
                THRU    3200-EXIT
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

       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3200-FETCH-SCHEDULE
      ******************************************************************
       3200-FETCH-SCHEDULE.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-SUBID,
                          :WS-PROJ-NO,
                          :WS-PERIOD-NO,
                          :WS-LIFE-MONTHS,
                          :WS-AMORT-AMOUNT,
                          :WS-CLOSING-NBV
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 3400-POST-AMORTIZATION
                         THRU    3400-EXIT
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
      * 3400-POST-AMORTIZATION - MARK THE ROW POSTED, RESTATE THE
      * ASSET'S AMORTIZATION TO DATE (FULLY AMORTIZED AFTER THE LAST
      * PERIOD) AND ADD IT TO THE SUBSIDIARY'S JOURNAL.
      ******************************************************************
       3400-POST-AMORTIZATION.

                IF NOT FIRST-FETCH
                   AND WS-SUBID NOT = WS-PRIOR-SUBID
                   PERFORM 3900-AMORT-JOURNAL
                   THRU    3900-EXIT
                END-IF.

                MOVE SPACES   TO FIRST-FETCH-SWITCH.
                MOVE WS-SUBID TO WS-PRIOR-SUBID.

                EXEC SQL
                    UPDATE CAP_AMORT_SCHED
                       SET POSTED    = 'Y',
                           POSTED_TS = CURRENT TIMESTAMP
                     WHERE PROJ_NO   = :WS-PROJ-NO
                       AND PERIOD_NO = :WS-PERIOD-NO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    UPDATE CAP_ASSET
                       SET AMORT_TO_DATE =
                           (SELECT COALESCE(SUM(AMORT_AMOUNT), 0)
                              FROM CAP_AMORT_SCHED
                             WHERE PROJ_NO = :WS-PROJ-NO
                               AND POSTED  = 'Y'),
                           ASTATUS =
                           CASE WHEN :WS-PERIOD-NO >= :WS-LIFE-MONTHS
                                THEN 'F'
                                ELSE 'A'
                           END,
                           UPDATED_TS = CURRENT TIMESTAMP
                     WHERE PROJ_NO = :WS-PROJ-NO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE SPACES          TO WS-RPT-AMORT.
                MOVE '/'             TO WS-RPT-AMORT (25:1).
                MOVE WS-SUBID        TO WS-RPT-AM-SUBID.
                MOVE WS-PROJ-NO      TO WS-RPT-AM-PROJ.
                MOVE WS-PERIOD-NO    TO WS-RPT-AM-PERIOD.
                MOVE WS-LIFE-MONTHS  TO WS-RPT-AM-LIFE.
                MOVE WS-AMORT-AMOUNT TO WS-RPT-AM-AMOUNT.
                MOVE WS-CLOSING-NBV  TO WS-RPT-AM-NBV.
                PRINT WS-RPT-AMORT.

                ADD 1               TO WS-AMORT-COUNT.
                ADD WS-AMORT-AMOUNT TO WS-SUB-AMORT
                                       WS-CO-AMORT.

       3400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3900-AMORT-JOURNAL - THE SUBSIDIARY'S AMORTIZATION:
      * AMORTIZATION EXPENSE (LINETYPE 'M') DEBITED AND ACCUMULATED
      * AMORTIZATION (LINETYPE 'Z') CREDITED.
      ******************************************************************
       3900-AMORT-JOURNAL.

                MOVE WS-SUB-AMORT   TO WS-JRNL-AMOUNT.
                MOVE 'M'            TO WS-DEBIT-ACCOUNT.
                MOVE 'Z'            TO WS-CREDIT-ACCOUNT.
                MOVE 'CAPITALIZED SOFTWARE AMORT'
                                    TO WS-DEBIT-DESC.
                MOVE 'ACCUM AMORT - CAP SOFTWARE'
                                    TO WS-CREDIT-DESC.

                PERFORM 2950-WRITE-PAIR
                THRU    2950-EXIT.

                MOVE ZERO TO WS-SUB-AMORT.

       3900-EXIT.
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
                         (:WS-XMIT-FILEID, :WS-RUN-MONTH,
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
