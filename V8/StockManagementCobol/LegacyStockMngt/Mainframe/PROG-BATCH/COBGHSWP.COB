      *-----------------------------------------------------------------
      *     COBGHSWP - GHOST-EMPLOYEE AND PAYROLL ANOMALY SWEEP. FOR
      *                THE PYEARMONTH READ OFF SYSIN, LOOKS AT EVERY
      *                EMPLOYEE PAYROLL PAID IN THE PERIOD (ALL ROWS
      *                EXCEPT A LEAVER'S FINAL-PAY 'F' ROW) FOR SIGNS
      *                THAT NOBODY IS ACTUALLY WORKING BEHIND THE PAY,
      *                SCORING EACH HIT BY ITS WEIGHT:
      *                  NT  NO EMP_PROJ_ACT HOURS AND NO
      *                      TIMESHEET_WEEK ROW IN THE PERIOD       3
      *                  NL  NO LEAVE_DETAIL ACTIVITY IN THE YEAR   1
      *                  NA  NO APPRAISAL IN THE LAST APPR_CYCLE
      *                      DUE BY THE PERIOD END (NOT COUNTED
      *                      FOR ANYONE HIRED AFTER THE CYCLE)      2
      *                  NM  NO MANAGER (DEPT.MGRNO) ON THE
      *                      EMPLOYEE'S DEPARTMENT                 2
      *                  SA  CURRENT EMP_ADDRESS SHARED WITH
      *                      ANOTHER EMPLOYEE                      3
      *                  SB  IN-FORCE EMP_BANK_ACCT ACCOUNT SHARED
      *                      WITH ANOTHER EMPLOYEE (ENCIPHERED
      *                      NUMBERS COMPARED)                     4
      *                  PT  STILL PAID IN A PERIOD STARTING AFTER
      *                      THE EMP_TERMINATION DATE              5
      *                EVERY EMPLOYEE WHOSE SCORE REACHES THE MINIMUM
      *                READ OFF THE SECOND SYSIN CARD (ZERO MEANS ONE)
      *                IS PRINTED BY SUBSIDIARY, HIGHEST SCORE FIRST,
      *                WITH ONE EVIDENCE LINE PER HIT, AND EACH HIT IS
      *                WRITTEN TO PAY_ANOMALY FOR COBAUDPK'S ANNUAL
      *                AUDIT PACK. A RERUN REPLACES THE PERIOD'S ROWS.
      *                ANY EMPLOYEE REPORTED ENDS THE STEP WITH
      *                CONDITION CODE 4.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBGHSWP.
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
       77  WS-FIRST-SUB-SWITCH    PIC X          VALUE  'Y'.
               88  WS-FIRST-SUB                  VALUE  'Y'.
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-MIN-IN              PIC 9(2).
       01  WS-MIN-SCORE           PIC S9(9) USAGE COMP.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-RUN-TS              PIC X(26).
       01  WS-PERIOD-START        PIC X(10).
       01  WS-PERIOD-END          PIC X(10).
       01  WS-LAST-CYCLE          PIC X(6).
       01  WS-LAST-CYCLE-IND      PIC S9(4) USAGE COMP.
       01  WS-CYCLE-END           PIC X(10).
       01  WS-CYCLE-END-IND       PIC S9(4) USAGE COMP.
       01  WS-CYCLE-DUE           PIC X(10).
       01  WS-CYCLE-DUE-IND       PIC S9(4) USAGE COMP.
       01  WS-EMPNO               PIC X(6).
       01  WS-SUBID               PIC X(4).
       01  WS-PREV-SUBID          PIC X(4).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-NETPAY              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-NO-TIME             PIC S9(4) USAGE COMP.
       01  WS-NO-LEAVE            PIC S9(4) USAGE COMP.
       01  WS-NO-APPR             PIC S9(4) USAGE COMP.
       01  WS-NO-MGR              PIC S9(4) USAGE COMP.
       01  WS-ADDR-MATE           PIC X(6).
       01  WS-ADDR-COUNT          PIC S9(9) USAGE COMP.
       01  WS-ACCT-MATE           PIC X(6).
       01  WS-ACCT-COUNT          PIC S9(9) USAGE COMP.
       01  WS-TERMDATE            PIC X(10).
       01  WS-SCORE               PIC S9(9) USAGE COMP.
       01  WS-HIT-CODE            PIC X(2).
       01  WS-HIT-POINTS          PIC S9(4) USAGE COMP.
       01  WS-EVIDENCE            PIC X(60).
       01  WS-EDIT-COUNT          PIC ZZZ9.
       01  WS-EDIT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RECIPIENT-COUNT     PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-FLAGGED-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-HIT-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SUB-FLAGGED         PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * HIT WEIGHTS - THE SAME WEIGHTS C1 TOTALS INTO THE SCORE.
      ******************************************************************
       01  WS-PTS-NO-TIME         PIC S9(4) USAGE COMP VALUE +3.
       01  WS-PTS-NO-LEAVE        PIC S9(4) USAGE COMP VALUE +1.
       01  WS-PTS-NO-APPR         PIC S9(4) USAGE COMP VALUE +2.
       01  WS-PTS-NO-MGR          PIC S9(4) USAGE COMP VALUE +2.
       01  WS-PTS-SHARED-ADDR     PIC S9(4) USAGE COMP VALUE +3.
       01  WS-PTS-SHARED-ACCT     PIC S9(4) USAGE COMP VALUE +4.
       01  WS-PTS-PAID-TERM       PIC S9(4) USAGE COMP VALUE +5.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(44)
                VALUE 'GHOST-EMPLOYEE AND PAYROLL ANOMALY SWEEP -'.
           10 WS-HDR-PERIOD       PIC X(6).
           10 FILLER              PIC X(12)  VALUE '  MIN SCORE '.
           10 WS-HDR-MIN          PIC ZZ9.
           10 FILLER              PIC X(47).

       01  WS-RPT-SUB-HDG.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(12)  VALUE 'SUBSIDIARY '.
           10 WS-SUB-SUBID        PIC X(4).
           10 FILLER              PIC X(114).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(4).
           10 FILLER              PIC X(8)   VALUE 'EMPNO'.
           10 FILLER              PIC X(6)   VALUE 'DEPT'.
           10 FILLER              PIC X(16)  VALUE '        NETPAY'.
           10 FILLER              PIC X(7)   VALUE 'SCORE'.
           10 FILLER              PIC X(4)   VALUE 'HIT'.
           10 FILLER              PIC X(5)   VALUE 'PTS'.
           10 FILLER              PIC X(60)  VALUE 'EVIDENCE'.
           10 FILLER              PIC X(22).

       01  WS-RPT-EMP-LINE.
           10 FILLER              PIC X(4).
           10 WS-RPT-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-DEPT         PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-RPT-NETPAY       PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-SCORE        PIC ZZZ9.
           10 FILLER              PIC X(94).

       01  WS-RPT-EVD-LINE.
           10 FILLER              PIC X(41).
           10 WS-EVD-CODE         PIC X(2).
           10 FILLER              PIC X(2).
           10 WS-EVD-POINTS       PIC Z9.
           10 FILLER              PIC X(3).
           10 WS-EVD-TEXT         PIC X(60).
           10 FILLER              PIC X(22).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 WS-RPT-TOT-LABEL    PIC X(36).
           10 WS-RPT-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBGHSWP'.
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

                EXEC SQL INCLUDE PAYROLL
                END-EXEC.

                EXEC SQL INCLUDE EMP
                END-EXEC.

                EXEC SQL INCLUDE DEPT
                END-EXEC.

                EXEC SQL INCLUDE EMPRJACT
                END-EXEC.

                EXEC SQL INCLUDE TIMESIGN
                END-EXEC.

                EXEC SQL INCLUDE LEAVDET
                END-EXEC.

                EXEC SQL INCLUDE APPRCYC
                END-EXEC.

                EXEC SQL INCLUDE APPRRATE
                END-EXEC.

                EXEC SQL INCLUDE EMPADDR
                END-EXEC.

                EXEC SQL INCLUDE EMPBANK
                END-EXEC.

                EXEC SQL INCLUDE EMPTERM
                END-EXEC.

                EXEC SQL INCLUDE PAYANOM
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - ONE ROW PER EMPLOYEE PAID IN THE PERIOD WITH EACH
      * INDICATOR WORKED OUT (1 = HIT) AND THE WEIGHTED SCORE, BY
      * SUBSIDIARY AND HIGHEST SCORE FIRST. THE SHARED ADDRESS AND
      * SHARED ACCOUNT TABLES CARRY THE LOWEST OTHER EMPNO AS THE
      * EVIDENCE AND HOW MANY OTHERS THERE ARE. ONLY THE ROW IN
      * FORCE TODAY FOR EACH ADDRTYPE OR ACCTSEQ IS COMPARED.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      G.EMPNO,
                      G.SUBID,
                      G.WORKDEPT,
                      G.NETPAY,
                      G.NO_TIME,
                      G.NO_LEAVE,
                      G.NO_APPR,
                      G.NO_MGR,
                      G.ADDR_MATE,
                      G.ADDR_COUNT,
                      G.ACCT_MATE,
                      G.ACCT_COUNT,
                      G.TERMDATE,
                      G.NO_TIME * 3 + G.NO_LEAVE + G.NO_APPR * 2
                      + G.NO_MGR * 2
                      + CASE WHEN G.ADDR_COUNT > 0 THEN 3 ELSE 0 END
                      + CASE WHEN G.ACCT_COUNT > 0 THEN 4 ELSE 0 END
                      + CASE WHEN G.TERMDATE <> ' ' THEN 5 ELSE 0 END
                    FROM
                    (SELECT
                      R.EMPNO                     AS EMPNO,
                      COALESCE(D.SUBID, ' ')      AS SUBID,
                      COALESCE(E.WORKDEPT, ' ')   AS WORKDEPT,
                      R.NETPAY                    AS NETPAY,
                      CASE WHEN EXISTS
                           (SELECT 1 FROM EMP_PROJ_ACT A
                             WHERE A.EMPNO = R.EMPNO
                               AND A.EMPTIME > 0
                               AND COALESCE(A.ESTARTDATE,
                                   DATE(:WS-PERIOD-START))
                                   <= DATE(:WS-PERIOD-END)
                               AND COALESCE(A.EENDDATE,
                                   DATE(:WS-PERIOD-END))
                                   >= DATE(:WS-PERIOD-START))
                           THEN 0
                           WHEN EXISTS
                           (SELECT 1 FROM TIMESHEET_WEEK W
                             WHERE W.EMPNO = R.EMPNO
                               AND W.WEEKDATE
                                   BETWEEN DATE(:WS-PERIOD-START)
                                       AND DATE(:WS-PERIOD-END))
                           THEN 0
                           ELSE 1 END            AS NO_TIME,
                      CASE WHEN EXISTS
                           (SELECT 1 FROM LEAVE_DETAIL L
                             WHERE L.EMPNO = R.EMPNO
                               AND SUBSTR(L.LYEARMONTH, 1, 4)
                                   = SUBSTR(:WS-PYEARMONTH, 1, 4))
                           THEN 0
                           ELSE 1 END            AS NO_LEAVE,
                      CASE WHEN :WS-LAST-CYCLE = ' '
                           THEN 0
                           WHEN E.HIREDATE > DATE(:WS-CYCLE-END)
                           THEN 0
                           WHEN EXISTS
                           (SELECT 1 FROM APPRAISAL P
                             WHERE P.EMPNO    = R.EMPNO
                               AND P.CYCLE_ID = :WS-LAST-CYCLE)
                           THEN 0
                           ELSE 1 END            AS NO_APPR,
                      CASE WHEN D.MGRNO IS NULL THEN 1
                           WHEN D.MGRNO = ' '   THEN 1
                           ELSE 0 END            AS NO_MGR,
                      COALESCE(SA.MATE, ' ')      AS ADDR_MATE,
                      COALESCE(SA.MATES, 0)       AS ADDR_COUNT,
                      COALESCE(SB.MATE, ' ')      AS ACCT_MATE,
                      COALESCE(SB.MATES, 0)       AS ACCT_COUNT,
                      COALESCE(CHAR(T.TERMDATE, ISO), ' ')
                                                  AS TERMDATE
                      FROM
                      (SELECT Y.EMPNO,
                              SUM(COALESCE(Y.NETPAY, 0)) AS NETPAY
                         FROM PAYROLL Y
                        WHERE Y.PYEARMONTH = :WS-PYEARMONTH
                          AND COALESCE(Y.PAYTYPE, 'N') <> 'F'
                        GROUP BY Y.EMPNO) R
                      LEFT OUTER JOIN EMP E
                        ON E.EMPNO = R.EMPNO
                      LEFT OUTER JOIN DEPT D
                        ON D.DEPTNO = E.WORKDEPT
                      LEFT OUTER JOIN EMP_TERMINATION T
                        ON T.EMPNO = R.EMPNO
                       AND T.TERMDATE < DATE(:WS-PERIOD-START)
                      LEFT OUTER JOIN
                      (SELECT A.EMPNO,
                              MIN(B.EMPNO)            AS MATE,
                              COUNT(DISTINCT B.EMPNO) AS MATES
                         FROM EMP_ADDRESS A, EMP_ADDRESS B
                        WHERE B.EMPNO     <> A.EMPNO
                          AND B.ADDRLINE1 = A.ADDRLINE1
                          AND B.POSTCODE  = A.POSTCODE
                          AND B.COUNTRY   = A.COUNTRY
                          AND A.EFFDATE =
                              (SELECT MAX(A2.EFFDATE)
                                 FROM EMP_ADDRESS A2
                                WHERE A2.EMPNO    = A.EMPNO
                                  AND A2.ADDRTYPE = A.ADDRTYPE
                                  AND A2.EFFDATE <= CURRENT DATE)
                          AND B.EFFDATE =
                              (SELECT MAX(B2.EFFDATE)
                                 FROM EMP_ADDRESS B2
                                WHERE B2.EMPNO    = B.EMPNO
                                  AND B2.ADDRTYPE = B.ADDRTYPE
                                  AND B2.EFFDATE <= CURRENT DATE)
                        GROUP BY A.EMPNO) SA
                        ON SA.EMPNO = R.EMPNO
                      LEFT OUTER JOIN
                      (SELECT A.EMPNO,
                              MIN(B.EMPNO)            AS MATE,
                              COUNT(DISTINCT B.EMPNO) AS MATES
                         FROM EMP_BANK_ACCT A, EMP_BANK_ACCT B
                        WHERE B.EMPNO     <> A.EMPNO
                          AND B.BANKACCT_ENC = A.BANKACCT_ENC
                          AND B.BANKROUTE    = A.BANKROUTE
                          AND A.EFFDATE =
                              (SELECT MAX(A2.EFFDATE)
                                 FROM EMP_BANK_ACCT A2
                                WHERE A2.EMPNO   = A.EMPNO
                                  AND A2.ACCTSEQ = A.ACCTSEQ
                                  AND A2.EFFDATE <= CURRENT DATE)
                          AND B.EFFDATE =
                              (SELECT MAX(B2.EFFDATE)
                                 FROM EMP_BANK_ACCT B2
                                WHERE B2.EMPNO   = B.EMPNO
                                  AND B2.ACCTSEQ = B.ACCTSEQ
                                  AND B2.EFFDATE <= CURRENT DATE)
                        GROUP BY A.EMPNO) SB
                        ON SB.EMPNO = R.EMPNO
                    ) G
                    ORDER BY 2, 14 DESC, 1
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-PYEARMONTH.
                ACCEPT WS-MIN-IN.

                MOVE WS-MIN-IN TO WS-MIN-SCORE.
                IF WS-MIN-SCORE = ZERO
                   MOVE 1 TO WS-MIN-SCORE
                END-IF.

                DISPLAY 'ANOMALY SWEEP FOR PERIOD = ' WS-PYEARMONTH
                        ' MINIMUM SCORE = ' WS-MIN-SCORE.

                PERFORM 1000-INITIALIZE
                THRU    1000-EXIT.

                MOVE WS-PYEARMONTH TO WS-HDR-PERIOD.
                MOVE WS-MIN-SCORE  TO WS-HDR-MIN.
                PRINT WS-RPT-HEADER.

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

                PERFORM 2200-FETCH-RECIPIENT
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

                IF NOT WS-FIRST-SUB
                   PERFORM 3100-SUBSIDIARY-TOTAL
                   THRU    3100-EXIT
                END-IF.

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'EMPLOYEES PAID IN THE PERIOD'
                                               TO WS-RPT-TOT-LABEL.
                MOVE WS-RECIPIENT-COUNT        TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.
                MOVE 'EMPLOYEES REPORTED'      TO WS-RPT-TOT-LABEL.
                MOVE WS-FLAGGED-COUNT          TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.
                MOVE 'HITS RECORDED ON PAY_ANOMALY'
                                               TO WS-RPT-TOT-LABEL.
                MOVE WS-HIT-COUNT              TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.

                DISPLAY 'EMPLOYEES PAID           = '
                        WS-RECIPIENT-COUNT.
                DISPLAY 'EMPLOYEES REPORTED       = ' WS-FLAGGED-COUNT.
                DISPLAY 'HITS RECORDED            = ' WS-HIT-COUNT.

                IF WS-FLAGGED-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE PERIOD'S FIRST AND LAST DAY, THE LAST
      * APPRAISAL CYCLE DUE BY THE PERIOD END, AND THE PERIOD'S
      * PAY_ANOMALY ROWS FROM ANY EARLIER RUN CLEARED.
      ******************************************************************
       1000-INITIALIZE.

                EXEC SQL
                     SET :WS-RUN-TS = CURRENT TIMESTAMP
                END-EXEC.

                MOVE SPACES              TO WS-PERIOD-START.
                STRING WS-PYEARMONTH (1:4) DELIMITED BY SIZE
                       '-'                 DELIMITED BY SIZE
                       WS-PYEARMONTH (5:2) DELIMITED BY SIZE
                       '-01'               DELIMITED BY SIZE
                  INTO WS-PERIOD-START.

                EXEC SQL
                    SELECT CHAR(LAST_DAY(DATE(:WS-PERIOD-START)), ISO)
                      INTO :WS-PERIOD-END
                      FROM SYSIBM.SYSDUMMY1
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
                    SELECT MIN(C.CYCLE_ID),
                           CHAR(MIN(C.PERIOD_END), ISO),
                           CHAR(MIN(C.DUE_DATE), ISO)
                      INTO :WS-LAST-CYCLE :WS-LAST-CYCLE-IND,
                           :WS-CYCLE-END  :WS-CYCLE-END-IND,
                           :WS-CYCLE-DUE  :WS-CYCLE-DUE-IND
                      FROM APPR_CYCLE C
                     WHERE C.DUE_DATE =
                           (SELECT MAX(C2.DUE_DATE)
                              FROM APPR_CYCLE C2
                             WHERE C2.DUE_DATE
                                   <= DATE(:WS-PERIOD-END))
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE -1 TO WS-LAST-CYCLE-IND
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-LAST-CYCLE-IND LESS THAN ZERO
                   MOVE SPACES        TO WS-LAST-CYCLE
                   MOVE WS-PERIOD-END TO WS-CYCLE-END
                   MOVE SPACES        TO WS-CYCLE-DUE
                   DISPLAY 'NO APPRAISAL CYCLE DUE YET - APPRAISAL '
                           'CHECK SKIPPED'
                ELSE
                   DISPLAY 'LAST APPRAISAL CYCLE = ' WS-LAST-CYCLE
                END-IF.

                EXEC SQL
                    DELETE FROM PAY_ANOMALY
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
      * 2200-FETCH-RECIPIENT
      ******************************************************************
       2200-FETCH-RECIPIENT.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-SUBID,
                          :WS-WORKDEPT,
                          :WS-NETPAY,
                          :WS-NO-TIME,
                          :WS-NO-LEAVE,
                          :WS-NO-APPR,
                          :WS-NO-MGR,
                          :WS-ADDR-MATE,
                          :WS-ADDR-COUNT,
                          :WS-ACCT-MATE,
                          :WS-ACCT-COUNT,
                          :WS-TERMDATE,
                          :WS-SCORE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-RECIPIENT-COUNT
                         IF WS-SCORE NOT LESS THAN WS-MIN-SCORE
                            PERFORM 3000-REPORT-EMPLOYEE
                            THRU    3000-EXIT
                         END-IF
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
      * 3000-REPORT-EMPLOYEE - SUBSIDIARY BREAK, THE EMPLOYEE LINE,
      * THEN ONE EVIDENCED HIT PER INDICATOR THAT FIRED.
      ******************************************************************
       3000-REPORT-EMPLOYEE.

                IF WS-FIRST-SUB
                OR WS-SUBID NOT = WS-PREV-SUBID
                   IF NOT WS-FIRST-SUB
                      PERFORM 3100-SUBSIDIARY-TOTAL
                      THRU    3100-EXIT
                   END-IF
                   MOVE 'N'      TO WS-FIRST-SUB-SWITCH
                   MOVE WS-SUBID TO WS-PREV-SUBID
                   MOVE ZERO     TO WS-SUB-FLAGGED
                   MOVE WS-SUBID TO WS-SUB-SUBID
                   PRINT WS-RPT-SUB-HDG
                   PRINT WS-RPT-COLUMNS
                END-IF.

                MOVE SPACES      TO WS-RPT-EMP-LINE.
                MOVE WS-EMPNO    TO WS-RPT-EMPNO.
                MOVE WS-WORKDEPT TO WS-RPT-DEPT.
                MOVE WS-NETPAY   TO WS-RPT-NETPAY.
                MOVE WS-SCORE    TO WS-RPT-SCORE.
                PRINT WS-RPT-EMP-LINE.

                ADD 1 TO WS-FLAGGED-COUNT.
                ADD 1 TO WS-SUB-FLAGGED.

                IF WS-TERMDATE NOT = SPACES
                   MOVE 'PT'             TO WS-HIT-CODE
                   MOVE WS-PTS-PAID-TERM TO WS-HIT-POINTS
                   MOVE WS-NETPAY        TO WS-EDIT-AMOUNT
                   MOVE SPACES           TO WS-EVIDENCE
                   STRING 'TERMINATED '  DELIMITED BY SIZE
                          WS-TERMDATE    DELIMITED BY SIZE
                          ', STILL PAID ' DELIMITED BY SIZE
                          WS-EDIT-AMOUNT DELIMITED BY SIZE
                          ' IN '         DELIMITED BY SIZE
                          WS-PYEARMONTH  DELIMITED BY SIZE
                     INTO WS-EVIDENCE
                   PERFORM 5000-RECORD-HIT
                   THRU    5000-EXIT
                END-IF.

                IF WS-ACCT-COUNT GREATER THAN ZERO
                   MOVE 'SB'               TO WS-HIT-CODE
                   MOVE WS-PTS-SHARED-ACCT TO WS-HIT-POINTS
                   MOVE WS-ACCT-COUNT      TO WS-EDIT-COUNT
                   MOVE SPACES             TO WS-EVIDENCE
                   STRING 'BANK ACCOUNT SHARED WITH ' DELIMITED BY SIZE
                          WS-ACCT-MATE     DELIMITED BY SIZE
                          ' - OTHERS ON IT:' DELIMITED BY SIZE
                          WS-EDIT-COUNT    DELIMITED BY SIZE
                     INTO WS-EVIDENCE
                   PERFORM 5000-RECORD-HIT
                   THRU    5000-EXIT
                END-IF.

                IF WS-ADDR-COUNT GREATER THAN ZERO
                   MOVE 'SA'               TO WS-HIT-CODE
                   MOVE WS-PTS-SHARED-ADDR TO WS-HIT-POINTS
                   MOVE WS-ADDR-COUNT      TO WS-EDIT-COUNT
                   MOVE SPACES             TO WS-EVIDENCE
                   STRING 'EMP_ADDRESS SHARED WITH ' DELIMITED BY SIZE
                          WS-ADDR-MATE     DELIMITED BY SIZE
                          ' - OTHERS AT IT:' DELIMITED BY SIZE
                          WS-EDIT-COUNT    DELIMITED BY SIZE
                     INTO WS-EVIDENCE
                   PERFORM 5000-RECORD-HIT
                   THRU    5000-EXIT
                END-IF.

                IF WS-NO-TIME = 1
                   MOVE 'NT'             TO WS-HIT-CODE
                   MOVE WS-PTS-NO-TIME   TO WS-HIT-POINTS
                   MOVE SPACES           TO WS-EVIDENCE
                   STRING 'NO EMP_PROJ_ACT HOURS OR TIMESHEET_WEEK IN '
                                         DELIMITED BY SIZE
                          WS-PYEARMONTH  DELIMITED BY SIZE
                     INTO WS-EVIDENCE
                   PERFORM 5000-RECORD-HIT
                   THRU    5000-EXIT
                END-IF.

                IF WS-NO-APPR = 1
                   MOVE 'NA'             TO WS-HIT-CODE
                   MOVE WS-PTS-NO-APPR   TO WS-HIT-POINTS
                   MOVE SPACES           TO WS-EVIDENCE
                   STRING 'NO APPRAISAL IN CYCLE ' DELIMITED BY SIZE
                          WS-LAST-CYCLE  DELIMITED BY SIZE
                          ' DUE '        DELIMITED BY SIZE
                          WS-CYCLE-DUE   DELIMITED BY SIZE
                     INTO WS-EVIDENCE
                   PERFORM 5000-RECORD-HIT
                   THRU    5000-EXIT
                END-IF.

                IF WS-NO-MGR = 1
                   MOVE 'NM'             TO WS-HIT-CODE
                   MOVE WS-PTS-NO-MGR    TO WS-HIT-POINTS
                   MOVE SPACES           TO WS-EVIDENCE
                   STRING 'DEPARTMENT '  DELIMITED BY SIZE
                          WS-WORKDEPT    DELIMITED BY SIZE
                          ' HAS NO MANAGER ON DEPT'
                                         DELIMITED BY SIZE
                     INTO WS-EVIDENCE
                   PERFORM 5000-RECORD-HIT
                   THRU    5000-EXIT
                END-IF.

                IF WS-NO-LEAVE = 1
                   MOVE 'NL'             TO WS-HIT-CODE
                   MOVE WS-PTS-NO-LEAVE  TO WS-HIT-POINTS
                   MOVE SPACES           TO WS-EVIDENCE
                   STRING 'NO LEAVE_DETAIL ACTIVITY IN '
                                         DELIMITED BY SIZE
                          WS-PYEARMONTH (1:4)
                                         DELIMITED BY SIZE
                     INTO WS-EVIDENCE
                   PERFORM 5000-RECORD-HIT
                   THRU    5000-EXIT
                END-IF.

       3000-EXIT.
                EXIT.

      ******************************************************************
      * 3100-SUBSIDIARY-TOTAL
      ******************************************************************
       3100-SUBSIDIARY-TOTAL.

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'EMPLOYEES REPORTED FOR SUBSIDIARY'
                                               TO WS-RPT-TOT-LABEL.
                MOVE WS-SUB-FLAGGED            TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.

       3100-EXIT.
                EXIT.
      /
      ******************************************************************
      * 5000-RECORD-HIT - PRINT THE EVIDENCE LINE AND KEEP THE HIT ON
      * PAY_ANOMALY.
      ******************************************************************
       5000-RECORD-HIT.

                MOVE SPACES        TO WS-RPT-EVD-LINE.
                MOVE WS-HIT-CODE   TO WS-EVD-CODE.
                MOVE WS-HIT-POINTS TO WS-EVD-POINTS.
                MOVE WS-EVIDENCE   TO WS-EVD-TEXT.
                PRINT WS-RPT-EVD-LINE.

                MOVE WS-PYEARMONTH TO AN-PYEARMONTH.
                MOVE WS-EMPNO      TO AN-EMPNO.
                MOVE WS-HIT-CODE   TO AN-ANOMCODE.
                MOVE WS-SUBID      TO AN-SUBID.
                MOVE WS-HIT-POINTS TO AN-POINTS.
                MOVE WS-SCORE      TO AN-SCORE.
                MOVE WS-EVIDENCE   TO AN-EVIDENCE.
                MOVE WS-RUN-TS     TO AN-DETECTED-TS.

                EXEC SQL
                    INSERT INTO PAY_ANOMALY
                         ( PYEARMONTH,
                           EMPNO,
                           ANOMCODE,
                           SUBID,
                           POINTS,
                           SCORE,
                           EVIDENCE,
                           DETECTED_TS )
                    VALUES
                         ( :AN-PYEARMONTH,
                           :AN-EMPNO,
                           :AN-ANOMCODE,
                           :AN-SUBID,
                           :AN-POINTS,
                           :AN-SCORE,
                           :AN-EVIDENCE,
                           :AN-DETECTED-TS )
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-HIT-COUNT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       5000-EXIT.
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
