      *-----------------------------------------------------------------
      *     COBRPT73 - PAYROLL VARIANCE EXCEPTION REPORT. RUNS BETWEEN
      *                THE TRIAL RUN OF COBPAYRN AND THE LIVE POSTING.
      *                FOR THE PYEARMONTH READ OFF SYSIN, EVERY
      *                EMPLOYEE'S TRIAL NET ON PAYROLL_TRIAL IS SET
      *                AGAINST THE NETPAY OF THE LAST NORMAL ('N')
      *                PAYROLL ROW POSTED BEFORE IT. AN EMPLOYEE WHOSE
      *                NET MOVED BY MORE THAN THE PERCENT OR THE
      *                AMOUNT ON SYSIN IS PRINTED WITH EVERY CAUSE
      *                THAT ACCOUNTS FOR IT - A SALARY CHANGE ON
      *                EMP_SAL_HIST, A CHANGE IN LOSS-OF-PAY DAYS,
      *                OVERTIME ON THE LAST ROW (COBOTCLC POSTS IT
      *                AFTER THE TRIAL), A RETRO ('R') POSTING, A
      *                DEDUCTION ENROLLMENT STARTED OR ENDED, A FIRST
      *                OR LAST MONTH PRORATION, HOURLY PAY OR NO
      *                EARLIER PAY AT ALL. A MOVEMENT NONE OF THESE
      *                EXPLAINS IS PRINTED AS UNEXPLAINED AND ENDS THE
      *                STEP WITH CONDITION CODE 4, WHICH HOLDS THE
      *                LIVE POSTING FOR REVIEW. NO TRIAL ROWS FOR THE
      *                PERIOD ENDS WITH CONDITION CODE 8.
      *
      *                SYSIN CARD 1 - PYEARMONTH (YYYYMM)
      *                SYSIN CARD 2 - PERCENT LIMIT, 9(3)V9(2)
      *                SYSIN CARD 3 - AMOUNT LIMIT, 9(7)V9(2)
      *                A ZERO LIMIT IS NOT APPLIED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT73.
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
       77  WS-PRIOR-SWITCH        PIC X          VALUE  SPACES.
               88  WS-PRIOR-FOUND                VALUE  'Y'.
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PCT-LIMIT-ED        PIC 9(3)V9(2).
       01  WS-AMT-LIMIT-ED        PIC 9(7)V9(2).
       01  WS-PCT-LIMIT           PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-AMT-LIMIT           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-MONTH-START         PIC X(10).
       01  WS-MONTH-END           PIC X(10).
       01  WS-PRIOR-START         PIC X(10).
       01  WS-EMPNO               PIC X(6).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-PAYBASIS            PIC X(1).
       01  WS-TRIAL-LOP           PIC S9(4) USAGE COMP.
       01  WS-TRIAL-NET           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-PRORATED            PIC X(1).
       01  WS-PRIOR-YM            PIC X(6).
       01  WS-PRIOR-NET           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-PRIOR-LOP           PIC S9(4) USAGE COMP.
       01  WS-PRIOR-OT            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-HIREDATE            PIC X(10).
       01  WS-CHANGE              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ABS-CHANGE          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-PCT-CHANGE          PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-HIT-COUNT           PIC S9(9) USAGE COMP.
       01  WS-CAUSE-CODE          PIC X(8).
       01  WS-CAUSE-TEXT          PIC X(48).
       01  WS-CAUSE-PTR           PIC S9(4) USAGE COMP.
       01  WS-CAUSE-COUNT         PIC S9(4) USAGE COMP.
       01  WS-TRIAL-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-EXCEPT-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-UNEXPL-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(44)
                VALUE 'PAYROLL VARIANCE EXCEPTIONS BEFORE POSTING -'.
           10 FILLER              PIC X(7)   VALUE 'PERIOD'.
           10 WS-HDR-PERIOD       PIC X(6).
           10 FILLER              PIC X(55).

       01  WS-RPT-LIMITS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(17)  VALUE 'LIMITS - PERCENT'.
           10 WS-LIM-PCT          PIC ZZ9.99.
           10 FILLER              PIC X(9)   VALUE '  AMOUNT'.
           10 WS-LIM-AMT          PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(86).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE 'DEPT'.
           10 FILLER              PIC X(8)   VALUE 'EMPNO'.
           10 FILLER              PIC X(8)   VALUE 'LAST YM'.
           10 FILLER              PIC X(15)  VALUE '       LAST NET'.
           10 FILLER              PIC X(15)  VALUE '      TRIAL NET'.
           10 FILLER              PIC X(15)  VALUE '         CHANGE'.
           10 FILLER              PIC X(9)   VALUE '      PCT'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'CAUSES'.
           10 FILLER              PIC X(47).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-DEPT         PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-RPT-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-PRIOR-YM     PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-PRIOR-NET    PIC Z,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(2).
           10 WS-RPT-TRIAL-NET    PIC Z,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(2).
           10 WS-RPT-CHANGE       PIC Z,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(2).
           10 WS-RPT-PCT          PIC ZZZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-CAUSES       PIC X(48).
           10 FILLER              PIC X(6).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 WS-RPT-TOT-LABEL    PIC X(36).
           10 WS-RPT-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

       01  WS-RPT-LEGEND.
           10 FILLER              PIC X(2).
           10 WS-RPT-LEGEND-TEXT  PIC X(130).

      ******************************************************************
      * VARIABLES FOR RUN LOGGING (COBRUNLG)
      ******************************************************************
       01  WS-RUNLG-ACTION        PIC X(1).
       01  WS-RUNLG-JOBNAME       PIC X(8)  VALUE 'HRNIGHT '.
       01  WS-RUNLG-STEPNAME      PIC X(8)  VALUE 'STEP100V'.
       01  WS-RUNLG-PROGRAM       PIC X(8)  VALUE 'COBRPT73'.
       01  WS-RUNLG-CONDCODE      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-RUNLG-ROWS          PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT73'.
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

                EXEC SQL INCLUDE PAYROLL
                END-EXEC.

                EXEC SQL INCLUDE PAYTRIAL
                END-EXEC.

                EXEC SQL INCLUDE EMPSALH
                END-EXEC.

                EXEC SQL INCLUDE EMPDEDUC
                END-EXEC.

                EXEC SQL INCLUDE EMPTERM
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - THE PERIOD'S TRIAL FIGURES, IN REGISTER ORDER.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      T.EMPNO,
                      T.WORKDEPT,
                      T.PAYBASIS,
                      T.LOP,
                      T.NETPAY,
                      T.PRORATED
                    FROM PAYROLL_TRIAL T
                    WHERE T.PYEARMONTH = :WS-PYEARMONTH
                    ORDER BY T.WORKDEPT, T.EMPNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-PYEARMONTH.
                ACCEPT WS-PCT-LIMIT-ED.
                ACCEPT WS-AMT-LIMIT-ED.

                MOVE WS-PCT-LIMIT-ED TO WS-PCT-LIMIT.
                MOVE WS-AMT-LIMIT-ED TO WS-AMT-LIMIT.

                DISPLAY 'PAYROLL VARIANCE CHECK FOR PERIOD = '
                        WS-PYEARMONTH.

                MOVE 'S' TO WS-RUNLG-ACTION.
                CALL 'COBRUNLG' USING WS-RUNLG-ACTION,
                     WS-RUNLG-JOBNAME, WS-RUNLG-STEPNAME,
                     WS-RUNLG-PROGRAM, WS-RUNLG-CONDCODE,
                     WS-RUNLG-ROWS.

                PERFORM 1700-SET-MONTH-END
                THRU    1700-EXIT.

                MOVE WS-PYEARMONTH TO WS-HDR-PERIOD.
                PRINT WS-RPT-HEADER.
                MOVE WS-PCT-LIMIT  TO WS-LIM-PCT.
                MOVE WS-AMT-LIMIT  TO WS-LIM-AMT.
                PRINT WS-RPT-LIMITS.
                PRINT WS-RPT-COLUMNS.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                PERFORM 3000-PRINT-TOTALS
                THRU    3000-EXIT.

                IF WS-TRIAL-COUNT = ZERO
                   DISPLAY 'NO TRIAL FIGURES FOR PERIOD '
                           WS-PYEARMONTH ' - RUN THE TRIAL FIRST'
                   MOVE 8 TO RETURN-CODE
                ELSE
                   IF WS-UNEXPL-COUNT GREATER THAN ZERO
                      DISPLAY 'UNEXPLAINED VARIANCES = '
                              WS-UNEXPL-COUNT
                              ' - LIVE POSTING HELD FOR REVIEW'
                      MOVE 4 TO RETURN-CODE
                   END-IF
                END-IF.

                PERFORM 8000-LOG-RUN-END
                THRU    8000-EXIT.

                GOBACK.
      /
      ******************************************************************
      * 1700-SET-MONTH-END - THE PERIOD'S FIRST AND LAST DAY BOUND THE
      * CAUSE LOOKUPS.
      ******************************************************************
       1700-SET-MONTH-END.

                MOVE WS-PYEARMONTH (1:4) TO WS-MONTH-START (1:4).
                MOVE '-'                 TO WS-MONTH-START (5:1).
                MOVE WS-PYEARMONTH (5:2) TO WS-MONTH-START (6:2).
                MOVE '-01'               TO WS-MONTH-START (8:3).

                EXEC SQL
                     SET :WS-MONTH-END =
                         CHAR(LAST_DAY(DATE(:WS-MONTH-START)),
                              ISO)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       1700-EXIT.
                EXIT.

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
                    INTO  :WS-EMPNO,
                          :WS-WORKDEPT,
                          :WS-PAYBASIS,
                          :WS-TRIAL-LOP,
                          :WS-TRIAL-NET,
                          :WS-PRORATED
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-TRIAL-COUNT
                         PERFORM 2400-CHECK-EMPLOYEE
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
      * 2400-CHECK-EMPLOYEE - MEASURE THE MOVEMENT AGAINST THE LAST
      * POSTED NET. ONLY A MOVEMENT PAST A LIMIT IS EXPLAINED AND
      * PRINTED. WITH NO EARLIER NET THE MOVEMENT IS THE WHOLE TRIAL
      * NET AND THE PERCENT IS HELD AT ITS CEILING.
      ******************************************************************
       2400-CHECK-EMPLOYEE.

                PERFORM 2410-GET-LAST-POSTED
                THRU    2410-EXIT.

                COMPUTE WS-CHANGE = WS-TRIAL-NET - WS-PRIOR-NET.

                IF WS-CHANGE LESS THAN ZERO
                   COMPUTE WS-ABS-CHANGE = ZERO - WS-CHANGE
                ELSE
                   MOVE WS-CHANGE TO WS-ABS-CHANGE
                END-IF.

                IF WS-PRIOR-NET GREATER THAN ZERO
                   AND WS-ABS-CHANGE * 100 / WS-PRIOR-NET
                       LESS THAN 99999.99
                   COMPUTE WS-PCT-CHANGE ROUNDED =
                           WS-ABS-CHANGE * 100 / WS-PRIOR-NET
                ELSE
                   IF WS-ABS-CHANGE = ZERO
                      MOVE ZERO TO WS-PCT-CHANGE
                   ELSE
                      MOVE 99999.99 TO WS-PCT-CHANGE
                   END-IF
                END-IF.

                IF WS-ABS-CHANGE = ZERO
                   GO TO 2400-EXIT
                END-IF.

                IF (WS-PCT-LIMIT = ZERO
                    OR WS-PCT-CHANGE NOT GREATER THAN WS-PCT-LIMIT)
                   AND (WS-AMT-LIMIT = ZERO
                    OR WS-ABS-CHANGE NOT GREATER THAN WS-AMT-LIMIT)
                   AND (WS-PCT-LIMIT NOT = ZERO
                    OR WS-AMT-LIMIT NOT = ZERO)
                   GO TO 2400-EXIT
                END-IF.

                ADD 1 TO WS-EXCEPT-COUNT.

                PERFORM 2500-FIND-CAUSES
                THRU    2500-EXIT.

                MOVE SPACES          TO WS-RPT-DETAIL.
                MOVE WS-WORKDEPT     TO WS-RPT-DEPT.
                MOVE WS-EMPNO        TO WS-RPT-EMPNO.
                MOVE WS-PRIOR-YM     TO WS-RPT-PRIOR-YM.
                MOVE WS-PRIOR-NET    TO WS-RPT-PRIOR-NET.
                MOVE WS-TRIAL-NET    TO WS-RPT-TRIAL-NET.
                MOVE WS-CHANGE       TO WS-RPT-CHANGE.
                MOVE WS-PCT-CHANGE   TO WS-RPT-PCT.
                MOVE WS-CAUSE-TEXT   TO WS-RPT-CAUSES.
                PRINT WS-RPT-DETAIL.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2410-GET-LAST-POSTED - THE EMPLOYEE'S LATEST NORMAL PAYROLL
      * ROW BEFORE THIS PERIOD. ITS NETPAY ALREADY CARRIES THAT
      * MONTH'S OVERTIME.
      ******************************************************************
       2410-GET-LAST-POSTED.

                MOVE SPACES TO WS-PRIOR-SWITCH
                               WS-PRIOR-YM.
                MOVE ZERO   TO WS-PRIOR-NET
                               WS-PRIOR-LOP
                               WS-PRIOR-OT.

                EXEC SQL
                    SELECT P.PYEARMONTH,
                           COALESCE(P.NETPAY, 0),
                           COALESCE(P.LOP, 0),
                           COALESCE(P.OTPAID, 0)
                      INTO :WS-PRIOR-YM,
                           :WS-PRIOR-NET,
                           :WS-PRIOR-LOP,
                           :WS-PRIOR-OT
                      FROM PAYROLL P
                     WHERE P.EMPNO   = :WS-EMPNO
                       AND P.PAYTYPE = 'N'
                       AND P.PYEARMONTH =
                           (SELECT MAX(P2.PYEARMONTH)
                              FROM PAYROLL P2
                             WHERE P2.EMPNO   = :WS-EMPNO
                               AND P2.PAYTYPE = 'N'
                               AND P2.PYEARMONTH < :WS-PYEARMONTH)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO WS-PRIOR-SWITCH
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-PRIOR-FOUND
                   MOVE WS-PRIOR-YM (1:4) TO WS-PRIOR-START (1:4)
                   MOVE '-'               TO WS-PRIOR-START (5:1)
                   MOVE WS-PRIOR-YM (5:2) TO WS-PRIOR-START (6:2)
                   MOVE '-01'             TO WS-PRIOR-START (8:3)
                END-IF.

       2410-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-FIND-CAUSES - LIST EVERY CAUSE ON FILE BETWEEN THE START
      * OF THE LAST POSTED PERIOD AND THE END OF THIS ONE. A MOVEMENT
      * WITH NO CAUSE IS UNEXPLAINED.
      ******************************************************************
       2500-FIND-CAUSES.

                MOVE SPACES TO WS-CAUSE-TEXT.
                MOVE 1      TO WS-CAUSE-PTR.
                MOVE ZERO   TO WS-CAUSE-COUNT.

                IF NOT WS-PRIOR-FOUND
                   MOVE 'NEW' TO WS-CAUSE-CODE
                   PERFORM 2590-ADD-CAUSE
                   THRU    2590-EXIT
                   GO TO 2500-EXIT
                END-IF.

                IF WS-PAYBASIS = 'H'
                   MOVE 'HOURS' TO WS-CAUSE-CODE
                   PERFORM 2590-ADD-CAUSE
                   THRU    2590-EXIT
                END-IF.

                IF WS-TRIAL-LOP NOT = WS-PRIOR-LOP
                   MOVE 'LOP' TO WS-CAUSE-CODE
                   PERFORM 2590-ADD-CAUSE
                   THRU    2590-EXIT
                END-IF.

                IF WS-PRIOR-OT NOT = ZERO
                   MOVE 'OT' TO WS-CAUSE-CODE
                   PERFORM 2590-ADD-CAUSE
                   THRU    2590-EXIT
                END-IF.

                PERFORM 2510-CHECK-SALARY
                THRU    2510-EXIT.

                PERFORM 2520-CHECK-RETRO
                THRU    2520-EXIT.

                PERFORM 2530-CHECK-DEDUCTIONS
                THRU    2530-EXIT.

                PERFORM 2540-CHECK-PRORATION
                THRU    2540-EXIT.

                IF WS-CAUSE-COUNT = ZERO
                   MOVE 'UNEXPLAINED' TO WS-CAUSE-TEXT
                   ADD 1 TO WS-UNEXPL-COUNT
                END-IF.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2510-CHECK-SALARY - A SALARY CHANGE TAKES EFFECT IN THE WINDOW.
      ******************************************************************
       2510-CHECK-SALARY.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-HIT-COUNT
                      FROM EMP_SAL_HIST H
                     WHERE H.EMPNO    = :WS-EMPNO
                       AND H.EFFDATE >= DATE(:WS-PRIOR-START)
                       AND H.EFFDATE <= DATE(:WS-MONTH-END)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-HIT-COUNT GREATER THAN ZERO
                   MOVE 'SAL' TO WS-CAUSE-CODE
                   PERFORM 2590-ADD-CAUSE
                   THRU    2590-EXIT
                END-IF.

       2510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2520-CHECK-RETRO - A RETRO ROW POSTED FOR THE LAST PERIOD OR
      * SINCE.
      ******************************************************************
       2520-CHECK-RETRO.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-HIT-COUNT
                      FROM PAYROLL P
                     WHERE P.EMPNO       = :WS-EMPNO
                       AND P.PAYTYPE     = 'R'
                       AND P.PYEARMONTH >= :WS-PRIOR-YM
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-HIT-COUNT GREATER THAN ZERO
                   MOVE 'RETRO' TO WS-CAUSE-CODE
                   PERFORM 2590-ADD-CAUSE
                   THRU    2590-EXIT
                END-IF.

       2520-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2530-CHECK-DEDUCTIONS - AN ENROLLMENT STARTED OR ENDED IN THE
      * WINDOW.
      ******************************************************************
       2530-CHECK-DEDUCTIONS.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-HIT-COUNT
                      FROM EMP_DEDUCTION D
                     WHERE D.EMPNO = :WS-EMPNO
                       AND ((D.DEDSTARTDATE > DATE(:WS-PRIOR-START)
                         AND D.DEDSTARTDATE <= DATE(:WS-MONTH-END))
                        OR (D.DEDENDDATE >= DATE(:WS-PRIOR-START)
                         AND D.DEDENDDATE < DATE(:WS-MONTH-END)))
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-HIT-COUNT GREATER THAN ZERO
                   MOVE 'DED' TO WS-CAUSE-CODE
                   PERFORM 2590-ADD-CAUSE
                   THRU    2590-EXIT
                END-IF.

       2530-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2540-CHECK-PRORATION - THIS IS THE FIRST MONTH (THE TRIAL
      * PRORATED IT), THE LAST POSTED MONTH WAS THE HIRE MONTH, OR
      * THE EMPLOYEE TERMINATES THIS MONTH.
      ******************************************************************
       2540-CHECK-PRORATION.

                IF WS-PRORATED = 'Y'
                   MOVE 'PRORATE' TO WS-CAUSE-CODE
                   PERFORM 2590-ADD-CAUSE
                   THRU    2590-EXIT
                   GO TO 2540-EXIT
                END-IF.

                MOVE SPACES TO WS-HIREDATE.

                EXEC SQL
                    SELECT COALESCE(CHAR(E.HIREDATE, ISO), ' ')
                      INTO :WS-HIREDATE
                      FROM EMP E
                     WHERE E.EMPNO = :WS-EMPNO
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

                IF WS-HIREDATE (1:4) = WS-PRIOR-YM (1:4)
                   AND WS-HIREDATE (6:2) = WS-PRIOR-YM (5:2)
                   MOVE 'PRORATE' TO WS-CAUSE-CODE
                   PERFORM 2590-ADD-CAUSE
                   THRU    2590-EXIT
                   GO TO 2540-EXIT
                END-IF.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-HIT-COUNT
                      FROM EMP_TERMINATION T
                     WHERE T.EMPNO     = :WS-EMPNO
                       AND T.TERMDATE >= DATE(:WS-MONTH-START)
                       AND T.TERMDATE <= DATE(:WS-MONTH-END)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-HIT-COUNT GREATER THAN ZERO
                   MOVE 'PRORATE' TO WS-CAUSE-CODE
                   PERFORM 2590-ADD-CAUSE
                   THRU    2590-EXIT
                END-IF.

       2540-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2590-ADD-CAUSE - APPEND WS-CAUSE-CODE TO THE CAUSE LIST.
      ******************************************************************
       2590-ADD-CAUSE.

                STRING WS-CAUSE-CODE DELIMITED BY SPACE
                       ' '           DELIMITED BY SIZE
                  INTO WS-CAUSE-TEXT
                  WITH POINTER WS-CAUSE-PTR.

                ADD 1 TO WS-CAUSE-COUNT.

       2590-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-PRINT-TOTALS - COUNTS AND THE CAUSE LEGEND.
      ******************************************************************
       3000-PRINT-TOTALS.

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'EMPLOYEES IN TRIAL'    TO WS-RPT-TOT-LABEL.
                MOVE WS-TRIAL-COUNT          TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.

                MOVE 'VARIANCES PAST A LIMIT' TO WS-RPT-TOT-LABEL.
                MOVE WS-EXCEPT-COUNT          TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.

                MOVE 'UNEXPLAINED VARIANCES'  TO WS-RPT-TOT-LABEL.
                MOVE WS-UNEXPL-COUNT          TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.

                MOVE SPACES TO WS-RPT-LEGEND.
                MOVE 'SAL=SALARY CHANGE  LOP=LOSS-OF-PAY DAYS'
                                              TO WS-RPT-LEGEND-TEXT.
                PRINT WS-RPT-LEGEND.
                MOVE 'OT=OVERTIME ON LAST ROW  RETRO=RETRO POSTING'
                                              TO WS-RPT-LEGEND-TEXT.
                PRINT WS-RPT-LEGEND.
                MOVE 'DED=DEDUCTION STARTED OR ENDED  HOURS=HOURLY PAY'
                                              TO WS-RPT-LEGEND-TEXT.
                PRINT WS-RPT-LEGEND.
                MOVE 'PRORATE=FIRST OR LAST MONTH  NEW=NO EARLIER PAY'
                                              TO WS-RPT-LEGEND-TEXT.
                PRINT WS-RPT-LEGEND.

                DISPLAY 'EMPLOYEES IN TRIAL       = ' WS-TRIAL-COUNT.
                DISPLAY 'VARIANCES PAST A LIMIT   = ' WS-EXCEPT-COUNT.

       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8000-LOG-RUN-END
      ******************************************************************
       8000-LOG-RUN-END.

                MOVE 'E'             TO WS-RUNLG-ACTION.
                MOVE RETURN-CODE     TO WS-RUNLG-CONDCODE.
                MOVE WS-EXCEPT-COUNT TO WS-RUNLG-ROWS.
                CALL 'COBRUNLG' USING WS-RUNLG-ACTION,
                     WS-RUNLG-JOBNAME, WS-RUNLG-STEPNAME,
                     WS-RUNLG-PROGRAM, WS-RUNLG-CONDCODE,
                     WS-RUNLG-ROWS.

       8000-EXIT.
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
