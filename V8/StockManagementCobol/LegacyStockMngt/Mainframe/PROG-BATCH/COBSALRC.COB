      *-----------------------------------------------------------------
      *     COBSALRC - NIGHTLY SALARY-CHANGE AUTHORIZATION
      *                RECONCILIATION. READS THE NUMBER OF DAYS TO
      *                LOOK BACK (ZERO MEANS ONE) AND THE COMPENSATION
      *                MANAGER'S EMPNO OFF SYSIN. SALARY MAY ONLY
      *                CHANGE THROUGH AN APPROVED COBSALAP PROPOSAL
      *                (WHICH IS ALSO HOW A COBSTEPR STEP INCREASE
      *                LANDS) OR A COBSALMS MASS RUN - THE COBSUBXF
      *                AND COBDPTXF TRANSFERS NEVER MOVE EMP.SALARY.
      *                THE SALARY-CHANGE TRIGGER LOGS DIRECT SQL TO
      *                SALARY_AUDIT JUST AS IT LOGS A LEGITIMATE
      *                CHANGE, SO EVERY SALARY_AUDIT ENTRY AND EVERY
      *                EMP_SAL_HIST ROW THAT MOVED THE SALARY, FROM
      *                THAT MANY DAYS AGO TO YESTERDAY, IS TIED BACK
      *                TO ITS AUTHORITY:
      *                  M  A COBSALMS 'M' ROW ON SALARY_RUN_REGISTER
      *                     FOR THE EMPLOYEE AND NEW SALARY, RUN ON
      *                     THE DAY OF THE CHANGE
      *                  S  AN APPROVED SALARY_CHANGE_PENDING ROW
      *                     RAISED BY COBSTEPR (AN 'S' REGISTER ROW
      *                     ON THE DAY OF THE REQUEST)
      *                  A  ANY OTHER APPROVED SALARY_CHANGE_PENDING
      *                     ROW FOR THE EMPLOYEE AND NEW SALARY
      *                AN ENTRY WITH NO AUTHORITY IS PRINTED WITH WHO
      *                MADE IT AND WHEN, KEPT ON THE SALARY_BYPASS
      *                EXCEPTION REGISTER, AND SENT TO THE
      *                COMPENSATION MANAGER'S INBOX THROUGH COBMSGPT.
      *                AN ENTRY ALREADY ON THE REGISTER FROM AN
      *                EARLIER NIGHT IS LISTED BUT NOT RECORDED OR
      *                SENT AGAIN; A RERUN ON THE SAME DAY REPLACES
      *                THE DAY'S ROWS. ANY NEW EXCEPTION ENDS THE STEP
      *                WITH CONDITION CODE 4.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBSALRC.
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
       01  WS-DAYS-IN             PIC 9(3).
       01  WS-DAYS-BACK           PIC S9(9) USAGE COMP.
       01  WS-COMP-MGR            PIC X(6).
       01  WS-SQLCODE             PIC 9(9).
       01  WS-RUN-TS              PIC X(26).
       01  WS-TODAY               PIC X(10).
       01  WS-FROM-DATE           PIC X(10).
       01  WS-TO-DATE             PIC X(10).
       01  WS-SOURCE-TBL          PIC X(1).
       01  WS-SOURCE-NAME         PIC X(12).
       01  WS-EMPNO               PIC X(6).
       01  WS-OLDSALARY           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEWSALARY           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CHANGE-TS           PIC X(26).
       01  WS-CHANGED-BY          PIC X(8).
       01  WS-AUTHORITY           PIC X(1).
               88  WS-AUTH-MASS                  VALUE 'M'.
               88  WS-AUTH-STEP                  VALUE 'S'.
               88  WS-AUTH-APPROVAL              VALUE 'A'.
       01  WS-EARLIER             PIC S9(9) USAGE COMP.
       01  WS-EDIT-OLD            PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-NEW            PIC Z,ZZZ,ZZ9.99.
       01  WS-CHECKED-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-MASS-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-STEP-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-APPR-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-EXCEPT-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-PRIOR-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOTAL-EXCEPT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-NOTICE-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR THE COBMSGPT CALL
      ******************************************************************
       01  WS-MSG-SOURCE          PIC X(8)  VALUE 'COBSALRC'.
       01  WS-MSG-SUBJECT         PIC X(64).
       01  WS-MSG-TEXT            PIC X(100).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(46)
                VALUE 'SALARY CHANGE AUTHORIZATION RECONCILIATION - '.
           10 WS-HDR-FROM         PIC X(10).
           10 FILLER              PIC X(4)   VALUE ' TO '.
           10 WS-HDR-TO           PIC X(10).
           10 FILLER              PIC X(42).

       01  WS-RPT-SECTION.
           10 FILLER              PIC X(2).
           10 WS-SEC-TEXT         PIC X(60).
           10 FILLER              PIC X(70).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(4).
           10 FILLER              PIC X(8)   VALUE 'EMPNO'.
           10 FILLER              PIC X(28)  VALUE 'CHANGED'.
           10 FILLER              PIC X(10)  VALUE 'BY'.
           10 FILLER              PIC X(14)  VALUE '  OLD SALARY'.
           10 FILLER              PIC X(14)  VALUE '  NEW SALARY'.
           10 FILLER              PIC X(30)  VALUE 'NOTE'.
           10 FILLER              PIC X(24).

       01  WS-RPT-EXC-LINE.
           10 FILLER              PIC X(4).
           10 WS-EXC-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-EXC-CHANGE-TS    PIC X(26).
           10 FILLER              PIC X(2).
           10 WS-EXC-CHANGED-BY   PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-EXC-OLDSALARY    PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-EXC-NEWSALARY    PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-EXC-NOTE         PIC X(30).
           10 FILLER              PIC X(24).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 WS-RPT-TOT-LABEL    PIC X(36).
           10 WS-RPT-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBSALRC'.
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

                EXEC SQL INCLUDE SALAUDIT
                END-EXEC.

                EXEC SQL INCLUDE EMPSALH
                END-EXEC.

                EXEC SQL INCLUDE SALPEND
                END-EXEC.

                EXEC SQL INCLUDE SALRUNRG
                END-EXEC.

                EXEC SQL INCLUDE SALBYPAS
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - SALARY_AUDIT ENTRIES IN THE WINDOW WITH THEIR AUTHORITY.
      * A MASS RUN REGISTERS THE DAY IT POSTS. AN APPROVAL IS TAKEN
      * FROM THE DAY OF THE CHANGE OR THE DAY BEFORE, SO A CHANGE
      * STEP040 BACKFILLS THROUGH COBB040 OVERNIGHT STILL MATCHES.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      A.EMPNO,
                      A.OLDSALARY,
                      A.NEWSALARY,
                      CHAR(A.CHANGE_TS),
                      A.CHANGED_BY,
                      CASE
                        WHEN EXISTS
                             (SELECT 1
                                FROM SALARY_RUN_REGISTER R
                               WHERE R.RUN_TYPE  = 'M'
                                 AND R.EMPNO     = A.EMPNO
                                 AND R.NEWSALARY = A.NEWSALARY
                                 AND R.RUN_DATE  = DATE(A.CHANGE_TS))
                        THEN 'M'
                        WHEN EXISTS
                             (SELECT 1
                                FROM SALARY_CHANGE_PENDING P,
                                     SALARY_RUN_REGISTER S
                               WHERE P.EMPNO     = A.EMPNO
                                 AND P.NEWSALARY = A.NEWSALARY
                                 AND P.PSTATUS   = 'A'
                                 AND DATE(P.DECIDED_TS)
                                     BETWEEN DATE(A.CHANGE_TS) - 1 DAY
                                         AND DATE(A.CHANGE_TS)
                                 AND S.RUN_TYPE  = 'S'
                                 AND S.EMPNO     = P.EMPNO
                                 AND S.NEWSALARY = P.NEWSALARY
                                 AND S.RUN_DATE  = DATE(P.REQUEST_TS))
                        THEN 'S'
                        WHEN EXISTS
                             (SELECT 1
                                FROM SALARY_CHANGE_PENDING P
                               WHERE P.EMPNO     = A.EMPNO
                                 AND P.NEWSALARY = A.NEWSALARY
                                 AND P.PSTATUS   = 'A'
                                 AND DATE(P.DECIDED_TS)
                                     BETWEEN DATE(A.CHANGE_TS) - 1 DAY
                                         AND DATE(A.CHANGE_TS))
                        THEN 'A'
                        ELSE ' '
                      END
                    FROM SALARY_AUDIT A
                    WHERE DATE(A.CHANGE_TS)
                          BETWEEN DATE(:WS-FROM-DATE)
                              AND DATE(:WS-TO-DATE)
                    ORDER BY A.CHANGE_TS, A.EMPNO
                END-EXEC.

      ******************************************************************
      * C2 - EMP_SAL_HIST ROWS EFFECTIVE IN THE WINDOW THAT MOVED THE
      * SALARY OFF THE EMPLOYEE'S PREVIOUS HISTORY ROW. AN EMPLOYEE'S
      * FIRST ROW IS THEIR STARTING SALARY, NOT A CHANGE, AND HAS NO
      * PREVIOUS ROW TO JOIN. A HISTORY ROW CAN BE BACKDATED AHEAD OF
      * THE APPROVAL IT CARRIES, SO AN APPROVAL DECIDED WITHIN NINETY
      * DAYS EITHER SIDE OF THE EFFECTIVE DATE IS ACCEPTED. THE ROW
      * DOES NOT SAY WHO WROTE IT - THE SQLID IS TAKEN FROM A MATCHING
      * SALARY_AUDIT ENTRY, OR 'UNKNOWN' WHEN THE CHANGE NEVER REACHED
      * THE AUDIT TRAIL AT ALL.
      ******************************************************************
                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      H.EMPNO,
                      COALESCE(V.SALARY, 0),
                      COALESCE(H.SALARY, 0),
                      CHAR(TIMESTAMP(H.EFFDATE, TIME('00.00.00'))),
                      COALESCE((SELECT MIN(A.CHANGED_BY)
                                  FROM SALARY_AUDIT A
                                 WHERE A.EMPNO     = H.EMPNO
                                   AND A.NEWSALARY = H.SALARY
                                   AND DATE(A.CHANGE_TS)
                                       BETWEEN H.EFFDATE - 90 DAYS
                                           AND H.EFFDATE + 90 DAYS),
                               'UNKNOWN'),
                      CASE
                        WHEN EXISTS
                             (SELECT 1
                                FROM SALARY_RUN_REGISTER R
                               WHERE R.RUN_TYPE  = 'M'
                                 AND R.EMPNO     = H.EMPNO
                                 AND R.NEWSALARY = H.SALARY
                                 AND R.RUN_DATE  = H.EFFDATE)
                        THEN 'M'
                        WHEN EXISTS
                             (SELECT 1
                                FROM SALARY_CHANGE_PENDING P,
                                     SALARY_RUN_REGISTER S
                               WHERE P.EMPNO     = H.EMPNO
                                 AND P.NEWSALARY = H.SALARY
                                 AND P.PSTATUS   = 'A'
                                 AND DATE(P.DECIDED_TS)
                                     BETWEEN H.EFFDATE - 90 DAYS
                                         AND H.EFFDATE + 90 DAYS
                                 AND S.RUN_TYPE  = 'S'
                                 AND S.EMPNO     = P.EMPNO
                                 AND S.NEWSALARY = P.NEWSALARY
                                 AND S.RUN_DATE  = DATE(P.REQUEST_TS))
                        THEN 'S'
                        WHEN EXISTS
                             (SELECT 1
                                FROM SALARY_CHANGE_PENDING P
                               WHERE P.EMPNO     = H.EMPNO
                                 AND P.NEWSALARY = H.SALARY
                                 AND P.PSTATUS   = 'A'
                                 AND DATE(P.DECIDED_TS)
                                     BETWEEN H.EFFDATE - 90 DAYS
                                         AND H.EFFDATE + 90 DAYS)
                        THEN 'A'
                        ELSE ' '
                      END
                    FROM EMP_SAL_HIST H
                    INNER JOIN EMP_SAL_HIST V
                      ON  V.EMPNO   = H.EMPNO
                      AND V.EFFDATE =
                          (SELECT MAX(X.EFFDATE)
                             FROM EMP_SAL_HIST X
                            WHERE X.EMPNO   = H.EMPNO
                              AND X.EFFDATE < H.EFFDATE)
                    WHERE H.EFFDATE
                          BETWEEN DATE(:WS-FROM-DATE)
                              AND DATE(:WS-TO-DATE)
                      AND COALESCE(V.SALARY, 0)
                          <> COALESCE(H.SALARY, 0)
                    ORDER BY H.EFFDATE, H.EMPNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-DAYS-IN.
                ACCEPT WS-COMP-MGR.

                MOVE WS-DAYS-IN TO WS-DAYS-BACK.
                IF WS-DAYS-BACK = ZERO
                   MOVE 1 TO WS-DAYS-BACK
                END-IF.

                PERFORM 1000-INITIALIZE
                THRU    1000-EXIT.

                DISPLAY 'SALARY RECONCILIATION FOR ' WS-FROM-DATE
                        ' TO ' WS-TO-DATE.

                IF WS-COMP-MGR = SPACES
                   DISPLAY 'NO COMPENSATION MANAGER ON SYSIN - '
                           'EXCEPTIONS WILL NOT BE SENT'
                END-IF.

                MOVE WS-FROM-DATE TO WS-HDR-FROM.
                MOVE WS-TO-DATE   TO WS-HDR-TO.
                PRINT WS-RPT-HEADER.

                PERFORM 2000-CHECK-AUDIT
                THRU    2000-EXIT.

                PERFORM 3000-CHECK-HISTORY
                THRU    3000-EXIT.

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'EXCEPTIONS RECORDED ON SALARY_BYPASS'
                                               TO WS-RPT-TOT-LABEL.
                MOVE WS-TOTAL-EXCEPT           TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.
                MOVE 'NOTICES SENT TO COMPENSATION MANAGER'
                                               TO WS-RPT-TOT-LABEL.
                MOVE WS-NOTICE-COUNT           TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.

                DISPLAY 'EXCEPTIONS RECORDED      = ' WS-TOTAL-EXCEPT.
                DISPLAY 'NOTICES SENT             = ' WS-NOTICE-COUNT.

                IF WS-TOTAL-EXCEPT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE WINDOW (DAYS BACK TO YESTERDAY, SO THE
      * NEXT NIGHT'S RUN PICKS UP WHERE THIS ONE STOPS) AND ANY ROWS
      * AN EARLIER RUN TODAY LEFT ON SALARY_BYPASS CLEARED.
      ******************************************************************
       1000-INITIALIZE.

                EXEC SQL
                    SELECT CHAR(CURRENT DATE, ISO),
                           CHAR(CURRENT DATE - :WS-DAYS-BACK DAYS,
                                ISO),
                           CHAR(CURRENT DATE - 1 DAY, ISO),
                           CURRENT TIMESTAMP
                      INTO :WS-TODAY,
                           :WS-FROM-DATE,
                           :WS-TO-DATE,
                           :WS-RUN-TS
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
                    DELETE FROM SALARY_BYPASS
                     WHERE RUN_DATE = DATE(:WS-TODAY)
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
      * 2000-CHECK-AUDIT - THE SALARY_AUDIT TRAIL THROUGH C1.
      ******************************************************************
       2000-CHECK-AUDIT.

                MOVE 'A'            TO WS-SOURCE-TBL.
                MOVE 'SALARY_AUDIT' TO WS-SOURCE-NAME.
                PERFORM 4000-START-SECTION
                THRU    4000-EXIT.

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

                PERFORM 2200-FETCH-AUDIT
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

                PERFORM 4500-END-SECTION
                THRU    4500-EXIT.

       2000-EXIT.
                EXIT.

      ******************************************************************
      * 2200-FETCH-AUDIT
      ******************************************************************
       2200-FETCH-AUDIT.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-OLDSALARY,
                          :WS-NEWSALARY,
                          :WS-CHANGE-TS,
                          :WS-CHANGED-BY,
                          :WS-AUTHORITY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 4200-TALLY-ENTRY
                         THRU    4200-EXIT
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
      * 3000-CHECK-HISTORY - THE EMP_SAL_HIST TABLE THROUGH C2.
      ******************************************************************
       3000-CHECK-HISTORY.

                MOVE 'H'            TO WS-SOURCE-TBL.
                MOVE 'EMP_SAL_HIST' TO WS-SOURCE-NAME.
                PERFORM 4000-START-SECTION
                THRU    4000-EXIT.

                EXEC SQL
                  OPEN  C2
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

                PERFORM 3200-FETCH-HISTORY
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

                PERFORM 4500-END-SECTION
                THRU    4500-EXIT.

       3000-EXIT.
                EXIT.

      ******************************************************************
      * 3200-FETCH-HISTORY
      ******************************************************************
       3200-FETCH-HISTORY.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-EMPNO,
                          :WS-OLDSALARY,
                          :WS-NEWSALARY,
                          :WS-CHANGE-TS,
                          :WS-CHANGED-BY,
                          :WS-AUTHORITY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 4200-TALLY-ENTRY
                         THRU    4200-EXIT
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
      * 4000-START-SECTION - SECTION HEADING AND COUNTERS CLEARED.
      ******************************************************************
       4000-START-SECTION.

                MOVE ZERO TO WS-CHECKED-COUNT
                             WS-MASS-COUNT
                             WS-STEP-COUNT
                             WS-APPR-COUNT
                             WS-EXCEPT-COUNT
                             WS-PRIOR-COUNT.

                MOVE SPACES TO WS-SEC-TEXT.
                STRING WS-SOURCE-NAME  DELIMITED BY SIZE
                       ' CHANGES WITHOUT AN AUTHORIZING SOURCE'
                                       DELIMITED BY SIZE
                  INTO WS-SEC-TEXT.
                PRINT WS-RPT-SECTION.
                PRINT WS-RPT-COLUMNS.

       4000-EXIT.
                EXIT.

      ******************************************************************
      * 4200-TALLY-ENTRY - COUNT THE ENTRY AGAINST ITS AUTHORITY, OR
      * TREAT IT AS AN EXCEPTION WHEN IT HAS NONE.
      ******************************************************************
       4200-TALLY-ENTRY.

                ADD 1 TO WS-CHECKED-COUNT.

                EVALUATE TRUE
                    WHEN WS-AUTH-MASS
                         ADD 1 TO WS-MASS-COUNT
                    WHEN WS-AUTH-STEP
                         ADD 1 TO WS-STEP-COUNT
                    WHEN WS-AUTH-APPROVAL
                         ADD 1 TO WS-APPR-COUNT
                    WHEN OTHER
                         PERFORM 5000-RECORD-EXCEPTION
                         THRU    5000-EXIT
                END-EVALUATE.

       4200-EXIT.
                EXIT.

      ******************************************************************
      * 4500-END-SECTION - THE SECTION'S TOTALS BY AUTHORITY.
      ******************************************************************
       4500-END-SECTION.

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'ENTRIES CHECKED'         TO WS-RPT-TOT-LABEL.
                MOVE WS-CHECKED-COUNT          TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.
                MOVE 'AUTHORIZED BY A COBSALMS MASS RUN'
                                               TO WS-RPT-TOT-LABEL.
                MOVE WS-MASS-COUNT             TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.
                MOVE 'AUTHORIZED BY A COBSTEPR STEP RUN'
                                               TO WS-RPT-TOT-LABEL.
                MOVE WS-STEP-COUNT             TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.
                MOVE 'AUTHORIZED BY A COBSALAP APPROVAL'
                                               TO WS-RPT-TOT-LABEL.
                MOVE WS-APPR-COUNT             TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.
                MOVE 'NEW EXCEPTIONS'          TO WS-RPT-TOT-LABEL.
                MOVE WS-EXCEPT-COUNT           TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.
                MOVE 'EXCEPTIONS REPORTED ON EARLIER RUNS'
                                               TO WS-RPT-TOT-LABEL.
                MOVE WS-PRIOR-COUNT            TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.

       4500-EXIT.
                EXIT.
      /
      ******************************************************************
      * 5000-RECORD-EXCEPTION - PRINT THE CHANGE; UNLESS AN EARLIER
      * NIGHT ALREADY CAUGHT IT, KEEP IT ON SALARY_BYPASS AND TELL THE
      * COMPENSATION MANAGER.
      ******************************************************************
       5000-RECORD-EXCEPTION.

                MOVE SPACES          TO WS-RPT-EXC-LINE.
                MOVE WS-EMPNO        TO WS-EXC-EMPNO.
                MOVE WS-CHANGE-TS    TO WS-EXC-CHANGE-TS.
                MOVE WS-CHANGED-BY   TO WS-EXC-CHANGED-BY.
                MOVE WS-OLDSALARY    TO WS-EXC-OLDSALARY.
                MOVE WS-NEWSALARY    TO WS-EXC-NEWSALARY.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-EARLIER
                      FROM SALARY_BYPASS
                     WHERE SOURCE_TBL = :WS-SOURCE-TBL
                       AND EMPNO      = :WS-EMPNO
                       AND CHANGE_TS  = TIMESTAMP(:WS-CHANGE-TS)
                       AND RUN_DATE   < DATE(:WS-TODAY)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-EARLIER GREATER THAN ZERO
                   MOVE 'REPORTED ON AN EARLIER RUN' TO WS-EXC-NOTE
                   PRINT WS-RPT-EXC-LINE
                   ADD 1 TO WS-PRIOR-COUNT
                   GO TO 5000-EXIT
                END-IF.

                IF WS-COMP-MGR = SPACES
                   MOVE 'NO AUTHORITY - NOT SENT' TO WS-EXC-NOTE
                ELSE
                   MOVE 'NO AUTHORITY - SENT'     TO WS-EXC-NOTE
                END-IF.
                PRINT WS-RPT-EXC-LINE.

                MOVE WS-TODAY        TO SB-RUN-DATE.
                MOVE WS-SOURCE-TBL   TO SB-SOURCE-TBL.
                MOVE WS-EMPNO        TO SB-EMPNO.
                MOVE WS-OLDSALARY    TO SB-OLDSALARY.
                MOVE WS-NEWSALARY    TO SB-NEWSALARY.
                MOVE WS-CHANGE-TS    TO SB-CHANGE-TS.
                MOVE WS-CHANGED-BY   TO SB-CHANGED-BY.
                MOVE WS-COMP-MGR     TO SB-NOTIFIED-TO.
                MOVE WS-RUN-TS       TO SB-DETECTED-TS.

                EXEC SQL
                    INSERT INTO SALARY_BYPASS
                         ( RUN_DATE,
                           SOURCE_TBL,
                           EMPNO,
                           OLDSALARY,
                           NEWSALARY,
                           CHANGE_TS,
                           CHANGED_BY,
                           NOTIFIED_TO,
                           DETECTED_TS )
                    VALUES
                         ( :SB-RUN-DATE,
                           :SB-SOURCE-TBL,
                           :SB-EMPNO,
                           :SB-OLDSALARY,
                           :SB-NEWSALARY,
                           :SB-CHANGE-TS,
                           :SB-CHANGED-BY,
                           :SB-NOTIFIED-TO,
                           :SB-DETECTED-TS )
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-EXCEPT-COUNT
                         ADD 1 TO WS-TOTAL-EXCEPT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-COMP-MGR NOT = SPACES
                   PERFORM 5200-SEND-NOTICE
                   THRU    5200-EXIT
                END-IF.

       5000-EXIT.
                EXIT.

      ******************************************************************
      * 5200-SEND-NOTICE - ONE INBOX NOTICE PER EXCEPTION, SAYING
      * WHICH TRAIL CAUGHT IT, THE MOVE, WHO AND WHEN.
      ******************************************************************
       5200-SEND-NOTICE.

                MOVE WS-OLDSALARY TO WS-EDIT-OLD.
                MOVE WS-NEWSALARY TO WS-EDIT-NEW.

                MOVE SPACES TO WS-MSG-SUBJECT
                               WS-MSG-TEXT.
                STRING 'SALARY CHANGE WITHOUT AUTHORITY - EMPNO '
                                          DELIMITED BY SIZE
                       WS-EMPNO           DELIMITED BY SIZE
                  INTO WS-MSG-SUBJECT.
                STRING WS-SOURCE-NAME     DELIMITED BY SIZE
                       WS-EDIT-OLD        DELIMITED BY SIZE
                       ' TO'              DELIMITED BY SIZE
                       WS-EDIT-NEW        DELIMITED BY SIZE
                       ' BY '             DELIMITED BY SIZE
                       WS-CHANGED-BY      DELIMITED BY SIZE
                       ' ON '             DELIMITED BY SIZE
                       WS-CHANGE-TS       DELIMITED BY SIZE
                  INTO WS-MSG-TEXT.

                CALL 'COBMSGPT' USING WS-COMP-MGR, WS-MSG-SOURCE,
                     WS-MSG-SUBJECT, WS-MSG-TEXT.

                ADD 1 TO WS-NOTICE-COUNT.

       5200-EXIT.
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
