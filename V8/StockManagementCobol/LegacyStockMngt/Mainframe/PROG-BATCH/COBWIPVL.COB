      *-----------------------------------------------------------------
      *     COBWIPVL - MONTH-END UNBILLED WORK-IN-PROGRESS VALUATION.
      *                READS THE CLOSING MONTH (YYYYMM) OFF SYSIN. EVERY
      *                TIME-AND-MATERIALS ASSIGNMENT WHOSE EMP_PROJ_ACT
      *                HOURS STAND ABOVE ITS BILL_LEDGER MARK HAS HOURS
      *                COBBILLG HAS NOT YET INVOICED. THOSE HOURS ARE
      *                PRICED AT THE BILL_RATE CARD ROW COBBILLG WOULD
      *                PICK; HOURS WITH NO CARD AT ALL (COBBILLG'S
      *                EXCEPTION LIST) ARE VALUED AT COST, SALARY/2080,
      *                AND LISTED. THE VALUE IS AGED BY THE
      *                ASSIGNMENT'S ESTARTDATE AND REPORTED BY CLIENT
      *                ACCOUNT (CTRLPROJ) AND PROJECT. PER SUBSIDIARY
      *                THE PROGRAM WRITES THE ACCRUAL JOURNAL IN THE
      *                COBGLEXT LINE FORMAT ON GLWIPFIL - UNBILLED WIP
      *                DEBITED AND UNBILLED REVENUE CREDITED FOR THE
      *                CLOSING MONTH, AND THE SAME PAIR REVERSED IN THE
      *                FOLLOWING MONTH SO THE INVOICES COBBILLG RAISES
      *                ARE NOT COUNTED TWICE - AND ENTERS THE FILE ON
      *                XMIT_CONTROL.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBWIPVL.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLWIPFIL
                  ASSIGN TO DA-S-GLWIPFIL.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      GLWIPFIL
               RECORD CONTAINS 80 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  GLWIPFIL-REC               PIC X(80).

      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       77  FIRST-FETCH-SWITCH     PIC X          VALUE  'Y'.
               88  FIRST-FETCH                   VALUE  'Y'.
       77  WS-AT-COST-SWITCH      PIC X          VALUE  SPACES.
               88  WS-PROJECT-AT-COST            VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-RUN-MONTH           PIC X(6).
       01  WS-REVERSE-MONTH       PIC X(6).
       01  WS-YM-NUM              PIC S9(9) USAGE COMP.
       01  WS-YM-YEAR             PIC 9(4).
       01  WS-YM-MONTH            PIC 9(2).
       01  WS-SUBID               PIC X(4).
       01  WS-ACCOUNT             PIC X(6).
       01  WS-PROJ-NO             PIC X(6).
       01  WS-ACT-NO              PIC S9(4) USAGE COMP.
       01  WS-EMPNO               PIC X(6).
       01  WS-EMPTIME             PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-SKILL-LEVEL         PIC S9(3) USAGE COMP-3.
       01  WS-BILLEDTIME          PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-AGE-DAYS            PIC S9(9) USAGE COMP.
       01  WS-UNBILLED            PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-BILLRATE            PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-AMOUNT              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-BUCKET              PIC S9(4) USAGE COMP.
       01  WS-SLOT                PIC S9(4) USAGE COMP.
       01  WS-PRIOR-SUBID         PIC X(4)  VALUE SPACES.
       01  WS-PRIOR-ACCOUNT       PIC X(6)  VALUE SPACES.
       01  WS-PRIOR-PROJ          PIC X(6)  VALUE SPACES.
       01  WS-ASSIGN-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-AT-COST-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-LINE-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SUB-WIP             PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

      ******************************************************************
      * UNBILLED HOURS AND VALUE BY AGE - SLOTS 1-4 ARE 0-30, 31-60,
      * 61-90 AND OVER 90 DAYS SINCE ESTARTDATE, SLOT 5 THE TOTAL -
      * FOR THE PROJECT, THE CLIENT ACCOUNT AND THE COMPANY.
      ******************************************************************
       01  WS-PRJ-TOTALS.
           05 WS-PRJ-HOURS        PIC S9(7)V9(2) USAGE COMP-3.
           05 WS-PRJ-AGE          OCCURS 5 TIMES
                                  PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-ACCT-TOTALS.
           05 WS-ACCT-HOURS       PIC S9(7)V9(2) USAGE COMP-3.
           05 WS-ACCT-AGE         OCCURS 5 TIMES
                                  PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-CO-TOTALS.
           05 WS-CO-HOURS         PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
           05 WS-CO-AGE           OCCURS 5 TIMES
                                  PIC S9(11)V9(2) USAGE COMP-3.

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
       01  WS-WIP-ACCOUNT         PIC X(8).
       01  WS-REV-ACCOUNT         PIC X(8).

      ******************************************************************
      * VARIABLES FOR THE XMIT_CONTROL TRANSMISSION REGISTER
      ******************************************************************
       01  WS-XMIT-FILEID         PIC X(8)  VALUE 'GLWIPFIL'.
       01  WS-XMIT-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-XMIT-HASH           PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(40)
                VALUE 'UNBILLED WORK-IN-PROGRESS VALUATION FOR '.
           10 WS-HDR-YM           PIC X(6).
           10 FILLER              PIC X(66).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'SUBID'.
           10 FILLER              PIC X(8)   VALUE 'ACCOUNT'.
           10 FILLER              PIC X(8)   VALUE 'PROJECT'.
           10 FILLER              PIC X(11)  VALUE '      HOURS'.
           10 FILLER              PIC X(16)  VALUE '       0-30 DAYS'.
           10 FILLER              PIC X(16)  VALUE '      31-60 DAYS'.
           10 FILLER              PIC X(16)  VALUE '      61-90 DAYS'.
           10 FILLER              PIC X(16)  VALUE '    OVER 90 DAYS'.
           10 FILLER              PIC X(16)  VALUE '       WIP VALUE'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(7)   VALUE 'FLAG'.
           10 FILLER              PIC X(6).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-SUBID        PIC X(4).
           10 FILLER              PIC X(4).
           10 WS-RPT-ACCOUNT      PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-PROJ         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-HOURS        PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(1).
           10 WS-RPT-AGE          OCCURS 5 TIMES.
              15 WS-RPT-AGE-AMT      PIC ZZZ,ZZZ,ZZ9.99.
              15 FILLER              PIC X(2).
           10 WS-RPT-FLAG         PIC X(7).
           10 FILLER              PIC X(6).

       01  WS-EXC-LINE.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(32)
                VALUE 'NO BILL RATE - VALUED AT COST - '.
           10 FILLER              PIC X(6)   VALUE 'PROJ='.
           10 WS-EXC-PROJ         PIC X(6).
           10 FILLER              PIC X(7)   VALUE ' EMPNO='.
           10 WS-EXC-EMPNO        PIC X(6).
           10 FILLER              PIC X(8)   VALUE ' HOURS='.
           10 WS-EXC-HOURS        PIC ZZ9.99.
           10 FILLER              PIC X(59).

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
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBWIPVL'.
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

                EXEC SQL INCLUDE BILLRATE
                END-EXEC.

                EXEC SQL INCLUDE BILLLEDG
                END-EXEC.

                EXEC SQL INCLUDE GLACCMAP
                END-EXEC.

                EXEC SQL INCLUDE XMITCTL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - ONE ROW PER TIME-AND-MATERIALS
      * ASSIGNMENT WITH HOURS ABOVE ITS LEDGER MARK (FIXED-PRICE
      * PROJECTS BILL BY MILESTONE AND CARRY NO HOURLY WIP), WITH THE
      * OWNING DEPARTMENT'S SUBSIDIARY, THE CLIENT ACCOUNT, THE
      * DEVELOPER'S SKILL LEVEL FOR THE CARD LOOKUP, THE SALARY FOR
      * THE AT-COST FALLBACK AND THE DAYS SINCE ESTARTDATE.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      COALESCE(D.SUBID, ' '),
                      COALESCE(P.CTRLPROJ, P.PROJ_NO),
                      A.PROJ_NO,
                      A.ACT_NO,
                      A.EMPNO,
                      COALESCE(A.EMPTIME, 0),
                      COALESCE(V.SKILL_LEVEL, 0),
                      COALESCE(L.BILLEDTIME, 0),
                      COALESCE(E.SALARY, 0),
                      COALESCE(DAYS(CURRENT DATE)
                               - DAYS(A.ESTARTDATE), 0)
                    FROM EMP_PROJ_ACT A
                    INNER JOIN PROJECT P
                      ON P.PROJ_NO = A.PROJ_NO
                    LEFT OUTER JOIN DEPT D
                      ON D.DEPTNO = P.DEPTNO
                    LEFT OUTER JOIN DEVELOPER V
                      ON V.DEVELOPER_ID = A.EMPNO
                    LEFT OUTER JOIN EMP E
                      ON E.EMPNO = A.EMPNO
                    LEFT OUTER JOIN BILL_LEDGER L
                      ON L.EMPNO   = A.EMPNO
                     AND L.PROJ_NO = A.PROJ_NO
                     AND L.ACT_NO  = A.ACT_NO
                    WHERE COALESCE(A.EMPTIME, 0)
                          > COALESCE(L.BILLEDTIME, 0)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM PROJ_MILESTONE M
                            WHERE M.PROJ_NO = A.PROJ_NO)
                    ORDER BY 1, 2, 3, 4, 5
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-RUN-MONTH.

                PERFORM 1000-SET-REVERSE-MONTH
                THRU    1000-EXIT.

                DISPLAY 'WIP VALUATION FOR ' WS-RUN-MONTH
                        ' REVERSING IN ' WS-REVERSE-MONTH.

                MOVE ZERO TO WS-CO-HOURS.
                PERFORM 2810-CLEAR-CO-SLOT
                THRU    2810-EXIT
                VARYING WS-SLOT FROM 1 BY 1
                UNTIL   WS-SLOT GREATER THAN 5.

                MOVE WS-RUN-MONTH TO WS-HDR-YM.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                OPEN OUTPUT GLWIPFIL.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                IF NOT FIRST-FETCH
                   PERFORM 2800-PROJECT-TOTAL
                   THRU    2800-EXIT
                   PERFORM 2850-ACCOUNT-TOTAL
                   THRU    2850-EXIT
                   PERFORM 2900-WRITE-SUB-JOURNAL
                   THRU    2900-EXIT
                END-IF.

                CLOSE GLWIPFIL.

                MOVE SPACES      TO WS-RPT-SUBID
                                    WS-RPT-ACCOUNT
                                    WS-RPT-FLAG.
                MOVE 'TOTAL '    TO WS-RPT-PROJ.
                MOVE WS-CO-HOURS TO WS-RPT-HOURS.
                PERFORM 2820-EDIT-CO-SLOT
                THRU    2820-EXIT
                VARYING WS-SLOT FROM 1 BY 1
                UNTIL   WS-SLOT GREATER THAN 5.
                PRINT WS-RPT-DETAIL.

                DISPLAY 'ASSIGNMENTS WITH UNBILLED HOURS = '
                        WS-ASSIGN-COUNT.
                DISPLAY 'ASSIGNMENTS VALUED AT COST      = '
                        WS-AT-COST-COUNT.
                DISPLAY 'JOURNAL LINES WRITTEN           = '
                        WS-LINE-COUNT.

                IF WS-AT-COST-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

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
      * 1000-SET-REVERSE-MONTH - THE MONTH AFTER THE CLOSING MONTH,
      * IN WHICH THE ACCRUAL REVERSES.
      ******************************************************************
       1000-SET-REVERSE-MONTH.

                MOVE WS-RUN-MONTH (1:4) TO WS-YM-YEAR.
                MOVE WS-RUN-MONTH (5:2) TO WS-YM-MONTH.

                COMPUTE WS-YM-NUM   =
                        WS-YM-YEAR * 12 + WS-YM-MONTH + 1.
                COMPUTE WS-YM-YEAR  = (WS-YM-NUM - 1) / 12.
                COMPUTE WS-YM-MONTH =
                        WS-YM-NUM - (WS-YM-YEAR * 12).

                MOVE WS-YM-YEAR  TO WS-REVERSE-MONTH (1:4).
                MOVE WS-YM-MONTH TO WS-REVERSE-MONTH (5:2).

       1000-EXIT.
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
                    INTO  :WS-SUBID,
                          :WS-ACCOUNT,
                          :WS-PROJ-NO,
                          :WS-ACT-NO,
                          :WS-EMPNO,
                          :WS-EMPTIME,
                          :WS-SKILL-LEVEL,
                          :WS-BILLEDTIME,
                          :WS-SALARY,
                          :WS-AGE-DAYS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-VALUE-ASSIGNMENT
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
      * 2400-VALUE-ASSIGNMENT - CONTROL BREAKS FIRST (A NEW SUBSIDIARY
      * ALSO CLOSES ITS JOURNAL PAIR), THEN THE UNBILLED HOURS ARE
      * PRICED AT THE CARD, OR AT COST WHEN THERE IS NO CARD, AND
      * ADDED INTO THE AGE SLOT FOR THE ASSIGNMENT'S ESTARTDATE.
      ******************************************************************
       2400-VALUE-ASSIGNMENT.

                COMPUTE WS-UNBILLED = WS-EMPTIME - WS-BILLEDTIME.

                IF NOT FIRST-FETCH
                   IF WS-SUBID NOT = WS-PRIOR-SUBID
                      PERFORM 2800-PROJECT-TOTAL
                      THRU    2800-EXIT
                      PERFORM 2850-ACCOUNT-TOTAL
                      THRU    2850-EXIT
                      PERFORM 2900-WRITE-SUB-JOURNAL
                      THRU    2900-EXIT
                   ELSE
                      IF WS-ACCOUNT NOT = WS-PRIOR-ACCOUNT
                         PERFORM 2800-PROJECT-TOTAL
                         THRU    2800-EXIT
                         PERFORM 2850-ACCOUNT-TOTAL
                         THRU    2850-EXIT
                      ELSE
                         IF WS-PROJ-NO NOT = WS-PRIOR-PROJ
                            PERFORM 2800-PROJECT-TOTAL
                            THRU    2800-EXIT
                         END-IF
                      END-IF
                   END-IF
                END-IF.

                IF FIRST-FETCH
                   OR WS-SUBID NOT = WS-PRIOR-SUBID
                   OR WS-ACCOUNT NOT = WS-PRIOR-ACCOUNT
                   MOVE ZERO TO WS-ACCT-HOURS
                   PERFORM 2860-CLEAR-ACCT-SLOT
                   THRU    2860-EXIT
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL   WS-SLOT GREATER THAN 5
                END-IF.

                IF FIRST-FETCH
                   OR WS-SUBID NOT = WS-PRIOR-SUBID
                   OR WS-ACCOUNT NOT = WS-PRIOR-ACCOUNT
                   OR WS-PROJ-NO NOT = WS-PRIOR-PROJ
                   MOVE ZERO   TO WS-PRJ-HOURS
                   MOVE SPACES TO WS-AT-COST-SWITCH
                   PERFORM 2830-CLEAR-PRJ-SLOT
                   THRU    2830-EXIT
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL   WS-SLOT GREATER THAN 5
                END-IF.

                MOVE SPACES     TO FIRST-FETCH-SWITCH.
                MOVE WS-SUBID   TO WS-PRIOR-SUBID.
                MOVE WS-ACCOUNT TO WS-PRIOR-ACCOUNT.
                MOVE WS-PROJ-NO TO WS-PRIOR-PROJ.

                PERFORM 2420-GET-RATE
                THRU    2420-EXIT.

                IF WS-BILLRATE GREATER THAN ZERO
                   COMPUTE WS-AMOUNT ROUNDED =
                           WS-UNBILLED * WS-BILLRATE
                ELSE
                   COMPUTE WS-AMOUNT ROUNDED =
                           WS-UNBILLED * WS-SALARY / 2080
                   MOVE WS-PROJ-NO  TO WS-EXC-PROJ
                   MOVE WS-EMPNO    TO WS-EXC-EMPNO
                   MOVE WS-UNBILLED TO WS-EXC-HOURS
                   PRINT WS-EXC-LINE
                   MOVE 'Y' TO WS-AT-COST-SWITCH
                   ADD 1 TO WS-AT-COST-COUNT
                END-IF.

                EVALUATE TRUE
                    WHEN WS-AGE-DAYS NOT GREATER THAN 30
                         MOVE 1 TO WS-BUCKET
                    WHEN WS-AGE-DAYS NOT GREATER THAN 60
                         MOVE 2 TO WS-BUCKET
                    WHEN WS-AGE-DAYS NOT GREATER THAN 90
                         MOVE 3 TO WS-BUCKET
                    WHEN OTHER
                         MOVE 4 TO WS-BUCKET
                END-EVALUATE.

                ADD 1           TO WS-ASSIGN-COUNT.
                ADD WS-UNBILLED TO WS-PRJ-HOURS.
                ADD WS-AMOUNT   TO WS-PRJ-AGE (WS-BUCKET)
                                   WS-PRJ-AGE (5)
                                   WS-SUB-WIP.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2420-GET-RATE - THE CARD ROW WITH THE HIGHEST SKILL LEVEL AT
      * OR BELOW THE DEVELOPER'S, LATEST EFFECTIVE DATE, AS COBBILLG
      * PRICES IT. NO ROW AT ALL LEAVES THE RATE ZERO.
      ******************************************************************
       2420-GET-RATE.

                MOVE ZERO TO WS-BILLRATE.

                EXEC SQL
                    SELECT R.BILLRATE
                      INTO :WS-BILLRATE
                      FROM BILL_RATE R
                     WHERE R.PROJ_NO = :WS-PROJ-NO
                       AND R.SKILL_LEVEL =
                           (SELECT MAX(R2.SKILL_LEVEL)
                              FROM BILL_RATE R2
                             WHERE R2.PROJ_NO = R.PROJ_NO
                               AND R2.SKILL_LEVEL
                                   <= :WS-SKILL-LEVEL)
                       AND R.EFFDATE =
                           (SELECT MAX(R3.EFFDATE)
                              FROM BILL_RATE R3
                             WHERE R3.PROJ_NO = R.PROJ_NO
                               AND R3.SKILL_LEVEL = R.SKILL_LEVEL
                               AND R3.EFFDATE <= CURRENT DATE)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE ZERO TO WS-BILLRATE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2420-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-LOOKUP-ACCOUNT - THE LATEST EFFECTIVE GL_ACCT_MAP ROW AT
      * OR BEFORE TODAY FOR THE SUBID/WORKDEPT/LINE-TYPE IN HAND. AN
      * UNMAPPED COMBINATION GOES TO THE EXCEPTION REPORT AND FAILS
      * THE STEP AT END OF RUN.
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
      * 2800-PROJECT-TOTAL - ONE LINE PER PROJECT, ROLLED INTO THE
      * CLIENT ACCOUNT. 'AT COST' MARKS A PROJECT WITH HOURS THAT
      * HAD NO CARD.
      ******************************************************************
       2800-PROJECT-TOTAL.

                MOVE WS-PRIOR-SUBID   TO WS-RPT-SUBID.
                MOVE WS-PRIOR-ACCOUNT TO WS-RPT-ACCOUNT.
                MOVE WS-PRIOR-PROJ    TO WS-RPT-PROJ.
                MOVE WS-PRJ-HOURS     TO WS-RPT-HOURS.
                MOVE SPACES           TO WS-RPT-FLAG.
                IF WS-PROJECT-AT-COST
                   MOVE 'AT COST' TO WS-RPT-FLAG
                END-IF.

                PERFORM 2840-ROLL-PRJ-SLOT
                THRU    2840-EXIT
                VARYING WS-SLOT FROM 1 BY 1
                UNTIL   WS-SLOT GREATER THAN 5.

                ADD WS-PRJ-HOURS TO WS-ACCT-HOURS
                                    WS-CO-HOURS.

                PRINT WS-RPT-DETAIL.

       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2810 THRU 2870 - CLEAR, EDIT AND ROLL ONE AGE SLOT
      ******************************************************************
       2810-CLEAR-CO-SLOT.
                MOVE ZERO TO WS-CO-AGE (WS-SLOT).
       2810-EXIT.
                EXIT.

       2820-EDIT-CO-SLOT.
                MOVE WS-CO-AGE (WS-SLOT) TO WS-RPT-AGE-AMT (WS-SLOT).
       2820-EXIT.
                EXIT.

       2830-CLEAR-PRJ-SLOT.
                MOVE ZERO TO WS-PRJ-AGE (WS-SLOT).
       2830-EXIT.
                EXIT.

       2840-ROLL-PRJ-SLOT.
                MOVE WS-PRJ-AGE (WS-SLOT) TO WS-RPT-AGE-AMT (WS-SLOT).
                ADD  WS-PRJ-AGE (WS-SLOT) TO WS-ACCT-AGE (WS-SLOT)
                                             WS-CO-AGE (WS-SLOT).
       2840-EXIT.
                EXIT.

       2860-CLEAR-ACCT-SLOT.
                MOVE ZERO TO WS-ACCT-AGE (WS-SLOT).
       2860-EXIT.
                EXIT.

       2870-EDIT-ACCT-SLOT.
                MOVE WS-ACCT-AGE (WS-SLOT) TO WS-RPT-AGE-AMT (WS-SLOT).
       2870-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2850-ACCOUNT-TOTAL - THE CLIENT ACCOUNT'S TOTAL LINE
      ******************************************************************
       2850-ACCOUNT-TOTAL.

                MOVE WS-PRIOR-SUBID   TO WS-RPT-SUBID.
                MOVE WS-PRIOR-ACCOUNT TO WS-RPT-ACCOUNT.
                MOVE 'TOTAL '         TO WS-RPT-PROJ.
                MOVE WS-ACCT-HOURS    TO WS-RPT-HOURS.
                MOVE SPACES           TO WS-RPT-FLAG.

                PERFORM 2870-EDIT-ACCT-SLOT
                THRU    2870-EXIT
                VARYING WS-SLOT FROM 1 BY 1
                UNTIL   WS-SLOT GREATER THAN 5.

                PRINT WS-RPT-DETAIL.
                MOVE SPACES TO WS-RPT-DETAIL.
                PRINT WS-RPT-DETAIL.

       2850-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2900-WRITE-SUB-JOURNAL - THE SUBSIDIARY'S ACCRUAL: UNBILLED
      * WIP (LINETYPE 'W') DEBITED AND UNBILLED REVENUE (LINETYPE
      * 'R') CREDITED IN THE CLOSING MONTH, THEN THE SAME PAIR WITH
      * SIDES SWAPPED IN THE REVERSING MONTH. BOTH ACCOUNTS ARE KEYED
      * AT SUBSIDIARY LEVEL. IF EITHER IS UNMAPPED NEITHER PAIR IS
      * WRITTEN, SO THE FILE NEVER HOLDS A ONE-SIDED ENTRY.
      ******************************************************************
       2900-WRITE-SUB-JOURNAL.

                IF WS-SUB-WIP NOT GREATER THAN ZERO
                   GO TO 2900-EXIT
                END-IF.

                MOVE WS-PRIOR-SUBID TO WS-MAP-SUBID.
                MOVE SPACES         TO WS-MAP-WORKDEPT.
                MOVE 'W'            TO WS-MAP-LINETYPE.
                PERFORM 2700-LOOKUP-ACCOUNT
                THRU    2700-EXIT.
                MOVE WS-MAP-ACCOUNT TO WS-WIP-ACCOUNT.

                IF NOT WS-MAP-FOUND
                   GO TO 2900-CLEAR
                END-IF.

                MOVE 'R'            TO WS-MAP-LINETYPE.
                PERFORM 2700-LOOKUP-ACCOUNT
                THRU    2700-EXIT.
                MOVE WS-MAP-ACCOUNT TO WS-REV-ACCOUNT.

                IF NOT WS-MAP-FOUND
                   GO TO 2900-CLEAR
                END-IF.

                MOVE WS-PRIOR-SUBID TO WS-GL-SUBID.
                MOVE SPACES         TO WS-GL-COSTCENTER.
                MOVE WS-SUB-WIP     TO WS-GL-AMOUNT.

                MOVE WS-RUN-MONTH   TO WS-GL-PYEARMONTH.
                MOVE 'D'            TO WS-GL-RECTYPE.
                MOVE WS-WIP-ACCOUNT TO WS-GL-ACCOUNT.
                MOVE 'UNBILLED WIP ACCRUAL'
                                    TO WS-GL-DESC.
                PERFORM 2950-WRITE-GL-LINE
                THRU    2950-EXIT.

                MOVE 'C'            TO WS-GL-RECTYPE.
                MOVE WS-REV-ACCOUNT TO WS-GL-ACCOUNT.
                MOVE 'UNBILLED REVENUE ACCRUAL'
                                    TO WS-GL-DESC.
                PERFORM 2950-WRITE-GL-LINE
                THRU    2950-EXIT.

                MOVE WS-REVERSE-MONTH TO WS-GL-PYEARMONTH.
                MOVE 'C'            TO WS-GL-RECTYPE.
                MOVE WS-WIP-ACCOUNT TO WS-GL-ACCOUNT.
                MOVE 'REVERSE UNBILLED WIP ACCRUAL'
                                    TO WS-GL-DESC.
                PERFORM 2950-WRITE-GL-LINE
                THRU    2950-EXIT.

                MOVE 'D'            TO WS-GL-RECTYPE.
                MOVE WS-REV-ACCOUNT TO WS-GL-ACCOUNT.
                MOVE 'REVERSE UNBILLED REVENUE'
                                    TO WS-GL-DESC.
                PERFORM 2950-WRITE-GL-LINE
                THRU    2950-EXIT.

       2900-CLEAR.
                MOVE ZERO TO WS-SUB-WIP.

       2900-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2950-WRITE-GL-LINE
      ******************************************************************
       2950-WRITE-GL-LINE.

                WRITE GLWIPFIL-REC FROM WS-GL-LINE.
                ADD 1            TO WS-LINE-COUNT
                                    WS-XMIT-COUNT.
                ADD WS-GL-AMOUNT TO WS-XMIT-HASH.

       2950-EXIT.
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
