      *-----------------------------------------------------------------
      *     COBICRCH - MONTHLY INTERCOMPANY LABOR RECHARGE. READS THE
      *                RUN MONTH (YYYYMM) OFF SYSIN AND FINDS EVERY
      *                EMP_PROJ_ACT ASSIGNMENT WHERE THE EMPLOYEE'S
      *                WORKDEPT ROLLS UP TO ONE DEPT.SUBID AND THE
      *                PROJECT'S DEPTNO TO ANOTHER. THE HOURS ABOVE
      *                THE ASSIGNMENT'S IC_RECHARGE_LEDGER MARK ARE
      *                PRICED AT COST (SALARY/2080) PLUS THE PAIR'S
      *                IC_RATE MARKUP IN THE PROVIDING SUBSIDIARY'S
      *                CURRENCY, AND EACH PAIR'S TOTAL IS CONVERTED
      *                INTO THE RECEIVING SUBSIDIARY'S CURRENCY
      *                THROUGH GROUP WITH THE SHARED COBFXRT LOOKUP.
      *                FOR EVERY SUBSIDIARY PAIR THE PROGRAM PRINTS
      *                AN INTERCOMPANY STATEMENT AND WRITES A MATCHED
      *                JOURNAL IN THE COBGLEXT LINE FORMAT ON GLICFIL -
      *                THE PROVIDER DEBITS DUE-FROM AND CREDITS
      *                RECHARGE RECOVERY, THE RECEIVER DEBITS
      *                RECHARGE EXPENSE AND CREDITS DUE-TO - SO BOTH
      *                SIDES AGREE AT CONSOLIDATION. A PAIR WITH NO
      *                MARKUP ROW, NO EXCHANGE RATE OR AN UNMAPPED
      *                ACCOUNT IS LISTED AND NOT RECHARGED; ITS HOURS
      *                STAY BELOW THE LEDGER MARK FOR THE NEXT RUN AND
      *                THE STEP ENDS WITH A WARNING CODE. THE FILE IS
      *                ENTERED ON XMIT_CONTROL.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBICRCH.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLICFIL
                  ASSIGN TO DA-S-GLICFIL.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      GLICFIL
               RECORD CONTAINS 80 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  GLICFIL-REC                PIC X(80).

      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       77  FIRST-FETCH-SWITCH     PIC X          VALUE  'Y'.
               88  FIRST-FETCH                   VALUE  'Y'.
       77  WS-PAIR-SKIP-SWITCH    PIC X          VALUE  SPACES.
               88  WS-PAIR-SKIPPED               VALUE  'Y'.
       77  WS-LEDGER-EXISTS-SW    PIC X          VALUE  SPACES.
               88  WS-LEDGER-EXISTS              VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-RUN-MONTH           PIC X(6).
       01  WS-PROV-SUBID          PIC X(4).
       01  WS-RECV-SUBID          PIC X(4).
       01  WS-PROJ-NO             PIC X(6).
       01  WS-ACT-NO              PIC S9(4) USAGE COMP.
       01  WS-EMPNO               PIC X(6).
       01  WS-EMPTIME             PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-RECHARGEDTIME       PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-UNCHARGED           PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-COST                PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-MARKUP              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CHARGE              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-MARKUP-PCT          PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-PRIOR-PROV          PIC X(4)  VALUE SPACES.
       01  WS-PRIOR-RECV          PIC X(4)  VALUE SPACES.
       01  WS-PAIR-HOURS          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-PAIR-COST           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-PAIR-MARKUP         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-PAIR-CHARGE         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-PAIR-RECV-AMT       PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-PAIR-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SKIP-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-ROW-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-LINE-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR THE COBFXRT CURRENCY LOOKUP - ONE SET PER SIDE
      ******************************************************************
       01  WS-FX-SUBID            PIC X(4).
       01  WS-FX-CURRENCY         PIC X(3).
       01  WS-FX-RATE             PIC S9(5)V9(6) USAGE COMP-3.
       01  WS-FX-FOUND-FLAG       PIC X(1).
       01  WS-PROV-CURRENCY       PIC X(3).
       01  WS-PROV-RATE           PIC S9(5)V9(6) USAGE COMP-3.
       01  WS-RECV-CURRENCY       PIC X(3).
       01  WS-RECV-RATE           PIC S9(5)V9(6) USAGE COMP-3.

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
       01  WS-DUEFROM-ACCOUNT     PIC X(8).
       01  WS-RECOVERY-ACCOUNT    PIC X(8).
       01  WS-EXPENSE-ACCOUNT     PIC X(8).
       01  WS-DUETO-ACCOUNT       PIC X(8).

      ******************************************************************
      * VARIABLES FOR THE XMIT_CONTROL TRANSMISSION REGISTER
      ******************************************************************
       01  WS-XMIT-FILEID         PIC X(8)  VALUE 'GLICFIL '.
       01  WS-XMIT-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-XMIT-HASH           PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(41)
                VALUE 'INTERCOMPANY LABOR RECHARGE STATEMENTS - '.
           10 WS-HDR-YM           PIC X(6).
           10 FILLER              PIC X(65).

       01  WS-PAIR-HEADER.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE 'PROVIDER '.
           10 WS-PH-PROV          PIC X(4).
           10 FILLER              PIC X(2)   VALUE ' ('.
           10 WS-PH-PROV-CCY      PIC X(3).
           10 FILLER              PIC X(14)  VALUE ')   RECEIVER '.
           10 WS-PH-RECV          PIC X(4).
           10 FILLER              PIC X(2)   VALUE ' ('.
           10 WS-PH-RECV-CCY      PIC X(3).
           10 FILLER              PIC X(12)  VALUE ')   MARKUP '.
           10 WS-PH-MARKUP        PIC ZZ9.99.
           10 FILLER              PIC X(1)   VALUE '%'.
           10 FILLER              PIC X(69).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(4).
           10 FILLER              PIC X(8)   VALUE 'PROJECT'.
           10 FILLER              PIC X(6)   VALUE 'ACT'.
           10 FILLER              PIC X(8)   VALUE 'EMPNO'.
           10 FILLER              PIC X(9)   VALUE '    HOURS'.
           10 FILLER              PIC X(16)  VALUE '            COST'.
           10 FILLER              PIC X(16)  VALUE '          MARKUP'.
           10 FILLER              PIC X(16)  VALUE '          CHARGE'.
           10 FILLER              PIC X(49).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(4).
           10 WS-RPT-PROJ         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-ACT          PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-RPT-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-HOURS        PIC ZZZZ9.99.
           10 FILLER              PIC X(1).
           10 WS-RPT-COST         PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-MARKUP       PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-CHARGE       PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(50).

       01  WS-RPT-SIDE.
           10 FILLER              PIC X(4).
           10 WS-SIDE-SUBID       PIC X(4).
           10 FILLER              PIC X(1).
           10 WS-SIDE-TEXT        PIC X(9).
           10 FILLER              PIC X(1).
           10 WS-SIDE-OTHER       PIC X(4).
           10 FILLER              PIC X(3).
           10 WS-SIDE-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-SIDE-CCY         PIC X(3).
           10 FILLER              PIC X(9)   VALUE '   RATE '.
           10 WS-SIDE-RATE        PIC ZZ,ZZ9.999999.
           10 FILLER              PIC X(61).

       01  WS-EXC-LINE.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(28)
                VALUE 'PAIR NOT RECHARGED - PROV='.
           10 WS-EXC-PROV         PIC X(4).
           10 FILLER              PIC X(6)   VALUE ' RECV='.
           10 WS-EXC-RECV         PIC X(4).
           10 FILLER              PIC X(3)   VALUE ' - '.
           10 WS-EXC-REASON       PIC X(30).
           10 FILLER              PIC X(55).

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
              15 WS-GL-DESC-TEXT     PIC X(26).
              15 WS-GL-DESC-SUBID    PIC X(4).
           10 FILLER              PIC X(15) VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBICRCH'.
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

                EXEC SQL INCLUDE ICRATE
                END-EXEC.

                EXEC SQL INCLUDE ICLEDG
                END-EXEC.

                EXEC SQL INCLUDE GLACCMAP
                END-EXEC.

                EXEC SQL INCLUDE XMITCTL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - ONE ROW PER CROSS-SUBSIDIARY
      * ASSIGNMENT WITH HOURS ABOVE ITS RECHARGE LEDGER MARK, ORDERED
      * BY PROVIDING AND RECEIVING SUBSIDIARY SO EACH PAIR'S
      * STATEMENT AND JOURNAL CLOSE ON THE CONTROL BREAK.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      ED.SUBID,
                      PD.SUBID,
                      A.PROJ_NO,
                      A.ACT_NO,
                      A.EMPNO,
                      COALESCE(A.EMPTIME, 0),
                      COALESCE(IL.RECHARGEDTIME, 0),
                      CASE WHEN IL.EMPNO IS NULL THEN 'N'
                           ELSE 'Y' END,
                      COALESCE(E.SALARY, 0)
                    FROM EMP_PROJ_ACT A
                    INNER JOIN EMP E
                      ON E.EMPNO = A.EMPNO
                    INNER JOIN DEPT ED
                      ON ED.DEPTNO = E.WORKDEPT
                    INNER JOIN PROJECT P
                      ON P.PROJ_NO = A.PROJ_NO
                    INNER JOIN DEPT PD
                      ON PD.DEPTNO = P.DEPTNO
                    LEFT OUTER JOIN IC_RECHARGE_LEDGER IL
                      ON IL.EMPNO   = A.EMPNO
                     AND IL.PROJ_NO = A.PROJ_NO
                     AND IL.ACT_NO  = A.ACT_NO
                    WHERE ED.SUBID <> PD.SUBID
                      AND COALESCE(A.EMPTIME, 0)
                          > COALESCE(IL.RECHARGEDTIME, 0)
                    ORDER BY 1, 2, 3, 4, 5
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-RUN-MONTH.

                DISPLAY 'INTERCOMPANY RECHARGE FOR ' WS-RUN-MONTH.

                MOVE WS-RUN-MONTH TO WS-HDR-YM.
                PRINT WS-RPT-HEADER.

                OPEN OUTPUT GLICFIL.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                IF NOT FIRST-FETCH
                   PERFORM 2800-END-PAIR
                   THRU    2800-EXIT
                END-IF.

                CLOSE GLICFIL.

                DISPLAY 'SUBSIDIARY PAIRS RECHARGED = ' WS-PAIR-COUNT.
                DISPLAY 'ASSIGNMENTS RECHARGED      = ' WS-ROW-COUNT.
                DISPLAY 'SUBSIDIARY PAIRS HELD      = ' WS-SKIP-COUNT.
                DISPLAY 'JOURNAL LINES WRITTEN      = ' WS-LINE-COUNT.

                IF WS-SKIP-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                IF RETURN-CODE LESS THAN 8
                   PERFORM 7000-RECORD-XMIT
                   THRU    7000-EXIT
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
                    INTO  :WS-PROV-SUBID,
                          :WS-RECV-SUBID,
                          :WS-PROJ-NO,
                          :WS-ACT-NO,
                          :WS-EMPNO,
                          :WS-EMPTIME,
                          :WS-RECHARGEDTIME,
                          :WS-LEDGER-EXISTS-SW,
                          :WS-SALARY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-RECHARGE-ASSIGNMENT
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
      * 2400-RECHARGE-ASSIGNMENT - ON A PAIR BREAK CLOSE THE PRIOR
      * PAIR AND SET UP THE NEW ONE, THEN PRICE THE UNCHARGED HOURS
      * AT COST PLUS MARKUP AND ADVANCE THE LEDGER. A HELD PAIR'S
      * HOURS ARE LEFT WHERE THEY ARE.
      ******************************************************************
       2400-RECHARGE-ASSIGNMENT.

                IF FIRST-FETCH
                   OR WS-PROV-SUBID NOT = WS-PRIOR-PROV
                   OR WS-RECV-SUBID NOT = WS-PRIOR-RECV
                   IF NOT FIRST-FETCH
                      PERFORM 2800-END-PAIR
                      THRU    2800-EXIT
                   END-IF
                   MOVE SPACES        TO FIRST-FETCH-SWITCH
                   MOVE WS-PROV-SUBID TO WS-PRIOR-PROV
                   MOVE WS-RECV-SUBID TO WS-PRIOR-RECV
                   PERFORM 2500-START-PAIR
                   THRU    2500-EXIT
                END-IF.

                IF WS-PAIR-SKIPPED
                   GO TO 2400-EXIT
                END-IF.

                COMPUTE WS-UNCHARGED = WS-EMPTIME - WS-RECHARGEDTIME.
                COMPUTE WS-COST ROUNDED =
                        WS-UNCHARGED * WS-SALARY / 2080.
                COMPUTE WS-MARKUP ROUNDED =
                        WS-COST * WS-MARKUP-PCT / 100.
                COMPUTE WS-CHARGE = WS-COST + WS-MARKUP.

                MOVE WS-PROJ-NO   TO WS-RPT-PROJ.
                MOVE WS-ACT-NO    TO WS-RPT-ACT.
                MOVE WS-EMPNO     TO WS-RPT-EMPNO.
                MOVE WS-UNCHARGED TO WS-RPT-HOURS.
                MOVE WS-COST      TO WS-RPT-COST.
                MOVE WS-MARKUP    TO WS-RPT-MARKUP.
                MOVE WS-CHARGE    TO WS-RPT-CHARGE.
                PRINT WS-RPT-DETAIL.

                ADD 1            TO WS-ROW-COUNT.
                ADD WS-UNCHARGED TO WS-PAIR-HOURS.
                ADD WS-COST      TO WS-PAIR-COST.
                ADD WS-MARKUP    TO WS-PAIR-MARKUP.
                ADD WS-CHARGE    TO WS-PAIR-CHARGE.

                PERFORM 2450-ADVANCE-LEDGER
                THRU    2450-EXIT.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2450-ADVANCE-LEDGER
      ******************************************************************
       2450-ADVANCE-LEDGER.

                IF WS-LEDGER-EXISTS
                   EXEC SQL
                       UPDATE IC_RECHARGE_LEDGER
                          SET RECHARGEDTIME = :WS-EMPTIME,
                              LASTRECHG_YM  = :WS-RUN-MONTH
                        WHERE EMPNO   = :WS-EMPNO
                          AND PROJ_NO = :WS-PROJ-NO
                          AND ACT_NO  = :WS-ACT-NO
                   END-EXEC
                ELSE
                   EXEC SQL
                       INSERT INTO IC_RECHARGE_LEDGER
                            (EMPNO, PROJ_NO, ACT_NO, RECHARGEDTIME,
                             LASTRECHG_YM)
                       VALUES
                            (:WS-EMPNO, :WS-PROJ-NO, :WS-ACT-NO,
                             :WS-EMPTIME, :WS-RUN-MONTH)
                   END-EXEC
                END-IF.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2450-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-START-PAIR - EVERYTHING THE PAIR NEEDS IS CHECKED BEFORE
      * ANY HOUR IS PRICED: THE MARKUP IN FORCE, BOTH CURRENCIES AND
      * ALL FOUR JOURNAL ACCOUNTS. THE FIRST THING MISSING HOLDS THE
      * WHOLE PAIR.
      ******************************************************************
       2500-START-PAIR.

                MOVE SPACES TO WS-PAIR-SKIP-SWITCH.
                MOVE ZERO   TO WS-PAIR-HOURS
                               WS-PAIR-COST
                               WS-PAIR-MARKUP
                               WS-PAIR-CHARGE
                               WS-PAIR-RECV-AMT.

                PERFORM 2510-GET-MARKUP
                THRU    2510-EXIT.

                IF WS-PAIR-SKIPPED
                   GO TO 2500-EXIT
                END-IF.

                MOVE WS-PRIOR-PROV TO WS-FX-SUBID.
                PERFORM 2520-GET-CURRENCY
                THRU    2520-EXIT.
                MOVE WS-FX-CURRENCY TO WS-PROV-CURRENCY.
                MOVE WS-FX-RATE     TO WS-PROV-RATE.

                IF WS-PAIR-SKIPPED
                   GO TO 2500-EXIT
                END-IF.

                MOVE WS-PRIOR-RECV TO WS-FX-SUBID.
                PERFORM 2520-GET-CURRENCY
                THRU    2520-EXIT.
                MOVE WS-FX-CURRENCY TO WS-RECV-CURRENCY.
                MOVE WS-FX-RATE     TO WS-RECV-RATE.

                IF WS-PAIR-SKIPPED
                   GO TO 2500-EXIT
                END-IF.

                MOVE SPACES        TO WS-MAP-WORKDEPT.

                MOVE WS-PRIOR-PROV TO WS-MAP-SUBID.
                MOVE 'F'           TO WS-MAP-LINETYPE.
                PERFORM 2700-LOOKUP-ACCOUNT
                THRU    2700-EXIT.
                MOVE WS-MAP-ACCOUNT TO WS-DUEFROM-ACCOUNT.
                IF NOT WS-MAP-FOUND
                   GO TO 2500-UNMAPPED
                END-IF.

                MOVE 'I'           TO WS-MAP-LINETYPE.
                PERFORM 2700-LOOKUP-ACCOUNT
                THRU    2700-EXIT.
                MOVE WS-MAP-ACCOUNT TO WS-RECOVERY-ACCOUNT.
                IF NOT WS-MAP-FOUND
                   GO TO 2500-UNMAPPED
                END-IF.

                MOVE WS-PRIOR-RECV TO WS-MAP-SUBID.
                MOVE 'L'           TO WS-MAP-LINETYPE.
                PERFORM 2700-LOOKUP-ACCOUNT
                THRU    2700-EXIT.
                MOVE WS-MAP-ACCOUNT TO WS-EXPENSE-ACCOUNT.
                IF NOT WS-MAP-FOUND
                   GO TO 2500-UNMAPPED
                END-IF.

                MOVE 'T'           TO WS-MAP-LINETYPE.
                PERFORM 2700-LOOKUP-ACCOUNT
                THRU    2700-EXIT.
                MOVE WS-MAP-ACCOUNT TO WS-DUETO-ACCOUNT.
                IF NOT WS-MAP-FOUND
                   GO TO 2500-UNMAPPED
                END-IF.

                MOVE WS-PRIOR-PROV    TO WS-PH-PROV.
                MOVE WS-PROV-CURRENCY TO WS-PH-PROV-CCY.
                MOVE WS-PRIOR-RECV    TO WS-PH-RECV.
                MOVE WS-RECV-CURRENCY TO WS-PH-RECV-CCY.
                MOVE WS-MARKUP-PCT    TO WS-PH-MARKUP.
                PRINT WS-PAIR-HEADER.
                PRINT WS-RPT-COLUMNS.

                GO TO 2500-EXIT.

       2500-UNMAPPED.
                MOVE 'GL ACCOUNT NOT MAPPED' TO WS-EXC-REASON.
                PERFORM 2590-HOLD-PAIR
                THRU    2590-EXIT.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2510-GET-MARKUP - THE PAIR'S IC_RATE ROW IN FORCE TODAY
      ******************************************************************
       2510-GET-MARKUP.

                MOVE ZERO TO WS-MARKUP-PCT.

                EXEC SQL
                    SELECT MARKUP_PCT
                      INTO :WS-MARKUP-PCT
                      FROM IC_RATE
                     WHERE PROVIDER_SUBID = :WS-PRIOR-PROV
                       AND RECEIVER_SUBID = :WS-PRIOR-RECV
                       AND EFFDATE =
                           (SELECT MAX(EFFDATE)
                              FROM IC_RATE
                             WHERE PROVIDER_SUBID = :WS-PRIOR-PROV
                               AND RECEIVER_SUBID = :WS-PRIOR-RECV
                               AND EFFDATE <= CURRENT DATE)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'NO INTERCOMPANY RATE' TO WS-EXC-REASON
                         PERFORM 2590-HOLD-PAIR
                         THRU    2590-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2520-GET-CURRENCY - ONE SIDE'S CURRENCY AND RATE TO GROUP
      ******************************************************************
       2520-GET-CURRENCY.

                CALL 'COBFXRT' USING WS-FX-SUBID,
                     WS-FX-CURRENCY, WS-FX-RATE, WS-FX-FOUND-FLAG.

                IF WS-FX-FOUND-FLAG NOT = 'Y'
                   OR WS-FX-RATE NOT GREATER THAN ZERO
                   MOVE 'NO EXCHANGE RATE FOR '  TO WS-EXC-REASON
                   MOVE WS-FX-SUBID TO WS-EXC-REASON (22:4)
                   PERFORM 2590-HOLD-PAIR
                   THRU    2590-EXIT
                END-IF.

       2520-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2590-HOLD-PAIR
      ******************************************************************
       2590-HOLD-PAIR.

                MOVE 'Y'           TO WS-PAIR-SKIP-SWITCH.
                MOVE WS-PRIOR-PROV TO WS-EXC-PROV.
                MOVE WS-PRIOR-RECV TO WS-EXC-RECV.
                PRINT WS-EXC-LINE.
                ADD 1 TO WS-SKIP-COUNT.

       2590-EXIT.
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
      * 2800-END-PAIR - CONVERT THE PAIR'S CHARGE THROUGH GROUP INTO
      * THE RECEIVER'S CURRENCY, PRINT BOTH SIDES OF THE STATEMENT
      * AND WRITE THE FOUR JOURNAL LINES. THE PROVIDER'S PAIR IS IN
      * ITS OWN CURRENCY, THE RECEIVER'S IN ITS OWN, AND EACH LINE
      * NAMES THE COUNTERPARTY SUBSIDIARY IN ITS DESCRIPTION.
      ******************************************************************
       2800-END-PAIR.

                IF WS-PAIR-SKIPPED
                   OR WS-PAIR-CHARGE NOT GREATER THAN ZERO
                   GO TO 2800-EXIT
                END-IF.

                COMPUTE WS-PAIR-RECV-AMT ROUNDED =
                        WS-PAIR-CHARGE * WS-PROV-RATE / WS-RECV-RATE.

                MOVE SPACES         TO WS-RPT-DETAIL.
                MOVE 'TOTAL '       TO WS-RPT-PROJ.
                MOVE WS-PAIR-HOURS  TO WS-RPT-HOURS.
                MOVE WS-PAIR-COST   TO WS-RPT-COST.
                MOVE WS-PAIR-MARKUP TO WS-RPT-MARKUP.
                MOVE WS-PAIR-CHARGE TO WS-RPT-CHARGE.
                PRINT WS-RPT-DETAIL.

                MOVE WS-PRIOR-PROV    TO WS-SIDE-SUBID.
                MOVE 'DUE FROM '      TO WS-SIDE-TEXT.
                MOVE WS-PRIOR-RECV    TO WS-SIDE-OTHER.
                MOVE WS-PAIR-CHARGE   TO WS-SIDE-AMOUNT.
                MOVE WS-PROV-CURRENCY TO WS-SIDE-CCY.
                MOVE WS-PROV-RATE     TO WS-SIDE-RATE.
                PRINT WS-RPT-SIDE.

                MOVE WS-PRIOR-RECV    TO WS-SIDE-SUBID.
                MOVE 'DUE TO   '      TO WS-SIDE-TEXT.
                MOVE WS-PRIOR-PROV    TO WS-SIDE-OTHER.
                MOVE WS-PAIR-RECV-AMT TO WS-SIDE-AMOUNT.
                MOVE WS-RECV-CURRENCY TO WS-SIDE-CCY.
                MOVE WS-RECV-RATE     TO WS-SIDE-RATE.
                PRINT WS-RPT-SIDE.

                MOVE WS-RUN-MONTH     TO WS-GL-PYEARMONTH.
                MOVE SPACES           TO WS-GL-COSTCENTER.

                MOVE WS-PRIOR-PROV    TO WS-GL-SUBID.
                MOVE WS-PAIR-CHARGE   TO WS-GL-AMOUNT.
                MOVE WS-PRIOR-RECV    TO WS-GL-DESC-SUBID.

                MOVE 'D'                TO WS-GL-RECTYPE.
                MOVE WS-DUEFROM-ACCOUNT TO WS-GL-ACCOUNT.
                MOVE 'INTERCOMPANY DUE FROM'
                                        TO WS-GL-DESC-TEXT.
                PERFORM 2950-WRITE-GL-LINE
                THRU    2950-EXIT.

                MOVE 'C'                 TO WS-GL-RECTYPE.
                MOVE WS-RECOVERY-ACCOUNT TO WS-GL-ACCOUNT.
                MOVE 'LABOR RECHARGED TO'
                                         TO WS-GL-DESC-TEXT.
                PERFORM 2950-WRITE-GL-LINE
                THRU    2950-EXIT.

                MOVE WS-PRIOR-RECV    TO WS-GL-SUBID.
                MOVE WS-PAIR-RECV-AMT TO WS-GL-AMOUNT.
                MOVE WS-PRIOR-PROV    TO WS-GL-DESC-SUBID.

                MOVE 'D'                TO WS-GL-RECTYPE.
                MOVE WS-EXPENSE-ACCOUNT TO WS-GL-ACCOUNT.
                MOVE 'LABOR RECHARGED FROM'
                                        TO WS-GL-DESC-TEXT.
                PERFORM 2950-WRITE-GL-LINE
                THRU    2950-EXIT.

                MOVE 'C'                TO WS-GL-RECTYPE.
                MOVE WS-DUETO-ACCOUNT   TO WS-GL-ACCOUNT.
                MOVE 'INTERCOMPANY DUE TO'
                                        TO WS-GL-DESC-TEXT.
                PERFORM 2950-WRITE-GL-LINE
                THRU    2950-EXIT.

                ADD 1 TO WS-PAIR-COUNT.

       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2950-WRITE-GL-LINE
      ******************************************************************
       2950-WRITE-GL-LINE.

                WRITE GLICFIL-REC FROM WS-GL-LINE.
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
