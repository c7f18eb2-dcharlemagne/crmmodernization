      *-----------------------------------------------------------------
      *     COBPYDUP - DUPLICATE-PAYMENT CHECK IN FRONT OF THE BANK
      *                EXTRACT. FOR THE PYEARMONTH READ OFF SYSIN,
      *                LOOKS AT EVERYTHING COBBNKEX IS ABOUT TO PAY -
      *                THE PERIOD'S PAYROLL ROWS (MONTHLY 'N' FROM
      *                COBPAYRN, FINAL PAY 'F' FROM COBFINPY) AND THE
      *                QUEUED PAY_RETURN REISSUES FROM COBBKRET - AND
      *                HOLDS ON PAY_HOLD:
      *                  - ANY EMPLOYEE PAID MORE THAN ONCE FOR THE
      *                    SAME PYEARMONTH ACROSS THOSE PATHS. A
      *                    RETRO 'R' ROW IS NOT COUNTED - EACH ONE IS
      *                    REASONED BY ITS SALARY_AUDIT ENTRY - NOR
      *                    IS A LEAVE ENCASHMENT 'E' ROW, WHICH IS
      *                    REASONED BY ITS LEAVE_ENCASH REQUEST.
      *                  - ANY BANK ACCOUNT (BANKACCT_ENC AND
      *                    BANKROUTE) IN FORCE ON EMP_BANK_ACCT FOR
      *                    MORE THAN ONE EMPNO BEING PAID, HELD UNDER
      *                    ITS MASKED NUMBER.
      *                AN ITEM RELEASED WITH A REASON THROUGH COBPHDMN
      *                STAYS RELEASED WHILE ITS PATH OR EMPNO COUNT
      *                DOES NOT GROW; AN ACCOUNT RELEASE ALSO STANDS
      *                IN LATER PERIODS. A HELD ITEM THE CHECK NO
      *                LONGER FINDS IS MARKED CLEARED. THE HOLD REPORT
      *                LISTS EVERY ITEM FOUND, AND ANY ITEM STILL HELD
      *                ENDS THE STEP WITH CONDITION CODE 4 SO THE
      *                BANK EXTRACT DOES NOT RUN UNTIL THE ITEMS ARE
      *                RELEASED OR CLEARED AND THE CHECK IS RERUN.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  MATCH SHARED ACCOUNTS ON THE ENCIPHERED
      *                     BANKACCT_ENC, AND HOLD AND REPORT THEM
      *                     UNDER THE MASKED BANKACCT - THE CLEAR
      *                     NUMBER IS NO LONGER ON EMP_BANK_ACCT OR
      *                     PAY_HOLD.
      *    2026-10-15  RJM  DO NOT COUNT A LEAVE ENCASHMENT 'E' ROW AS A
      *                     SECOND PAYMENT - IT IS PAID ALONGSIDE THE
      *                     MONTH'S 'N' ROW BY DESIGN.
      *    2026-10-15  RJM  COUNT AN EARLIER PERIOD'S NET PAY HELD BY
      *                     COBBNKEX FOR A COOLING-OFF ACCOUNT (PAY_HOLD
      *                     TYPE 'K') AS ONE MORE PAYMENT PATH, AND
      *                     ONLY EVER CLEAR THIS CHECK'S OWN 'D' AND
      *                     'A' ITEMS - THE 'K' HOLDS ARE COBBNKEX'S.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBPYDUP.
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
       77  END-OF-C3-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C3                     VALUE  'Y'.
       77  WS-ROW-FOUND-SWITCH    PIC X          VALUE  SPACES.
               88  WS-ROW-FOUND                  VALUE  'Y'.
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-SQLCODE             PIC 9(9).
       01  WS-RUN-TS              PIC X(26).
       01  WS-EMPNO               PIC X(6).
       01  WS-ITEM-YM             PIC X(6).
       01  WS-BANKACCT            PIC X(20).
       01  WS-BANKACCT-ENC        PIC X(32).
       01  WS-BANKROUTE           PIC X(9).
       01  WS-PATHCOUNT           PIC S9(4) USAGE COMP.
       01  WS-AMOUNT              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-OLD-HSTATUS         PIC X(1).
       01  WS-OLD-PATHCOUNT       PIC S9(4) USAGE COMP.
       01  WS-NEW-HSTATUS         PIC X(1).
               88  WS-NEW-HELD                   VALUE 'H'.
       01  WS-REL-IND             PIC S9(4) USAGE COMP.
       01  WS-HELD-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-RELEASED-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-CLEARED-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(40)
                VALUE 'DUPLICATE-PAYMENT HOLD REPORT - PERIOD'.
           10 WS-HDR-PERIOD       PIC X(6).
           10 FILLER              PIC X(66).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'TYPE'.
           10 FILLER              PIC X(22)  VALUE 'EMPNO / ACCOUNT'.
           10 FILLER              PIC X(11)  VALUE 'ROUTE'.
           10 FILLER              PIC X(9)   VALUE 'PAID YM'.
           10 FILLER              PIC X(7)   VALUE 'PATHS'.
           10 FILLER              PIC X(16)  VALUE '        AMOUNT'.
           10 FILLER              PIC X(10)  VALUE 'STATUS'.
           10 FILLER              PIC X(40)  VALUE 'RELEASE REASON'.
           10 FILLER              PIC X(9).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-TYPE         PIC X(4).
           10 FILLER              PIC X(2).
           10 WS-RPT-KEY          PIC X(20).
           10 FILLER              PIC X(2).
           10 WS-RPT-ROUTE        PIC X(9).
           10 FILLER              PIC X(2).
           10 WS-RPT-ITEM-YM      PIC X(6).
           10 FILLER              PIC X(3).
           10 WS-RPT-PATHS        PIC ZZZ9.
           10 FILLER              PIC X(3).
           10 WS-RPT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-STATUS       PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-RPT-REASON       PIC X(40).
           10 FILLER              PIC X(9).

       01  WS-RPT-EMPNO-LINE.
           10 FILLER              PIC X(8).
           10 WS-RPT-EMPNO-LABEL  PIC X(14).
           10 WS-RPT-ACCT-EMPNO   PIC X(6).
           10 FILLER              PIC X(104).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 WS-RPT-TOT-LABEL    PIC X(36).
           10 WS-RPT-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR RUN LOGGING (COBRUNLG)
      ******************************************************************
       01  WS-RUNLG-ACTION        PIC X(1).
       01  WS-RUNLG-JOBNAME       PIC X(8)  VALUE 'HRNIGHT '.
       01  WS-RUNLG-STEPNAME      PIC X(8)  VALUE 'STEP103D'.
       01  WS-RUNLG-PROGRAM       PIC X(8)  VALUE 'COBPYDUP'.
       01  WS-RUNLG-CONDCODE      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-RUNLG-ROWS          PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBPYDUP'.
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

                EXEC SQL INCLUDE PAYRETRN
                END-EXEC.

                EXEC SQL INCLUDE EMPBANK
                END-EXEC.

                EXEC SQL INCLUDE EXPCLAIM
                END-EXEC.

                EXEC SQL INCLUDE PAYHOLD
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - EVERY EMPLOYEE AND PAID PERIOD THE EXTRACT WOULD PAY MORE
      * THAN ONCE: THE PERIOD'S PAYROLL ROWS OTHER THAN RETRO AND
      * LEAVE ENCASHMENT, PLUS
      * THE QUEUED RETURNS COBBNKEX WILL REISSUE (THOSE WITH A PRIMARY
      * ACCOUNT ON FILE) AND THE EARLIER PERIODS' NET PAY IT HELD FOR
      * A COOLING-OFF ACCOUNT, EACH COUNTED AS ONE PATH.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      X.EMPNO,
                      X.ITEM_YM,
                      COUNT(*),
                      SUM(X.AMT)
                    FROM
                     (SELECT P.EMPNO            AS EMPNO,
                             P.PYEARMONTH       AS ITEM_YM,
                             COALESCE(P.NETPAY, 0) AS AMT
                        FROM PAYROLL P
                       WHERE P.PYEARMONTH = :WS-PYEARMONTH
                         AND COALESCE(P.PAYTYPE, 'N') NOT IN ('R', 'E')
                      UNION ALL
                      SELECT R.EMPNO,
                             R.PYEARMONTH,
                             R.RET_AMOUNT
                        FROM PAY_RETURN R
                       WHERE R.RSTATUS = 'Q'
                         AND EXISTS
                             (SELECT 1
                                FROM EMP_BANK_ACCT A
                               WHERE A.EMPNO   = R.EMPNO
                                 AND A.ACCTSEQ = 1)
                      UNION ALL
                      SELECT H.HOLDKEY,
                             H.ITEM_YM,
                             H.AMOUNT
                        FROM PAY_HOLD H
                       WHERE H.HOLDTYPE  = 'K'
                         AND H.HOLDROUTE = 'NETPAY'
                         AND H.HSTATUS IN ('H', 'R')
                         AND H.ITEM_YM  <> :WS-PYEARMONTH) X
                    GROUP BY X.EMPNO, X.ITEM_YM
                    HAVING COUNT(*) > 1
                    ORDER BY X.EMPNO, X.ITEM_YM
                END-EXEC.

      ******************************************************************
      * C2 - EVERY ACCOUNT IN FORCE FOR MORE THAN ONE EMPNO THE
      * EXTRACT PAYS - PAYROLL, REISSUE, EXPENSE REIMBURSEMENT OR A
      * PAYMENT HELD FOR COOLING-OFF.
      ******************************************************************
                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      MAX(A.BANKACCT),
                      A.BANKACCT_ENC,
                      A.BANKROUTE,
                      COUNT(DISTINCT A.EMPNO)
                    FROM EMP_BANK_ACCT A
                    WHERE A.EFFDATE =
                          (SELECT MAX(A2.EFFDATE)
                             FROM EMP_BANK_ACCT A2
                            WHERE A2.EMPNO   = A.EMPNO
                              AND A2.ACCTSEQ = A.ACCTSEQ
                              AND A2.EFFDATE <= CURRENT DATE)
                      AND A.EMPNO IN
                          (SELECT P.EMPNO
                             FROM PAYROLL P
                            WHERE P.PYEARMONTH = :WS-PYEARMONTH
                           UNION
                           SELECT R.EMPNO
                             FROM PAY_RETURN R
                            WHERE R.RSTATUS = 'Q'
                           UNION
                           SELECT C.EMPNO
                             FROM EXP_CLAIM C
                            WHERE C.CSTATUS = 'P'
                              AND C.PAID_YM = :WS-PYEARMONTH
                           UNION
                           SELECT SUBSTR(H.HOLDKEY, 1, 6)
                             FROM PAY_HOLD H
                            WHERE H.HOLDTYPE = 'K'
                              AND H.HSTATUS IN ('H', 'R')
                              AND H.ITEM_YM <> :WS-PYEARMONTH)
                    GROUP BY A.BANKACCT_ENC, A.BANKROUTE
                    HAVING COUNT(DISTINCT A.EMPNO) > 1
                    ORDER BY 1, 3
                END-EXEC.

      ******************************************************************
      * C3 - THE EMPNOS SHARING ONE ACCOUNT FROM C2, FOR THE REPORT.
      ******************************************************************
                EXEC SQL DECLARE C3 CURSOR
                  SELECT DISTINCT
                      A.EMPNO
                    FROM EMP_BANK_ACCT A
                    WHERE A.BANKACCT_ENC = :WS-BANKACCT-ENC
                      AND A.BANKROUTE    = :WS-BANKROUTE
                      AND A.EFFDATE =
                          (SELECT MAX(A2.EFFDATE)
                             FROM EMP_BANK_ACCT A2
                            WHERE A2.EMPNO   = A.EMPNO
                              AND A2.ACCTSEQ = A.ACCTSEQ
                              AND A2.EFFDATE <= CURRENT DATE)
                      AND A.EMPNO IN
                          (SELECT P.EMPNO
                             FROM PAYROLL P
                            WHERE P.PYEARMONTH = :WS-PYEARMONTH
                           UNION
                           SELECT R.EMPNO
                             FROM PAY_RETURN R
                            WHERE R.RSTATUS = 'Q'
                           UNION
                           SELECT C.EMPNO
                             FROM EXP_CLAIM C
                            WHERE C.CSTATUS = 'P'
                              AND C.PAID_YM = :WS-PYEARMONTH
                           UNION
                           SELECT SUBSTR(H.HOLDKEY, 1, 6)
                             FROM PAY_HOLD H
                            WHERE H.HOLDTYPE = 'K'
                              AND H.HSTATUS IN ('H', 'R')
                              AND H.ITEM_YM <> :WS-PYEARMONTH)
                    ORDER BY 1
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-PYEARMONTH.

                DISPLAY 'DUPLICATE-PAYMENT CHECK FOR PERIOD = '
                        WS-PYEARMONTH.

                MOVE 'S' TO WS-RUNLG-ACTION.
                CALL 'COBRUNLG' USING WS-RUNLG-ACTION,
                     WS-RUNLG-JOBNAME, WS-RUNLG-STEPNAME,
                     WS-RUNLG-PROGRAM, WS-RUNLG-CONDCODE,
                     WS-RUNLG-ROWS.

                EXEC SQL
                     SET :WS-RUN-TS = CURRENT TIMESTAMP
                END-EXEC.

                MOVE WS-PYEARMONTH TO WS-HDR-PERIOD.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 2000-CHECK-DUPLICATES
                THRU    2000-EXIT.

                PERFORM 3000-CHECK-ACCOUNTS
                THRU    3000-EXIT.

                PERFORM 4000-CLEAR-RESOLVED
                THRU    4000-EXIT.

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'ITEMS HELD'              TO WS-RPT-TOT-LABEL.
                MOVE WS-HELD-COUNT             TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.
                MOVE 'ITEMS RELEASED WITH A REASON'
                                               TO WS-RPT-TOT-LABEL.
                MOVE WS-RELEASED-COUNT         TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.
                MOVE 'EARLIER HOLDS NOW CLEARED'
                                               TO WS-RPT-TOT-LABEL.
                MOVE WS-CLEARED-COUNT          TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.

                DISPLAY 'ITEMS HELD               = ' WS-HELD-COUNT.
                DISPLAY 'ITEMS RELEASED           = ' WS-RELEASED-COUNT.
                DISPLAY 'EARLIER HOLDS CLEARED    = ' WS-CLEARED-COUNT.

                IF WS-HELD-COUNT GREATER THAN ZERO
                   DISPLAY 'PAYMENTS HELD - BANK EXTRACT STOPPED UNTIL '
                           'THE ITEMS ARE RELEASED OR CLEARED'
                   MOVE 4 TO RETURN-CODE
                END-IF.

                PERFORM 8000-LOG-RUN-END
                THRU    8000-EXIT.

                GOBACK.
      /
      ******************************************************************
      * 2000-CHECK-DUPLICATES - ONE HOLD ITEM PER EMPLOYEE AND PAID
      * PERIOD FOUND ON C1.
      ******************************************************************
       2000-CHECK-DUPLICATES.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN C1 = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2200-FETCH-DUPLICATE
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
      * 2200-FETCH-DUPLICATE
      ******************************************************************
       2200-FETCH-DUPLICATE.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-ITEM-YM,
                          :WS-PATHCOUNT,
                          :WS-AMOUNT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-PYEARMONTH TO PD-PYEARMONTH
                         MOVE 'D'           TO PD-HOLDTYPE
                         MOVE WS-EMPNO      TO PD-HOLDKEY
                         MOVE SPACES        TO PD-HOLDROUTE
                         MOVE WS-ITEM-YM    TO PD-ITEM-YM
                         MOVE WS-PATHCOUNT  TO PD-PATHCOUNT
                         MOVE WS-AMOUNT     TO PD-AMOUNT
                         PERFORM 5000-RECORD-ITEM
                         THRU    5000-EXIT
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
      * 3000-CHECK-ACCOUNTS - ONE HOLD ITEM PER SHARED ACCOUNT FOUND
      * ON C2, WITH THE EMPNOS SHARING IT LISTED UNDER IT.
      ******************************************************************
       3000-CHECK-ACCOUNTS.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN C2 = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 3200-FETCH-ACCOUNT
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
      * 3200-FETCH-ACCOUNT
      ******************************************************************
       3200-FETCH-ACCOUNT.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-BANKACCT,
                          :WS-BANKACCT-ENC,
                          :WS-BANKROUTE,
                          :WS-PATHCOUNT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-PYEARMONTH TO PD-PYEARMONTH
                         MOVE 'A'           TO PD-HOLDTYPE
                         MOVE WS-BANKACCT   TO PD-HOLDKEY
                         MOVE WS-BANKROUTE  TO PD-HOLDROUTE
                         MOVE WS-PYEARMONTH TO PD-ITEM-YM
                         MOVE WS-PATHCOUNT  TO PD-PATHCOUNT
                         MOVE ZERO          TO PD-AMOUNT
                         PERFORM 5000-RECORD-ITEM
                         THRU    5000-EXIT
                         PERFORM 3300-LIST-ACCOUNT-EMPNOS
                         THRU    3300-EXIT
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
      * 3300-LIST-ACCOUNT-EMPNOS
      ******************************************************************
       3300-LIST-ACCOUNT-EMPNOS.

                MOVE SPACES TO END-OF-C3-SWITCH.

                EXEC SQL
                  OPEN  C3
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 3350-FETCH-ACCOUNT-EMPNO
                THRU    3350-EXIT
                UNTIL END-OF-C3.

                EXEC SQL
                  CLOSE  C3
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3350-FETCH-ACCOUNT-EMPNO
      ******************************************************************
       3350-FETCH-ACCOUNT-EMPNO.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-EMPNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE SPACES   TO WS-RPT-EMPNO-LINE
                         MOVE 'PAID TO EMPNO'
                                       TO WS-RPT-EMPNO-LABEL
                         MOVE WS-EMPNO TO WS-RPT-ACCT-EMPNO
                         PRINT WS-RPT-EMPNO-LINE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C3-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3350-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4000-CLEAR-RESOLVED - A HOLD FROM AN EARLIER CHECK OF THIS
      * PERIOD THAT THIS CHECK DID NOT FIND AGAIN HAS BEEN PUT RIGHT.
      ******************************************************************
       4000-CLEAR-RESOLVED.

                EXEC SQL
                    UPDATE PAY_HOLD
                       SET HSTATUS = 'C'
                     WHERE PYEARMONTH   = :WS-PYEARMONTH
                       AND HOLDTYPE IN ('D', 'A')
                       AND HSTATUS      = 'H'
                       AND DETECTED_TS  < :WS-RUN-TS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE SQLERRD (3) TO WS-CLEARED-COUNT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       4000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 5000-RECORD-ITEM - DECIDE WHETHER THE ITEM IN PD- IS HELD OR
      * ALREADY RELEASED, ENTER IT ON PAY_HOLD AND PRINT IT. A
      * RELEASE ON THIS PERIOD'S ROW STANDS WHILE THE COUNT HAS NOT
      * GROWN; FOR AN ACCOUNT, SO DOES THE LATEST RELEASE OF ANY
      * EARLIER PERIOD.
      ******************************************************************
       5000-RECORD-ITEM.

                MOVE 'H' TO WS-NEW-HSTATUS.
                MOVE -1  TO WS-REL-IND.
                MOVE SPACES TO PD-RELEASE-REASON
                               PD-RELEASED-BY
                               PD-RELEASED-TS.

                PERFORM 5100-GET-HOLD-ROW
                THRU    5100-EXIT.

                IF WS-ROW-FOUND
                   AND WS-OLD-HSTATUS = 'R'
                   AND WS-OLD-PATHCOUNT NOT LESS THAN PD-PATHCOUNT
                   MOVE 'R'  TO WS-NEW-HSTATUS
                   MOVE ZERO TO WS-REL-IND
                END-IF.

                IF WS-NEW-HELD
                   AND PD-HOLDTYPE = 'A'
                   PERFORM 5200-GET-STANDING-RELEASE
                   THRU    5200-EXIT
                END-IF.

                IF WS-ROW-FOUND
                   PERFORM 5300-UPDATE-HOLD-ROW
                   THRU    5300-EXIT
                ELSE
                   PERFORM 5400-INSERT-HOLD-ROW
                   THRU    5400-EXIT
                END-IF.

                MOVE SPACES          TO WS-RPT-DETAIL.
                IF PD-HOLDTYPE = 'D'
                   MOVE 'DUP'        TO WS-RPT-TYPE
                ELSE
                   MOVE 'ACCT'       TO WS-RPT-TYPE
                END-IF.
                MOVE PD-HOLDKEY      TO WS-RPT-KEY.
                MOVE PD-HOLDROUTE    TO WS-RPT-ROUTE.
                MOVE PD-ITEM-YM      TO WS-RPT-ITEM-YM.
                MOVE PD-PATHCOUNT    TO WS-RPT-PATHS.
                MOVE PD-AMOUNT       TO WS-RPT-AMOUNT.
                IF WS-NEW-HELD
                   MOVE 'HELD'       TO WS-RPT-STATUS
                   ADD 1 TO WS-HELD-COUNT
                ELSE
                   MOVE 'RELEASED'   TO WS-RPT-STATUS
                   MOVE PD-RELEASE-REASON
                                     TO WS-RPT-REASON
                   ADD 1 TO WS-RELEASED-COUNT
                END-IF.
                PRINT WS-RPT-DETAIL.

       5000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 5100-GET-HOLD-ROW - THIS PERIOD'S ROW FOR THE ITEM, IF ANY.
      ******************************************************************
       5100-GET-HOLD-ROW.

                MOVE SPACES TO WS-ROW-FOUND-SWITCH
                               WS-OLD-HSTATUS.
                MOVE ZERO   TO WS-OLD-PATHCOUNT.

                EXEC SQL
                    SELECT HSTATUS,
                           PATHCOUNT,
                           COALESCE(RELEASE_REASON, ' '),
                           COALESCE(RELEASED_BY, ' '),
                           COALESCE(CHAR(RELEASED_TS), ' ')
                      INTO :WS-OLD-HSTATUS,
                           :WS-OLD-PATHCOUNT,
                           :PD-RELEASE-REASON,
                           :PD-RELEASED-BY,
                           :PD-RELEASED-TS
                      FROM PAY_HOLD
                     WHERE PYEARMONTH = :PD-PYEARMONTH
                       AND HOLDTYPE   = :PD-HOLDTYPE
                       AND HOLDKEY    = :PD-HOLDKEY
                       AND HOLDROUTE  = :PD-HOLDROUTE
                       AND ITEM_YM    = :PD-ITEM-YM
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO WS-ROW-FOUND-SWITCH
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       5100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 5200-GET-STANDING-RELEASE - THE LATEST RELEASE OF THE SAME
      * ACCOUNT IN ANY PERIOD THAT COVERED AT LEAST AS MANY EMPNOS.
      ******************************************************************
       5200-GET-STANDING-RELEASE.

                EXEC SQL
                    SELECT RELEASE_REASON,
                           RELEASED_BY,
                           CHAR(RELEASED_TS)
                      INTO :PD-RELEASE-REASON,
                           :PD-RELEASED-BY,
                           :PD-RELEASED-TS
                      FROM PAY_HOLD
                     WHERE HOLDTYPE   = 'A'
                       AND HOLDKEY    = :PD-HOLDKEY
                       AND HOLDROUTE  = :PD-HOLDROUTE
                       AND HSTATUS    = 'R'
                       AND PATHCOUNT >= :PD-PATHCOUNT
                       AND RELEASED_TS IS NOT NULL
                     ORDER BY RELEASED_TS DESC
                     FETCH FIRST 1 ROW ONLY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'R'  TO WS-NEW-HSTATUS
                         MOVE ZERO TO WS-REL-IND
                    WHEN +100
                         MOVE SPACES TO PD-RELEASE-REASON
                                        PD-RELEASED-BY
                                        PD-RELEASED-TS
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       5200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 5300-UPDATE-HOLD-ROW - RESTAMP THIS PERIOD'S ROW. A HOLD
      * DROPS ANY RELEASE THE GROWN COUNT HAS OUTLIVED.
      ******************************************************************
       5300-UPDATE-HOLD-ROW.

                EXEC SQL
                    UPDATE PAY_HOLD
                       SET HSTATUS        = :WS-NEW-HSTATUS,
                           PATHCOUNT      = :PD-PATHCOUNT,
                           AMOUNT         = :PD-AMOUNT,
                           DETECTED_TS    = :WS-RUN-TS,
                           RELEASE_REASON = :PD-RELEASE-REASON
                                            :WS-REL-IND,
                           RELEASED_BY    = :PD-RELEASED-BY
                                            :WS-REL-IND,
                           RELEASED_TS    = :PD-RELEASED-TS
                                            :WS-REL-IND
                     WHERE PYEARMONTH = :PD-PYEARMONTH
                       AND HOLDTYPE   = :PD-HOLDTYPE
                       AND HOLDKEY    = :PD-HOLDKEY
                       AND HOLDROUTE  = :PD-HOLDROUTE
                       AND ITEM_YM    = :PD-ITEM-YM
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       5300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 5400-INSERT-HOLD-ROW
      ******************************************************************
       5400-INSERT-HOLD-ROW.

                EXEC SQL
                    INSERT INTO PAY_HOLD
                         (PYEARMONTH, HOLDTYPE, HOLDKEY, HOLDROUTE,
                          ITEM_YM, PATHCOUNT, AMOUNT, HSTATUS,
                          DETECTED_TS, RELEASE_REASON, RELEASED_BY,
                          RELEASED_TS)
                    VALUES
                         (:PD-PYEARMONTH, :PD-HOLDTYPE, :PD-HOLDKEY,
                          :PD-HOLDROUTE, :PD-ITEM-YM, :PD-PATHCOUNT,
                          :PD-AMOUNT, :WS-NEW-HSTATUS, :WS-RUN-TS,
                          :PD-RELEASE-REASON :WS-REL-IND,
                          :PD-RELEASED-BY :WS-REL-IND,
                          :PD-RELEASED-TS :WS-REL-IND)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       5400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8000-LOG-RUN-END
      ******************************************************************
       8000-LOG-RUN-END.

                MOVE 'E'            TO WS-RUNLG-ACTION.
                MOVE RETURN-CODE    TO WS-RUNLG-CONDCODE.
                MOVE WS-HELD-COUNT  TO WS-RUNLG-ROWS.
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
