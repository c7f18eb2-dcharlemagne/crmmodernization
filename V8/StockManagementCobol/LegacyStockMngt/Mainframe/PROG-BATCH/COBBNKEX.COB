      *                AND EVERY SECTION RE-TOTALLED AGAINST ITS
      *                TRAILER; ANY MISMATCH SETS A NON-ZERO
      *                CONDITION CODE SO THE TRANSMIT STEP NEVER
      *                SENDS AN UNBALANCED FILE. EXPENSE CLAIMS
      *                COBEXPAY PAID IN THE PERIOD ARE CREDITED ON A
      *                DETAIL OF THEIR OWN TO THE PRIMARY ACCOUNT, AS
      *                A NON-TAXABLE REIMBURSEMENT OUTSIDE PAYROLL.
      *                AN ACCOUNT STILL IN ITS COOLING-OFF PERIOD ON
      *                THE PAY DATE IS NOT PAID: THE CALLER'S POLICY
      *                FLAG SENDS THE PAYMENT TO THE PREVIOUS ACCOUNT
      *                ('P') OR HOLDS IT ON PAY_HOLD ('H'), AND HELD
      *                PAYMENTS GO OUT IN THE REISSUE SECTION OF A
      *                LATER RUN ONCE THE ACCOUNT HAS COOLED OFF.
      *                THIS IS THE ONE PROGRAM THAT DECIPHERS THE
      *                ACCOUNT NUMBERS (COBACCTC) - THE BANK MUST GET
      *                THE REAL NUMBER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  ADD A COOLING-OFF EMPLOYEE'S SECOND AND
      *                     LATER PAYROLL ROWS OF THE PERIOD ('E'
      *                     ENCASHMENT, 'R' RETRO) ONTO THE ONE HELD
      *                     ENTRY INSTEAD OF A NEW ONE - TWO ENTRIES
      *                     SHARED A PAY_HOLD KEY AND THE SECOND
      *                     OVERWROTE THE FIRST, SO THE REISSUE PAID
      *                     ONLY PART OF THE HELD PAY.
      *    2026-10-15  RJM  READ THE ACCOUNT AND PREVIOUS ACCOUNT FROM
      *                     BANKACCT_ENC/PREVACCT_ENC AND DECIPHER
      *                     THEM THROUGH COBACCTC - BANKACCT NOW HOLDS
      *                     ONLY THE MASKED FORM. A ROW THAT CANNOT
      *                     BE DECIPHERED IS TREATED AS NO ACCOUNT ON
      *                     FILE AND ENDS THE STEP CC 8 SO THE FILE
      *                     IS NOT TRANSMITTED.
      *    2026-10-15  RJM  LOG THE RUN'S START, END, CONDITION CODE
      *                     AND DETAILS WRITTEN TO JOB_RUN_LOG THROUGH
      *                     THE SHARED COBRUNLG UTILITY, AS COBPAYRN
      *                     DOES - THE RUN_BY IT STAMPS IS WHAT THE
      *                     SEGREGATION-OF-DUTIES SWEEP (COBSODSW)
      *                     MATCHES AGAINST EMP_BANK_ACCT MAINTENANCE.
      *    2026-10-15  RJM  COOLING-OFF RULE FOR NEW OR CHANGED BANK
      *                     ACCOUNTS. AN ACCOUNT LESS THAN THE
      *                     CALLER'S COOLING-OFF DAYS OLD ON THE PAY
      *                     DATE (LATER OF EFFDATE AND COBBNKMN'S
      *                     CHANGED_TS) IS PAID TO THE PREVIOUS
      *                     ACCOUNT UNDER POLICY 'P', OR HELD ON
      *                     PAY_HOLD (TYPE 'K') UNDER POLICY 'H' OR
      *                     WHEN THERE IS NO PREVIOUS ACCOUNT. A
      *                     COOLING SECOND ACCOUNT UNDER 'P' WITH NO
      *                     PREVIOUS ACCOUNT SIMPLY TAKES NO SPLIT
      *                     YET. HELD PAYMENTS ARE PAID IN THE 'REIS'
      *                     SECTION OF A LATER RUN ONCE THE ACCOUNT
      *                     HAS COOLED OFF OR COBPHDMN RELEASED THEM,
      *                     AND A QUEUED RETURN WAITS OUT THE PERIOD
      *                     TOO. THE HOLDS ARE ONLY RECORDED, AND
      *                     THE RELEASED ONES ONLY MARKED PAID, ON A
      *                     CLEAN CONDITION CODE.
      *    2026-10-15  RJM  CREDIT THE PERIOD'S PAID EXPENSE CLAIMS
      *                     (EXP_CLAIM STATUS 'P', PAID_YM = THE
      *                     PERIOD) ON ONE EXTRA DETAIL PER CLAIMANT
      *                     IN THE CLAIMANT'S SUBSIDIARY SECTION,
      *                     ALWAYS TO THE PRIMARY ACCOUNT - THE
      *                     NETPAY SPLIT IS NOT APPLIED TO A
      *                     REIMBURSEMENT, SO A FLAT SECOND-ACCOUNT
      *                     AMOUNT IS NEVER TAKEN TWICE.
      *    2026-09-02  RJM  FLIP QUEUED RETURNS TO REISSUED ONLY IN
      *                     A FINAL PASS GATED ON A CLEAN CONDITION
      *                     CODE, OFF THE KEYS OF THE DETAILS
       01  WS-SQLCODE             PIC 9(9).
       01  WS-EMPNO               PIC X(6).
       01  WS-NETPAY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-PAY-SOURCE          PIC X(1).
               88  WS-NET-PAY                    VALUE 'P'.
               88  WS-REIMBURSEMENT              VALUE 'X'.
       01  WS-RUN-DATE            PIC X(10).
       01  WS-DETAIL-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-HASH-TOTAL          PIC S9(11)V9(2) USAGE COMP-3
               88  WS-SEC-FOUND                  VALUE 'Y'.
       01  WS-NOACCT-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * THE ACCOUNT NUMBERS AS STORED - ENCIPHERED - AND THE COBACCTC
      * PARAMETERS THAT DECIPHER THEM INTO WS-PRI-ACCT AND THE REST.
      ******************************************************************
       01  WS-PRI-ACCT-ENC        PIC X(32).
       01  WS-PRI-ENC-IND         PIC S9(4) USAGE COMP.
       01  WS-PRI-PREV-ENC        PIC X(32).
       01  WS-PRI-PREV-ENC-IND    PIC S9(4) USAGE COMP.
       01  WS-SEC-ACCT-ENC        PIC X(32).
       01  WS-SEC-ENC-IND         PIC S9(4) USAGE COMP.
       01  WS-SEC-PREV-ENC        PIC X(32).
       01  WS-SEC-PREV-ENC-IND    PIC S9(4) USAGE COMP.
       01  WS-ACCTC-FUNCTION      PIC X(1)  VALUE 'D'.
       01  WS-ACCTC-CLEAR         PIC X(20).
       01  WS-ACCTC-CIPHER        PIC X(32).
       01  WS-ACCTC-MASKED        PIC X(20).
       01  WS-ACCTC-RC            PIC S9(9) USAGE COMP.
       77  WS-CIPHER-FAIL-SWITCH  PIC X          VALUE SPACES.
               88  WS-CIPHER-FAIL                VALUE 'Y'.

      ******************************************************************
      * VARIABLES FOR THE COOLING-OFF RULE. WS-PRI-COOLING AND
      * WS-SEC-COOLING ARE SET BY 2410-GET-ACCOUNTS; THE DAYS AND THE
      * POLICY COME FROM THE CALLER.
      ******************************************************************
       01  WS-COOL-DAYS           PIC S9(4) USAGE COMP.
       01  WS-COOL-POLICY         PIC X(1).
               88  WS-COOL-PAY-PREVIOUS          VALUE 'P'.
               88  WS-COOL-HOLD                  VALUE 'H'.
       01  WS-PRI-PREVACCT        PIC X(20).
       01  WS-PRI-PREVROUTE       PIC X(9).
       01  WS-PRI-PREV-IND        PIC S9(4) USAGE COMP.
       01  WS-PRI-COOLING         PIC X(1).
               88  WS-PRI-IS-COOLING             VALUE 'Y'.
       01  WS-SEC-PREVACCT        PIC X(20).
       01  WS-SEC-PREVROUTE       PIC X(9).
       01  WS-SEC-PREV-IND        PIC S9(4) USAGE COMP.
       01  WS-SEC-COOLING         PIC X(1).
               88  WS-SEC-IS-COOLING             VALUE 'Y'.
       77  WS-HOLD-PAY-SWITCH     PIC X          VALUE SPACES.
               88  WS-HOLD-PAY                   VALUE 'Y'.
       77  WS-HOLD-FAIL-SWITCH    PIC X          VALUE SPACES.
               88  WS-HOLD-FAIL                  VALUE 'Y'.
       01  WS-DIVERT-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * PAYMENTS HELD BY THIS RUN - ENTERED ON PAY_HOLD ONLY IN THE
      * FINAL PASS ON A CLEAN CONDITION CODE, LIKE THE REISSUED KEYS.
      ******************************************************************
       01  WS-KHOLD-TABLE.
           05 WS-KHOLD-ENTRY      OCCURS 500 TIMES.
              10 WS-KHOLD-EMPNO      PIC X(6).
              10 WS-KHOLD-SOURCE     PIC X(9).
              10 WS-KHOLD-AMOUNT     PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-KHOLD-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-KHOLD-SUB           PIC S9(4) USAGE COMP.
       01  WS-KHOLD-MATCH         PIC S9(4) USAGE COMP.
       01  WS-KHOLD-NEW-SOURCE    PIC X(9).

      ******************************************************************
      * EARLIER HELD PAYMENTS PAID BY THIS RUN - MARKED PAID IN THE
      * FINAL PASS ON A CLEAN CONDITION CODE.
      ******************************************************************
       77  END-OF-C4-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C4                     VALUE  'Y'.
       01  WS-KH-PYEARMONTH       PIC X(6).
       01  WS-KH-HOLDKEY          PIC X(20).
       01  WS-KH-HOLDROUTE        PIC X(9).
       01  WS-KH-ITEM-YM          PIC X(6).
       01  WS-KH-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-KH-HSTATUS          PIC X(1).
       01  WS-KPAID-TABLE.
           05 WS-KPAID-ENTRY      OCCURS 500 TIMES.
              10 WS-KPAID-PYEARMONTH PIC X(6).
              10 WS-KPAID-HOLDKEY    PIC X(20).
              10 WS-KPAID-HOLDROUTE  PIC X(9).
              10 WS-KPAID-ITEM-YM    PIC X(6).
       01  WS-KPAID-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-KPAID-SUB           PIC S9(4) USAGE COMP.

      ******************************************************************
      * VARIABLES FOR THE PAY_RETURN REISSUE SECTION
      ******************************************************************
       77  WS-SECT-OPEN-SWITCH    PIC X          VALUE SPACES.
               88  WS-SECT-OPEN                  VALUE 'Y'.

      ******************************************************************
      * VARIABLES FOR RUN LOGGING (COBRUNLG)
      ******************************************************************
       01  WS-RUNLG-ACTION        PIC X(1).
       01  WS-RUNLG-JOBNAME       PIC X(8)  VALUE 'HRNIGHT '.
       01  WS-RUNLG-STEPNAME      PIC X(8)  VALUE 'STEP104 '.
       01  WS-RUNLG-PROGRAM       PIC X(8)  VALUE 'COBBNKEX'.
       01  WS-RUNLG-CONDCODE      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-RUNLG-ROWS          PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
                EXEC SQL INCLUDE PAYRETRN
                END-EXEC.

                EXEC SQL INCLUDE EXPCLAIM
                END-EXEC.

                EXEC SQL INCLUDE PAYHOLD
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
                    ORDER BY R.EMPNO
                END-EXEC.

      ******************************************************************
      * C4 - PAYMENTS AN EARLIER RUN HELD FOR A COOLING-OFF ACCOUNT,
      * STILL HELD OR RELEASED THROUGH COBPHDMN. THE PERIOD BEING
      * EXTRACTED IS LEFT OUT - ITS OWN ROWS ARE ON C1.
      ******************************************************************
                EXEC SQL DECLARE C4 CURSOR
                  SELECT
                      PYEARMONTH,
                      HOLDKEY,
                      HOLDROUTE,
                      ITEM_YM,
                      AMOUNT,
                      HSTATUS
                    FROM PAY_HOLD
                    WHERE HOLDTYPE = 'K'
                      AND HSTATUS IN ('H', 'R')
                      AND ITEM_YM <> :WS-PYEARMONTH
                    ORDER BY HOLDKEY, ITEM_YM, HOLDROUTE
                END-EXEC.

      ******************************************************************
      * C1 - THE PERIOD'S PAYROLL ROWS ('P'), THEN EACH CLAIMANT'S
      * EXPENSE REIMBURSEMENT PAID IN THE PERIOD ('X'), IN SUBSIDIARY
      * AND EMPLOYEE ORDER.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      COALESCE(D.SUBID, ' '),
                      P.EMPNO,
                      COALESCE(P.NETPAY, 0),
                      'P'
                    FROM PAYROLL P
                    LEFT OUTER JOIN EMP E
                      ON E.EMPNO = P.EMPNO
                    LEFT OUTER JOIN DEPT D
                      ON D.DEPTNO = E.WORKDEPT
                    WHERE P.PYEARMONTH = :WS-PYEARMONTH
                  UNION ALL
                  SELECT
                      COALESCE(D.SUBID, ' '),
                      C.EMPNO,
                      SUM(C.TOTAL_AMT),
                      'X'
                    FROM EXP_CLAIM C
                    LEFT OUTER JOIN EMP E
                      ON E.EMPNO = C.EMPNO
                    LEFT OUTER JOIN DEPT D
                      ON D.DEPTNO = E.WORKDEPT
                    WHERE C.CSTATUS = 'P'
                      AND C.PAID_YM = :WS-PYEARMONTH
                    GROUP BY D.SUBID, C.EMPNO
                    ORDER BY 1, 2, 4
                END-EXEC.

      /
       LINKAGE SECTION.
       01  BNKEX-PYEARMONTH       PIC X(6).
       01  BNKEX-COOL-DAYS        PIC 9(3).
       01  BNKEX-COOL-POLICY      PIC X(1).

       PROCEDURE DIVISION USING BNKEX-PYEARMONTH, BNKEX-COOL-DAYS,
                                BNKEX-COOL-POLICY.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************

                DISPLAY 'BANK EXTRACT FOR PERIOD = ' WS-PYEARMONTH.

      *         ANYTHING BUT 'P' HOLDS - AN UNREADABLE POLICY CARD
      *         MUST NOT QUIETLY PAY A NEW ACCOUNT.
                MOVE BNKEX-COOL-DAYS   TO WS-COOL-DAYS.
                MOVE BNKEX-COOL-POLICY TO WS-COOL-POLICY.
                IF NOT WS-COOL-PAY-PREVIOUS
                   MOVE 'H' TO WS-COOL-POLICY
                END-IF.

                DISPLAY 'COOLING-OFF DAYS = ' WS-COOL-DAYS
                        ' POLICY = ' WS-COOL-POLICY.

                EXEC SQL
                     SET :WS-RUN-DATE = CURRENT DATE
                END-EXEC.

                MOVE 'S' TO WS-RUNLG-ACTION.
                CALL 'COBRUNLG' USING WS-RUNLG-ACTION,
                     WS-RUNLG-JOBNAME, WS-RUNLG-STEPNAME,
                     WS-RUNLG-PROGRAM, WS-RUNLG-CONDCODE,
                     WS-RUNLG-ROWS.

                PERFORM 2000-WRITE-EXTRACT
                THRU    2000-EXIT.

                   MOVE 8 TO RETURN-CODE
                END-IF.

      *         A HOLD THAT COULD NOT BE REMEMBERED WOULD BE LOST -
      *         THE PAYMENT IS NEITHER IN THE FILE NOR ON PAY_HOLD.
                IF WS-HOLD-FAIL
                   DISPLAY 'COOLING-OFF HOLD TABLE FULL - FILE NOT '
                           'TO BE TRANSMITTED'
                   MOVE 8 TO RETURN-CODE
                END-IF.

      *         AN ACCOUNT THAT COULD NOT BE DECIPHERED WENT OUT
      *         BLANK - THE FILE MUST NOT BE SENT.
                IF WS-CIPHER-FAIL
                   DISPLAY 'ONE OR MORE ACCOUNTS COULD NOT BE '
                           'DECIPHERED - FILE NOT TO BE TRANSMITTED'
                   MOVE 8 TO RETURN-CODE
                END-IF.

                DISPLAY 'PAYMENTS SENT TO PREVIOUS ACCOUNT = '
                        WS-DIVERT-COUNT.
                DISPLAY 'PAYMENTS HELD FOR COOLING-OFF     = '
                        WS-KHOLD-COUNT.

      *         THE QUEUED RETURNS ONLY FLIP TO REISSUED ON A RUN
      *         THAT WILL ACTUALLY BE TRANSMITTED - A REFUSED OR
      *         OUT-OF-BALANCE FILE LEAVES THEM QUEUED FOR THE NEXT
                IF RETURN-CODE = ZERO
                   PERFORM 7500-FLIP-REISSUED
                   THRU    7500-EXIT
                   PERFORM 7600-RECORD-HOLDS
                   THRU    7600-EXIT
                   PERFORM 7700-FLIP-HELD-PAID
                   THRU    7700-EXIT
                   PERFORM 7000-RECORD-XMIT
                   THRU    7000-EXIT
                END-IF.

                PERFORM 8000-LOG-RUN-END
                THRU    8000-EXIT.

                GOBACK.
      /
      ******************************************************************
                    FETCH C1
                    INTO  :WS-SUBID,
                          :WS-EMPNO,
                          :WS-NETPAY,
                          :WS-PAY-SOURCE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                  OPEN  C4
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2387-FETCH-HELD
                THRU    2387-EXIT
                UNTIL END-OF-C4.

                EXEC SQL
                  CLOSE  C4
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-REIS-OPEN
                   MOVE 'REIS' TO WS-PRIOR-SUBID
                   PERFORM 2360-WRITE-SECT-TRAILER

                DISPLAY 'REISSUE DETAILS WRITTEN = '
                        WS-REIS-KEY-COUNT.
                DISPLAY 'HELD PAYMENTS WRITTEN   = '
                        WS-KPAID-COUNT.

       2380-EXIT.
                EXIT.
       2385-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2387-FETCH-HELD
      ******************************************************************
       2387-FETCH-HELD.

                EXEC SQL
                    FETCH C4
                    INTO  :WS-KH-PYEARMONTH,
                          :WS-KH-HOLDKEY,
                          :WS-KH-HOLDROUTE,
                          :WS-KH-ITEM-YM,
                          :WS-KH-AMOUNT,
                          :WS-KH-HSTATUS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2388-WRITE-HELD
                         THRU    2388-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C4-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2387-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2388-WRITE-HELD - A PAYMENT HELD FOR A COOLING-OFF ACCOUNT
      * GOES OUT, IN GROUP CURRENCY AND WHOLE TO THE PRIMARY ACCOUNT,
      * ONCE THAT ACCOUNT HAS COOLED OFF - OR AT ONCE IF COBPHDMN
      * RELEASED IT. THE ROW IS MARKED PAID ONLY BY 7700 ON A CLEAN
      * RUN.
      ******************************************************************
       2388-WRITE-HELD.

                MOVE WS-KH-HOLDKEY (1:6) TO WS-EMPNO.

                PERFORM 2410-GET-ACCOUNTS
                THRU    2410-EXIT.

                IF NOT WS-PRI-FOUND
                   GO TO 2388-EXIT
                END-IF.

                IF WS-KH-HSTATUS = 'H'
                   AND WS-PRI-IS-COOLING
                   GO TO 2388-EXIT
                END-IF.

                IF WS-KPAID-COUNT NOT LESS THAN 500
                   DISPLAY 'HELD PAYMENT TABLE FULL - ' WS-EMPNO
                           ' LEFT HELD'
                   GO TO 2388-EXIT
                END-IF.

                PERFORM 2395-OPEN-REIS-SECTION
                THRU    2395-EXIT.

                MOVE WS-EMPNO            TO WS-DTL-EMPNO.
                MOVE WS-KH-AMOUNT        TO WS-DTL-AMOUNT.
                MOVE WS-PRI-ACCT         TO WS-DTL-ACCT.
                MOVE WS-PRI-ROUTE        TO WS-DTL-ROUTE.

                WRITE BANKFILE-REC FROM WS-BANK-DETAIL.

                ADD 1 TO WS-DETAIL-COUNT
                         WS-XMIT-COUNT.
                ADD WS-KH-AMOUNT
                      TO WS-HASH-TOTAL
                         WS-XMIT-HASH.

                ADD 1 TO WS-KPAID-COUNT.
                MOVE WS-KH-PYEARMONTH
                  TO WS-KPAID-PYEARMONTH (WS-KPAID-COUNT).
                MOVE WS-KH-HOLDKEY
                  TO WS-KPAID-HOLDKEY (WS-KPAID-COUNT).
                MOVE WS-KH-HOLDROUTE
                  TO WS-KPAID-HOLDROUTE (WS-KPAID-COUNT).
                MOVE WS-KH-ITEM-YM
                  TO WS-KPAID-ITEM-YM (WS-KPAID-COUNT).

       2388-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2390-WRITE-REISSUE - THE WHOLE RETURNED AMOUNT GOES TO THE
                   GO TO 2390-EXIT
                END-IF.

      *         A RETURN IS NEVER REISSUED TO AN ACCOUNT STILL IN ITS
      *         COOLING-OFF PERIOD, WHATEVER THE POLICY - THE PREVIOUS
      *         ACCOUNT IS USUALLY THE ONE THAT BOUNCED. IT STAYS
      *         QUEUED UNTIL THE NEW ACCOUNT HAS COOLED OFF.
                IF WS-PRI-IS-COOLING
                   DISPLAY 'ACCOUNT COOLING OFF - RETURN FOR '
                           WS-EMPNO ' LEFT QUEUED'
                   GO TO 2390-EXIT
                END-IF.

      *         A FULL KEY TABLE WOULD LEAVE A WRITTEN DETAIL THAT
      *         COULD NEVER BE FLIPPED - SKIP THE ROW INSTEAD; IT
      *         STAYS QUEUED FOR THE NEXT EXTRACT.
                COMPUTE WS-GROUP-RET-AMOUNT ROUNDED =
                        WS-RET-AMOUNT * WS-RET-FX-RATE.

                PERFORM 2395-OPEN-REIS-SECTION
                THRU    2395-EXIT.

                MOVE WS-EMPNO            TO WS-DTL-EMPNO.
                MOVE WS-GROUP-RET-AMOUNT TO WS-DTL-AMOUNT.
       2390-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2395-OPEN-REIS-SECTION - WRITE THE 'REIS' HEADER BEFORE THE
      * FIRST REISSUED OR RELEASED DETAIL.
      ******************************************************************
       2395-OPEN-REIS-SECTION.

                IF NOT WS-REIS-OPEN
                   MOVE 'Y'           TO WS-REIS-OPEN-SWITCH
                   MOVE 'REIS'        TO WS-HDR-SUBID
                   MOVE WS-PYEARMONTH TO WS-HDR-PYEARMONTH
                   MOVE WS-RUN-DATE   TO WS-HDR-RUN-DATE
                   MOVE 'GRP'         TO WS-HDR-CURRENCY
                   MOVE 1             TO WS-HDR-RATE
                   WRITE BANKFILE-REC FROM WS-BANK-HEADER
                   MOVE ZERO TO WS-DETAIL-COUNT
                                WS-HASH-TOTAL
                END-IF.

       2395-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-WRITE-DETAIL - LOOK THE EMPLOYEE'S ACCOUNTS UP ON THE
                PERFORM 2410-GET-ACCOUNTS
                THRU    2410-EXIT.

                PERFORM 2420-APPLY-COOLING-OFF
                THRU    2420-EXIT.

                IF WS-HOLD-PAY
                   PERFORM 2430-HOLD-PAYMENT
                   THRU    2430-EXIT
                   GO TO 2400-EXIT
                END-IF.

      *         NETPAY IS POSTED IN GROUP CURRENCY - CONVERT TO THE
      *         SECTION'S LOCAL CURRENCY AT THE RATE IN THE HEADER
      *         (ONE LOCAL UNIT = RATE GROUP UNITS) BEFORE THE SPLIT.
                MOVE ZERO            TO WS-SEC-AMOUNT.

                IF WS-SEC-FOUND
                   AND WS-NET-PAY
                   EVALUATE TRUE
                       WHEN WS-SPLITAMT GREATER THAN ZERO
                            MOVE WS-SPLITAMT TO WS-SEC-AMOUNT
                END-IF.

                IF WS-SEC-FOUND
                   AND WS-NET-PAY
                   AND WS-SEC-AMOUNT GREATER THAN ZERO
                   MOVE WS-EMPNO      TO WS-DTL-EMPNO
                   MOVE WS-SEC-AMOUNT TO WS-DTL-AMOUNT
      ******************************************************************
      * 2410-GET-ACCOUNTS - THE LATEST EFFECTIVE PRIMARY (ACCTSEQ 1)
      * AND OPTIONAL SECOND (ACCTSEQ 2) ACCOUNT ROWS AT OR BEFORE
      * TODAY, EACH WITH ITS PREVIOUS ACCOUNT AND WHETHER IT IS
      * STILL INSIDE THE COOLING-OFF DAYS - COUNTED FROM THE LATER
      * OF ITS EFFECTIVE DATE AND ITS LAST CHANGE. TODAY IS THE PAY
      * DATE THE FILE IS CUT FOR.
      ******************************************************************
       2410-GET-ACCOUNTS.

                               WS-SEC-ACCT
                               WS-SEC-ROUTE
                               WS-PRI-FOUND-SWITCH
                               WS-SEC-FOUND-SWITCH
                               WS-PRI-PREVACCT
                               WS-PRI-PREVROUTE
                               WS-SEC-PREVACCT
                               WS-SEC-PREVROUTE
                               WS-PRI-COOLING
                               WS-SEC-COOLING.
                MOVE -1     TO WS-PRI-PREV-IND
                               WS-SEC-PREV-IND.
                MOVE ZERO   TO WS-SPLITPCT
                               WS-SPLITAMT.

                EXEC SQL
                    SELECT BANKACCT_ENC,
                           BANKROUTE,
                           PREVACCT_ENC,
                           PREVROUTE,
                           CASE WHEN DAYS(CURRENT DATE) -
                                     DAYS(CASE WHEN CHANGED_TS IS NULL
                                               THEN EFFDATE
                                               WHEN DATE(CHANGED_TS)
                                                    > EFFDATE
                                               THEN DATE(CHANGED_TS)
                                               ELSE EFFDATE
                                          END)
                                     < :WS-COOL-DAYS
                                THEN 'Y'
                                ELSE 'N'
                           END
                      INTO :WS-PRI-ACCT-ENC :WS-PRI-ENC-IND,
                           :WS-PRI-ROUTE,
                           :WS-PRI-PREV-ENC :WS-PRI-PREV-ENC-IND,
                           :WS-PRI-PREVROUTE :WS-PRI-PREV-IND,
                           :WS-PRI-COOLING
                      FROM EMP_BANK_ACCT
                     WHERE EMPNO   = :WS-EMPNO
                       AND ACCTSEQ = 1
                END-IF.

                EXEC SQL
                    SELECT BANKACCT_ENC,
                           BANKROUTE,
                           COALESCE(SPLITPCT, 0),
                           COALESCE(SPLITAMT, 0),
                           PREVACCT_ENC,
                           PREVROUTE,
                           CASE WHEN DAYS(CURRENT DATE) -
                                     DAYS(CASE WHEN CHANGED_TS IS NULL
                                               THEN EFFDATE
                                               WHEN DATE(CHANGED_TS)
                                                    > EFFDATE
                                               THEN DATE(CHANGED_TS)
                                               ELSE EFFDATE
                                          END)
                                     < :WS-COOL-DAYS
                                THEN 'Y'
                                ELSE 'N'
                           END
                      INTO :WS-SEC-ACCT-ENC :WS-SEC-ENC-IND,
                           :WS-SEC-ROUTE,
                           :WS-SPLITPCT,
                           :WS-SPLITAMT,
                           :WS-SEC-PREV-ENC :WS-SEC-PREV-ENC-IND,
                           :WS-SEC-PREVROUTE :WS-SEC-PREV-IND,
                           :WS-SEC-COOLING
                      FROM EMP_BANK_ACCT
                     WHERE EMPNO   = :WS-EMPNO
                       AND ACCTSEQ = 2
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2415-DECIPHER-ACCOUNTS
                THRU    2415-EXIT.

       2410-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2415-DECIPHER-ACCOUNTS - THE CLEAR NUMBERS FOR THE BANK FILE.
      * A PRIMARY THAT WILL NOT DECIPHER IS TREATED AS NO ACCOUNT ON
      * FILE, A SECOND ACCOUNT AS NO SPLIT, AND A PREVIOUS ACCOUNT AS
      * NONE - EACH FAILS THE STEP.
      ******************************************************************
       2415-DECIPHER-ACCOUNTS.

                MOVE WS-PRI-ACCT-ENC TO WS-ACCTC-CIPHER.
                IF WS-PRI-ENC-IND LESS THAN ZERO
                   MOVE SPACES TO WS-ACCTC-CIPHER
                END-IF.
                PERFORM 2416-DECIPHER-ONE
                THRU    2416-EXIT.
                IF WS-ACCTC-RC NOT = ZERO
                   MOVE SPACES TO WS-PRI-FOUND-SWITCH
                                  WS-SEC-FOUND-SWITCH
                   GO TO 2415-EXIT
                END-IF.
                MOVE WS-ACCTC-CLEAR TO WS-PRI-ACCT.

                IF WS-PRI-PREV-IND NOT LESS THAN ZERO
                   MOVE WS-PRI-PREV-ENC TO WS-ACCTC-CIPHER
                   IF WS-PRI-PREV-ENC-IND LESS THAN ZERO
                      MOVE SPACES TO WS-ACCTC-CIPHER
                   END-IF
                   PERFORM 2416-DECIPHER-ONE
                   THRU    2416-EXIT
                   IF WS-ACCTC-RC NOT = ZERO
                      MOVE -1 TO WS-PRI-PREV-IND
                   ELSE
                      MOVE WS-ACCTC-CLEAR TO WS-PRI-PREVACCT
                   END-IF
                END-IF.

                IF NOT WS-SEC-FOUND
                   GO TO 2415-EXIT
                END-IF.

                MOVE WS-SEC-ACCT-ENC TO WS-ACCTC-CIPHER.
                IF WS-SEC-ENC-IND LESS THAN ZERO
                   MOVE SPACES TO WS-ACCTC-CIPHER
                END-IF.
                PERFORM 2416-DECIPHER-ONE
                THRU    2416-EXIT.
                IF WS-ACCTC-RC NOT = ZERO
                   MOVE SPACES TO WS-SEC-FOUND-SWITCH
                   GO TO 2415-EXIT
                END-IF.
                MOVE WS-ACCTC-CLEAR TO WS-SEC-ACCT.

                IF WS-SEC-PREV-IND NOT LESS THAN ZERO
                   MOVE WS-SEC-PREV-ENC TO WS-ACCTC-CIPHER
                   IF WS-SEC-PREV-ENC-IND LESS THAN ZERO
                      MOVE SPACES TO WS-ACCTC-CIPHER
                   END-IF
                   PERFORM 2416-DECIPHER-ONE
                   THRU    2416-EXIT
                   IF WS-ACCTC-RC NOT = ZERO
                      MOVE -1 TO WS-SEC-PREV-IND
                   ELSE
                      MOVE WS-ACCTC-CLEAR TO WS-SEC-PREVACCT
                   END-IF
                END-IF.

       2415-EXIT.
                EXIT.

      ******************************************************************
      * 2416-DECIPHER-ONE - WS-ACCTC-CIPHER INTO WS-ACCTC-CLEAR. A
      * BLANK CIPHER IS A ROW NOT YET CONVERTED BY COBBKENC.
      ******************************************************************
       2416-DECIPHER-ONE.

                MOVE SPACES TO WS-ACCTC-CLEAR.

                IF WS-ACCTC-CIPHER = SPACES
                   DISPLAY 'ACCOUNT NOT ENCIPHERED FOR ' WS-EMPNO
                   MOVE 8   TO WS-ACCTC-RC
                   MOVE 'Y' TO WS-CIPHER-FAIL-SWITCH
                   GO TO 2416-EXIT
                END-IF.

                CALL 'COBACCTC' USING WS-ACCTC-FUNCTION,
                     WS-ACCTC-CLEAR, WS-ACCTC-CIPHER,
                     WS-ACCTC-MASKED, WS-ACCTC-RC.

                IF WS-ACCTC-RC NOT = ZERO
                   DISPLAY 'ACCOUNT COULD NOT BE DECIPHERED FOR '
                           WS-EMPNO
                   MOVE 'Y' TO WS-CIPHER-FAIL-SWITCH
                END-IF.

       2416-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2420-APPLY-COOLING-OFF - A COOLING PRIMARY ACCOUNT IS SWAPPED
      * FOR ITS PREVIOUS ACCOUNT UNDER POLICY 'P'; WITH NO PREVIOUS
      * ACCOUNT, OR UNDER POLICY 'H', THE PAYMENT IS HELD. A COOLING
      * SECOND ACCOUNT ONLY MATTERS TO NET PAY: UNDER 'P' ITS SHARE
      * GOES TO ITS PREVIOUS ACCOUNT, OR STAYS WITH THE PRIMARY IF IT
      * HAD NONE; UNDER 'H' THE PAYMENT IS HELD.
      ******************************************************************
       2420-APPLY-COOLING-OFF.

                MOVE SPACES TO WS-HOLD-PAY-SWITCH.

                IF WS-PRI-IS-COOLING
                   IF WS-COOL-PAY-PREVIOUS
                      AND WS-PRI-PREV-IND NOT LESS THAN ZERO
                      DISPLAY 'ACCOUNT COOLING OFF - ' WS-EMPNO
                              ' PAID TO PREVIOUS PRIMARY ACCOUNT'
                      MOVE WS-PRI-PREVACCT  TO WS-PRI-ACCT
                      MOVE WS-PRI-PREVROUTE TO WS-PRI-ROUTE
                      ADD 1 TO WS-DIVERT-COUNT
                   ELSE
                      MOVE 'Y' TO WS-HOLD-PAY-SWITCH
                      GO TO 2420-EXIT
                   END-IF
                END-IF.

                IF WS-SEC-FOUND
                   AND WS-NET-PAY
                   AND WS-SEC-IS-COOLING
                   IF WS-COOL-PAY-PREVIOUS
                      IF WS-SEC-PREV-IND NOT LESS THAN ZERO
                         DISPLAY 'ACCOUNT COOLING OFF - ' WS-EMPNO
                                 ' SPLIT PAID TO PREVIOUS ACCOUNT'
                         MOVE WS-SEC-PREVACCT  TO WS-SEC-ACCT
                         MOVE WS-SEC-PREVROUTE TO WS-SEC-ROUTE
                         ADD 1 TO WS-DIVERT-COUNT
                      ELSE
                         DISPLAY 'ACCOUNT COOLING OFF - ' WS-EMPNO
                                 ' SPLIT NOT YET APPLIED'
                         MOVE SPACES TO WS-SEC-FOUND-SWITCH
                      END-IF
                   ELSE
                      MOVE 'Y' TO WS-HOLD-PAY-SWITCH
                   END-IF
                END-IF.

       2420-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2430-HOLD-PAYMENT - KEEP THE PAYMENT OUT OF THE FILE AND
      * REMEMBER IT, IN GROUP CURRENCY, FOR PAY_HOLD. C1 BRINGS ONE
      * NETPAY ROW PER PAYROLL ROW, SO AN EMPLOYEE WITH AN 'E'
      * ENCASHMENT OR 'R' RETRO ROW BESIDE THE NORMAL ONE COMES
      * THROUGH MORE THAN ONCE. ALL OF IT GOES ON THE ONE PAY_HOLD
      * ROW (PERIOD/EMPNO/SOURCE), SO THE AMOUNTS ARE ADDED ON THE
      * EMPLOYEE'S EXISTING ENTRY - A SECOND ENTRY WOULD OVERWRITE
      * THE FIRST IN 7650 AND THE REISSUE WOULD PAY ONLY PART.
      ******************************************************************
       2430-HOLD-PAYMENT.

                IF WS-NET-PAY
                   MOVE 'NETPAY'  TO WS-KHOLD-NEW-SOURCE
                ELSE
                   MOVE 'EXPENSE' TO WS-KHOLD-NEW-SOURCE
                END-IF.

                MOVE ZERO TO WS-KHOLD-MATCH.

                PERFORM 2440-MATCH-HOLD
                THRU    2440-EXIT
                VARYING WS-KHOLD-SUB
                FROM    1 BY 1
                UNTIL   WS-KHOLD-SUB GREATER THAN WS-KHOLD-COUNT
                OR      WS-KHOLD-MATCH GREATER THAN ZERO.

                DISPLAY 'ACCOUNT COOLING OFF - PAYMENT HELD FOR '
                        WS-EMPNO.

                IF WS-KHOLD-MATCH GREATER THAN ZERO
                   ADD WS-NETPAY TO WS-KHOLD-AMOUNT (WS-KHOLD-MATCH)
                   GO TO 2430-EXIT
                END-IF.

                IF WS-KHOLD-COUNT NOT LESS THAN 500
                   DISPLAY 'COOLING-OFF HOLD TABLE FULL - ' WS-EMPNO
                   MOVE 'Y' TO WS-HOLD-FAIL-SWITCH
                   GO TO 2430-EXIT
                END-IF.

                ADD 1 TO WS-KHOLD-COUNT.
                MOVE WS-EMPNO  TO WS-KHOLD-EMPNO (WS-KHOLD-COUNT).
                MOVE WS-KHOLD-NEW-SOURCE
                               TO WS-KHOLD-SOURCE (WS-KHOLD-COUNT).
                MOVE WS-NETPAY TO WS-KHOLD-AMOUNT (WS-KHOLD-COUNT).

       2430-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2440-MATCH-HOLD
      ******************************************************************
       2440-MATCH-HOLD.

                IF WS-KHOLD-EMPNO (WS-KHOLD-SUB) = WS-EMPNO
                   AND WS-KHOLD-SOURCE (WS-KHOLD-SUB)
                       = WS-KHOLD-NEW-SOURCE
                   MOVE WS-KHOLD-SUB TO WS-KHOLD-MATCH
                END-IF.

       2440-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-VERIFY-EXTRACT - READ THE FILE JUST WRITTEN BACK,
       7550-EXIT.
                EXIT.

      /
      ******************************************************************
      * 7600-RECORD-HOLDS - ENTER THIS RUN'S COOLING-OFF HOLDS ON
      * PAY_HOLD AS TYPE 'K'. A RERUN OF THE PERIOD RESTAMPS THE ROW
      * IT ALREADY ENTERED AND LEAVES ITS STATUS ALONE.
      ******************************************************************
       7600-RECORD-HOLDS.

                PERFORM 7650-RECORD-ONE-HOLD
                THRU    7650-EXIT
                VARYING WS-KHOLD-SUB
                FROM    1 BY 1
                UNTIL   WS-KHOLD-SUB GREATER THAN WS-KHOLD-COUNT.

       7600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 7650-RECORD-ONE-HOLD
      ******************************************************************
       7650-RECORD-ONE-HOLD.

                MOVE WS-PYEARMONTH TO PD-PYEARMONTH
                                      PD-ITEM-YM.
                MOVE 'K'           TO PD-HOLDTYPE.
                MOVE WS-KHOLD-EMPNO (WS-KHOLD-SUB)
                                   TO PD-HOLDKEY.
                MOVE WS-KHOLD-SOURCE (WS-KHOLD-SUB)
                                   TO PD-HOLDROUTE.
                MOVE WS-KHOLD-AMOUNT (WS-KHOLD-SUB)
                                   TO PD-AMOUNT.

                EXEC SQL
                    UPDATE PAY_HOLD
                       SET AMOUNT      = :PD-AMOUNT,
                           DETECTED_TS = CURRENT TIMESTAMP
                     WHERE PYEARMONTH = :PD-PYEARMONTH
                       AND HOLDTYPE   = :PD-HOLDTYPE
                       AND HOLDKEY    = :PD-HOLDKEY
                       AND HOLDROUTE  = :PD-HOLDROUTE
                       AND ITEM_YM    = :PD-ITEM-YM
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         GO TO 7650-EXIT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    INSERT INTO PAY_HOLD
                         (PYEARMONTH, HOLDTYPE, HOLDKEY, HOLDROUTE,
                          ITEM_YM, PATHCOUNT, AMOUNT, HSTATUS,
                          DETECTED_TS)
                    VALUES
                         (:PD-PYEARMONTH, :PD-HOLDTYPE, :PD-HOLDKEY,
                          :PD-HOLDROUTE, :PD-ITEM-YM, 1,
                          :PD-AMOUNT, 'H', CURRENT TIMESTAMP)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       7650-EXIT.
                EXIT.

      /
      ******************************************************************
      * 7700-FLIP-HELD-PAID - MARK THE EARLIER HOLDS THIS RUN WROTE
      * TO THE FILE AS PAID. ONLY PERFORMED ON A CLEAN CONDITION CODE.
      ******************************************************************
       7700-FLIP-HELD-PAID.

                PERFORM 7750-FLIP-ONE-HELD
                THRU    7750-EXIT
                VARYING WS-KPAID-SUB
                FROM    1 BY 1
                UNTIL   WS-KPAID-SUB GREATER THAN WS-KPAID-COUNT.

       7700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 7750-FLIP-ONE-HELD
      ******************************************************************
       7750-FLIP-ONE-HELD.

                EXEC SQL
                    UPDATE PAY_HOLD
                       SET HSTATUS = 'P'
                     WHERE PYEARMONTH =
                           :WS-KPAID-PYEARMONTH (WS-KPAID-SUB)
                       AND HOLDTYPE   = 'K'
                       AND HOLDKEY    =
                           :WS-KPAID-HOLDKEY (WS-KPAID-SUB)
                       AND HOLDROUTE  =
                           :WS-KPAID-HOLDROUTE (WS-KPAID-SUB)
                       AND ITEM_YM    =
                           :WS-KPAID-ITEM-YM (WS-KPAID-SUB)
                       AND HSTATUS IN ('H', 'R')
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

       7750-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8000-LOG-RUN-END - CLOSE THE RUN'S JOB_RUN_LOG ROW WITH THE
      * CONDITION CODE AND THE DETAILS WRITTEN.
      ******************************************************************
       8000-LOG-RUN-END.

                MOVE 'E'             TO WS-RUNLG-ACTION.
                MOVE RETURN-CODE     TO WS-RUNLG-CONDCODE.
                MOVE WS-DETAIL-COUNT TO WS-RUNLG-ROWS.
                CALL 'COBRUNLG' USING WS-RUNLG-ACTION,
                     WS-RUNLG-JOBNAME, WS-RUNLG-STEPNAME,
                     WS-RUNLG-PROGRAM, WS-RUNLG-CONDCODE,
                     WS-RUNLG-ROWS.

       8000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 9000-DBERROR - GET ERROR MESSAGE
