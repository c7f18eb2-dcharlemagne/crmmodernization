      *-----------------------------------------------------------------
      *     COBPNPST - PENSION CONTRIBUTION POSTING. FOR THE PYEARMONTH
      *                READ OFF SYSIN, TAKES EVERY RETIREMENT-CODE
      *                (DEDTYPE 'R') AMOUNT COBPAYRN AND COBFINPY
      *                LEDGERED FOR THE PERIOD - THE MEMBER'S SHARE
      *                FROM EMP_WITHHOLD, THE EMPLOYER'S SHARE FROM
      *                EMP_CONTRIB - AND POSTS IT TO THE MEMBER'S
      *                PENSION_ACCT AS PENSION_LEDGER 'C' ROWS,
      *                OPENING THE ACCOUNT ON THE FIRST CONTRIBUTION.
      *                ONLY THE DIFFERENCE OVER WHAT IS ALREADY
      *                LEDGERED FOR THE PERIOD IS POSTED, SO A RERUN
      *                POSTS NOTHING TWICE AND A FINAL-PAY RUN LATER
      *                IN THE PERIOD POSTS ONLY ITS OWN MONEY.
      *                EMPLOYER MONEY FOR A DEFERRED MEMBER (ONE WHO
      *                HAS LEFT) IS VESTED AT THE VEST_PCT FIXED ON
      *                LEAVING AND THE REST FORFEITED AS AN 'F' ROW.
      *                A PERIOD WHOSE SOURCE ROWS ARE NOW BELOW WHAT
      *                WAS LEDGERED IS LISTED AND ENDS THE STEP WITH
      *                CONDITION CODE 4 FOR PAYROLL TO LOOK AT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBPNPST.
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
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-SQLCODE             PIC 9(9).
       01  WS-RUN-TS              PIC X(26).
       01  WS-EMPNO               PIC X(6).
       01  WS-SRC-EE              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-SRC-ER              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-DONE-EE             PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-DONE-ER             PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-NEW-EE              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-NEW-ER              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-FORFEIT             PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-EE-BALANCE          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-ER-BALANCE          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-VESTED-AMT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-VEST-PCT            PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-PSTATUS             PIC X(1).
               88  WS-DEFERRED-MEMBER            VALUE 'D'.
       01  WS-LEDG-TYPE           PIC X(1).
       01  WS-LEDG-FUND           PIC X(1).
       01  WS-LEDG-AMOUNT         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-LEDG-BALANCE        PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-POSTED-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-OPENED-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-UNCHANGED-COUNT     PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SHORT-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-EE              PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-ER              PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-FORFEIT         PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(44)
                VALUE 'PENSION CONTRIBUTION POSTING - PERIOD'.
           10 WS-HDR-PERIOD       PIC X(6).
           10 FILLER              PIC X(62).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'EMPNO'.
           10 FILLER              PIC X(4)   VALUE 'S'.
           10 FILLER              PIC X(16)  VALUE '     EE POSTED'.
           10 FILLER              PIC X(16)  VALUE '     ER POSTED'.
           10 FILLER              PIC X(16)  VALUE '     FORFEITED'.
           10 FILLER              PIC X(16)  VALUE '    EE BALANCE'.
           10 FILLER              PIC X(14)  VALUE '    ER BALANCE'.
           10 FILLER              PIC X(40).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-STATUS       PIC X(1).
           10 FILLER              PIC X(3).
           10 WS-RPT-EE-POSTED    PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-ER-POSTED    PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-FORFEIT      PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-EE-BALANCE   PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-ER-BALANCE   PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(40).

       01  WS-RPT-SHORT.
           10 FILLER              PIC X(2).
           10 WS-SHORT-EMPNO      PIC X(6).
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(50)
                VALUE '** SOURCE NOW BELOW THE AMOUNT LEDGERED FOR THE'.
           10 FILLER              PIC X(72)
                VALUE 'PERIOD - NOTHING POSTED, CHECK THE REVERSAL'.

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 WS-RPT-TOT-LABEL    PIC X(36).
           10 WS-RPT-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

       01  WS-RPT-TOTAL-AMT.
           10 FILLER              PIC X(2).
           10 WS-RPT-AMT-LABEL    PIC X(36).
           10 WS-RPT-TOT-AMT      PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(79).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBPNPST'.
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

                EXEC SQL INCLUDE EMPWHELD
                END-EXEC.

                EXEC SQL INCLUDE EMPCONTR
                END-EXEC.

                EXEC SQL INCLUDE DEDUCT
                END-EXEC.

                EXEC SQL INCLUDE PENSACCT
                END-EXEC.

                EXEC SQL INCLUDE PENSLEDG
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - THE PERIOD'S RETIREMENT-CODE MONEY PER EMPLOYEE, MEMBER
      * SHARE FROM THE WITHHOLDING LEDGER AND EMPLOYER SHARE FROM
      * THE CONTRIBUTION LEDGER.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      S.EMPNO,
                      SUM(S.EE_AMT),
                      SUM(S.ER_AMT)
                    FROM
                    (SELECT W.EMPNO        AS EMPNO,
                            W.WITHHELDAMT  AS EE_AMT,
                            0              AS ER_AMT
                       FROM EMP_WITHHOLD W
                      INNER JOIN DEDUCTION D
                         ON D.DEDCODE = W.DEDCODE
                      WHERE W.PYEARMONTH = :WS-PYEARMONTH
                        AND D.DEDTYPE    = 'R'
                     UNION ALL
                     SELECT C.EMPNO        AS EMPNO,
                            0              AS EE_AMT,
                            C.CONTRIBAMT   AS ER_AMT
                       FROM EMP_CONTRIB C
                      INNER JOIN DEDUCTION D
                         ON D.DEDCODE = C.DEDCODE
                      WHERE C.PYEARMONTH = :WS-PYEARMONTH
                        AND D.DEDTYPE    = 'R') S
                    GROUP BY S.EMPNO
                    ORDER BY S.EMPNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-PYEARMONTH.

                DISPLAY 'PENSION POSTING FOR PERIOD = ' WS-PYEARMONTH.

                EXEC SQL
                     SET :WS-RUN-TS = CURRENT TIMESTAMP
                END-EXEC.

                MOVE WS-PYEARMONTH TO WS-HDR-PERIOD.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

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

                PERFORM 2200-FETCH-MEMBER
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

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'MEMBERS POSTED'          TO WS-RPT-TOT-LABEL.
                MOVE WS-POSTED-COUNT           TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.
                MOVE 'MEMBER ACCOUNTS OPENED'  TO WS-RPT-TOT-LABEL.
                MOVE WS-OPENED-COUNT           TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.
                MOVE 'MEMBERS ALREADY UP TO DATE'
                                               TO WS-RPT-TOT-LABEL.
                MOVE WS-UNCHANGED-COUNT        TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.
                MOVE SPACES TO WS-RPT-TOTAL-AMT.
                MOVE 'MEMBER CONTRIBUTIONS POSTED'
                                               TO WS-RPT-AMT-LABEL.
                MOVE WS-TOT-EE                 TO WS-RPT-TOT-AMT.
                PRINT WS-RPT-TOTAL-AMT.
                MOVE 'EMPLOYER CONTRIBUTIONS POSTED'
                                               TO WS-RPT-AMT-LABEL.
                MOVE WS-TOT-ER                 TO WS-RPT-TOT-AMT.
                PRINT WS-RPT-TOTAL-AMT.
                MOVE 'UNVESTED EMPLOYER MONEY FORFEITED'
                                               TO WS-RPT-AMT-LABEL.
                MOVE WS-TOT-FORFEIT            TO WS-RPT-TOT-AMT.
                PRINT WS-RPT-TOTAL-AMT.

                DISPLAY 'MEMBERS POSTED           = ' WS-POSTED-COUNT.
                DISPLAY 'ACCOUNTS OPENED          = ' WS-OPENED-COUNT.
                DISPLAY 'SOURCE BELOW LEDGER      = ' WS-SHORT-COUNT.

                IF WS-SHORT-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 2200-FETCH-MEMBER
      ******************************************************************
       2200-FETCH-MEMBER.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-SRC-EE,
                          :WS-SRC-ER
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-POST-MEMBER
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
      * 2400-POST-MEMBER - POST WHAT THE PERIOD'S SOURCE ROWS CARRY
      * OVER WHAT IS ALREADY ON THE LEDGER FOR IT.
      ******************************************************************
       2400-POST-MEMBER.

                EXEC SQL
                    SELECT COALESCE(SUM(CASE WHEN FUND = 'E'
                                             THEN AMOUNT
                                             ELSE 0 END), 0),
                           COALESCE(SUM(CASE WHEN FUND = 'R'
                                             THEN AMOUNT
                                             ELSE 0 END), 0)
                      INTO :WS-DONE-EE,
                           :WS-DONE-ER
                      FROM PENSION_LEDGER
                     WHERE EMPNO      = :WS-EMPNO
                       AND PYEARMONTH = :WS-PYEARMONTH
                       AND TXNTYPE    = 'C'
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                COMPUTE WS-NEW-EE = WS-SRC-EE - WS-DONE-EE.
                COMPUTE WS-NEW-ER = WS-SRC-ER - WS-DONE-ER.

                IF WS-NEW-EE LESS THAN ZERO
                OR WS-NEW-ER LESS THAN ZERO
                   MOVE WS-EMPNO TO WS-SHORT-EMPNO
                   PRINT WS-RPT-SHORT
                   ADD 1 TO WS-SHORT-COUNT
                   GO TO 2400-EXIT
                END-IF.

                IF WS-NEW-EE = ZERO
                AND WS-NEW-ER = ZERO
                   ADD 1 TO WS-UNCHANGED-COUNT
                   GO TO 2400-EXIT
                END-IF.

                PERFORM 2500-GET-ACCOUNT
                THRU    2500-EXIT.

                MOVE ZERO TO WS-FORFEIT.

                IF WS-NEW-EE GREATER THAN ZERO
                   ADD WS-NEW-EE      TO WS-EE-BALANCE
                   MOVE 'C'           TO WS-LEDG-TYPE
                   MOVE 'E'           TO WS-LEDG-FUND
                   MOVE WS-NEW-EE     TO WS-LEDG-AMOUNT
                   MOVE WS-EE-BALANCE TO WS-LEDG-BALANCE
                   PERFORM 8500-WRITE-LEDGER
                   THRU    8500-EXIT
                END-IF.

                IF WS-NEW-ER GREATER THAN ZERO
                   ADD WS-NEW-ER      TO WS-ER-BALANCE
                   MOVE 'C'           TO WS-LEDG-TYPE
                   MOVE 'R'           TO WS-LEDG-FUND
                   MOVE WS-NEW-ER     TO WS-LEDG-AMOUNT
                   MOVE WS-ER-BALANCE TO WS-LEDG-BALANCE
                   PERFORM 8500-WRITE-LEDGER
                   THRU    8500-EXIT
                   IF WS-DEFERRED-MEMBER
                      PERFORM 2600-FORFEIT-LATE-MONEY
                      THRU    2600-EXIT
                   END-IF
                END-IF.

                COMPUTE WS-VESTED-AMT = WS-EE-BALANCE + WS-ER-BALANCE.

                EXEC SQL
                    UPDATE PENSION_ACCT
                       SET EE_BALANCE  = :WS-EE-BALANCE,
                           ER_BALANCE  = :WS-ER-BALANCE,
                           VESTED_AMT  =
                               CASE WHEN PSTATUS = 'D'
                                    THEN :WS-VESTED-AMT
                                    ELSE VESTED_AMT END,
                           FORFEIT_AMT =
                               CASE WHEN :WS-FORFEIT > 0
                                    THEN COALESCE(FORFEIT_AMT, 0)
                                         + :WS-FORFEIT
                                    ELSE FORFEIT_AMT END,
                           UPDATED_TS  = :WS-RUN-TS
                     WHERE EMPNO = :WS-EMPNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE SPACES        TO WS-RPT-DETAIL.
                MOVE WS-EMPNO      TO WS-RPT-EMPNO.
                MOVE WS-PSTATUS    TO WS-RPT-STATUS.
                MOVE WS-NEW-EE     TO WS-RPT-EE-POSTED.
                MOVE WS-NEW-ER     TO WS-RPT-ER-POSTED.
                MOVE WS-FORFEIT    TO WS-RPT-FORFEIT.
                MOVE WS-EE-BALANCE TO WS-RPT-EE-BALANCE.
                MOVE WS-ER-BALANCE TO WS-RPT-ER-BALANCE.
                PRINT WS-RPT-DETAIL.

                ADD 1          TO WS-POSTED-COUNT.
                ADD WS-NEW-EE  TO WS-TOT-EE.
                ADD WS-NEW-ER  TO WS-TOT-ER.
                ADD WS-FORFEIT TO WS-TOT-FORFEIT.

       2400-EXIT.
                EXIT.

      ******************************************************************
      * 2500-GET-ACCOUNT - THE MEMBER'S ACCOUNT, OPENED ACTIVE AND
      * EMPTY ON THE FIRST CONTRIBUTION.
      ******************************************************************
       2500-GET-ACCOUNT.

                EXEC SQL
                    SELECT EE_BALANCE,
                           ER_BALANCE,
                           VEST_PCT,
                           PSTATUS
                      INTO :WS-EE-BALANCE,
                           :WS-ER-BALANCE,
                           :WS-VEST-PCT,
                           :WS-PSTATUS
                      FROM PENSION_ACCT
                     WHERE EMPNO = :WS-EMPNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         GO TO 2500-EXIT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE ZERO TO WS-EE-BALANCE
                             WS-ER-BALANCE
                             WS-VEST-PCT.
                MOVE 'A'  TO WS-PSTATUS.

                EXEC SQL
                    INSERT INTO PENSION_ACCT
                         ( EMPNO,
                           EE_BALANCE,
                           ER_BALANCE,
                           VEST_PCT,
                           PSTATUS,
                           UPDATED_TS )
                    VALUES
                         ( :WS-EMPNO,
                           0,
                           0,
                           0,
                           'A',
                           :WS-RUN-TS )
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-OPENED-COUNT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2500-EXIT.
                EXIT.

      ******************************************************************
      * 2600-FORFEIT-LATE-MONEY - EMPLOYER MONEY POSTED AFTER THE
      * MEMBER LEFT VESTS AT THE VEST_PCT FIXED ON LEAVING; THE REST
      * IS FORFEITED.
      ******************************************************************
       2600-FORFEIT-LATE-MONEY.

                IF WS-VEST-PCT NOT LESS THAN 100
                   GO TO 2600-EXIT
                END-IF.

                COMPUTE WS-FORFEIT ROUNDED =
                        WS-NEW-ER * (100 - WS-VEST-PCT) / 100.

                IF WS-FORFEIT NOT GREATER THAN ZERO
                   MOVE ZERO TO WS-FORFEIT
                   GO TO 2600-EXIT
                END-IF.

                SUBTRACT WS-FORFEIT FROM WS-ER-BALANCE.
                MOVE 'F'           TO WS-LEDG-TYPE.
                MOVE 'R'           TO WS-LEDG-FUND.
                MOVE WS-FORFEIT    TO WS-LEDG-AMOUNT.
                MOVE WS-ER-BALANCE TO WS-LEDG-BALANCE.
                PERFORM 8500-WRITE-LEDGER
                THRU    8500-EXIT.

       2600-EXIT.
                EXIT.
      /
      ******************************************************************
      * 8500-WRITE-LEDGER
      ******************************************************************
       8500-WRITE-LEDGER.

                MOVE WS-EMPNO        TO PL-EMPNO.
                MOVE WS-PYEARMONTH   TO PL-PYEARMONTH.
                MOVE WS-LEDG-TYPE    TO PL-TXNTYPE.
                MOVE WS-LEDG-FUND    TO PL-FUND.
                MOVE WS-LEDG-AMOUNT  TO PL-AMOUNT.
                MOVE WS-LEDG-BALANCE TO PL-BALANCE-AFTER.
                MOVE WS-RUN-TS       TO PL-POSTED-TS.

                EXEC SQL
                    INSERT INTO PENSION_LEDGER
                         ( EMPNO,
                           PYEARMONTH,
                           TXNTYPE,
                           FUND,
                           AMOUNT,
                           BALANCE_AFTER,
                           POSTED_TS )
                    VALUES
                         ( :PL-EMPNO,
                           :PL-PYEARMONTH,
                           :PL-TXNTYPE,
                           :PL-FUND,
                           :PL-AMOUNT,
                           :PL-BALANCE-AFTER,
                           :PL-POSTED-TS )
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       8500-EXIT.
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
