      *-----------------------------------------------------------------
      *     COBPNANN - PENSION YEAR-END RUN AND MEMBER BENEFIT
      *                STATEMENTS. READS THE FOUR-DIGIT YEAR AND THE
      *                DECLARED INTEREST RATE (9(2)V99, 0450 = 4.50%)
      *                OFF SYSIN. FOR EVERY PENSION_ACCT MEMBER IT
      *                CREDITS THE YEAR'S INTEREST ON BOTH FUNDS AT
      *                THE DECLARED RATE AS PENSION_LEDGER 'I' ROWS IN
      *                PERIOD YYYY12 - ONCE ONLY, LAST_INT_YEAR STOPS
      *                A RERUN CREDITING IT TWICE - REFRESHES AN ACTIVE
      *                MEMBER'S VEST_PCT FROM YEARS OF SERVICE SINCE
      *                HIREDATE AGAINST THE PENSION_VESTING SCALE, AND
      *                WRITES ONE BENEFIT STATEMENT PER MEMBER TO
      *                STMTOUT, ADDRESSED TO THE CURRENT EMP_ADDRESS
      *                MAILING ADDRESS: OPENING BALANCE, THE YEAR'S
      *                CONTRIBUTIONS, INTEREST AND FORFEITS, CLOSING
      *                BALANCE BY FUND, VESTED PERCENTAGE AND VESTED
      *                BENEFIT. A DEFERRED MEMBER KEEPS THE VEST_PCT
      *                FIXED WHEN THEY LEFT AND COUNTS SERVICE TO
      *                LEFT_DATE. RUN AFTER DECEMBER'S HRNIGHT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBPNANN.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMTOUT
                  ASSIGN TO DA-S-STMTOUT.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      STMTOUT
               RECORD CONTAINS 132 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  STMTOUT-REC                PIC X(132).

      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       01  WS-YEAR                PIC X(4).
       01  WS-RATE-IN             PIC 9(2)V9(2).
       01  WS-RATE                PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-PERIOD-FROM         PIC X(6).
       01  WS-PERIOD-TO           PIC X(6).
       01  WS-YEAR-END            PIC X(10).
       01  WS-SQLCODE             PIC 9(9).
       01  WS-RUN-TS              PIC X(26).
       01  WS-EMPNO               PIC X(6).
       01  WS-FIRSTNME            PIC X(12).
       01  WS-LASTNAME            PIC X(15).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-WORKDEPT-IND        PIC S9(4) USAGE COMP.
       01  WS-EE-BALANCE          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-ER-BALANCE          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-VEST-PCT            PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-PSTATUS             PIC X(1).
               88  WS-ACTIVE-MEMBER              VALUE 'A'.
       01  WS-LAST-INT-YEAR       PIC X(4).
       01  WS-LAST-INT-IND        PIC S9(4) USAGE COMP.
       01  WS-SERVICE-YEARS       PIC S9(4) USAGE COMP.
       01  WS-INT-EE              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-INT-ER              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-VESTED-ER           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-VESTED-AMT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-YR-CONTRIB-EE       PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-YR-CONTRIB-ER       PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-YR-INTEREST         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-YR-FORFEIT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-OPENING-BAL         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CLOSING-BAL         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-LEDG-FUND           PIC X(1).
       01  WS-LEDG-AMOUNT         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-LEDG-BALANCE        PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-STMT-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-CREDITED-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-INTEREST        PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-ADDRLINE1           PIC X(30).
       01  WS-ADDRLINE2           PIC X(30).
       01  WS-CITY                PIC X(20).
       01  WS-POSTCODE            PIC X(10).
       01  WS-COUNTRY             PIC X(3).
       01  WS-ADDRLINE2-IND       PIC S9(4) USAGE COMP.
       77  WS-ADDR-FOUND-SWITCH   PIC X          VALUE SPACES.
               88  WS-ADDR-FOUND                 VALUE 'Y'.
       01  WS-NOADDR-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-STMT-SEPARATOR.
           10 FILLER              PIC X(60)  VALUE ALL '-'.
           10 FILLER              PIC X(72)  VALUE SPACES.

       01  WS-STMT-TITLE.
           10 FILLER              PIC X(33)
                VALUE 'ANNUAL PENSION BENEFIT STATEMENT'.
           10 WS-STM-YEAR         PIC X(4).
           10 FILLER              PIC X(4)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'EMPNO:'.
           10 WS-STM-EMPNO        PIC X(6).
           10 FILLER              PIC X(78)  VALUE SPACES.

       01  WS-STMT-NAME.
           10 FILLER              PIC X(6)   VALUE 'NAME:'.
           10 WS-STM-NAME         PIC X(28).
           10 FILLER              PIC X(6)   VALUE 'DEPT:'.
           10 WS-STM-WORKDEPT     PIC X(3).
           10 FILLER              PIC X(10)  VALUE '  STATUS:'.
           10 WS-STM-STATUS       PIC X(8).
           10 FILLER              PIC X(71)  VALUE SPACES.

       01  WS-STMT-ADDR1.
           10 FILLER              PIC X(9)   VALUE 'ADDRESS:'.
           10 WS-STM-ADDRLINE1    PIC X(30).
           10 FILLER              PIC X(93)  VALUE SPACES.

       01  WS-STMT-ADDR2.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-STM-ADDRLINE2    PIC X(30).
           10 FILLER              PIC X(93)  VALUE SPACES.

       01  WS-STMT-ADDR3.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-STM-CITY         PIC X(20).
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 WS-STM-POSTCODE     PIC X(10).
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 WS-STM-COUNTRY      PIC X(3).
           10 FILLER              PIC X(88)  VALUE SPACES.

       01  WS-STMT-RATE.
           10 FILLER              PIC X(4)   VALUE SPACES.
           10 FILLER              PIC X(36)
                VALUE 'DECLARED INTEREST RATE'.
           10 WS-STM-RATE         PIC ZZ9.99.
           10 FILLER              PIC X(1)   VALUE '%'.
           10 FILLER              PIC X(85)  VALUE SPACES.

       01  WS-STMT-AMOUNT.
           10 FILLER              PIC X(4)   VALUE SPACES.
           10 WS-STM-LABEL        PIC X(36).
           10 WS-STM-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(77)  VALUE SPACES.

       01  WS-STMT-VESTING.
           10 FILLER              PIC X(4)   VALUE SPACES.
           10 FILLER              PIC X(18)
                VALUE 'YEARS OF SERVICE:'.
           10 WS-STM-YEARS        PIC ZZ9.
           10 FILLER              PIC X(14)  VALUE '   VESTED PCT:'.
           10 WS-STM-VEST-PCT     PIC ZZ9.99.
           10 FILLER              PIC X(1)   VALUE '%'.
           10 FILLER              PIC X(86)  VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBPNANN'.
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

                EXEC SQL INCLUDE EMPADDR
                END-EXEC.

                EXEC SQL INCLUDE PENSACCT
                END-EXEC.

                EXEC SQL INCLUDE PENSLEDG
                END-EXEC.

                EXEC SQL INCLUDE PENSVEST
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - C1 IS EVERY MEMBER ACCOUNT WITH
      * THE MEMBER'S COMPLETED YEARS OF SERVICE, COUNTED FROM
      * HIREDATE TO THE YEAR END, OR TO LEFT_DATE FOR A MEMBER WHO
      * HAS LEFT.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      A.EMPNO,
                      E.FIRSTNME,
                      E.LASTNAME,
                      E.WORKDEPT,
                      A.EE_BALANCE,
                      A.ER_BALANCE,
                      A.VEST_PCT,
                      A.PSTATUS,
                      A.LAST_INT_YEAR,
                      COALESCE(YEAR(COALESCE(A.LEFT_DATE,
                                             DATE(:WS-YEAR-END))
                                    - E.HIREDATE), 0)
                    FROM PENSION_ACCT A
                    INNER JOIN EMP E
                      ON E.EMPNO = A.EMPNO
                    ORDER BY A.EMPNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-YEAR.
                ACCEPT WS-RATE-IN.

                MOVE WS-RATE-IN TO WS-RATE.
                MOVE WS-YEAR TO WS-PERIOD-FROM (1:4)
                                WS-PERIOD-TO (1:4)
                                WS-YEAR-END (1:4)
                                WS-STM-YEAR.
                MOVE '01'     TO WS-PERIOD-FROM (5:2).
                MOVE '12'     TO WS-PERIOD-TO (5:2).
                MOVE '-12-31' TO WS-YEAR-END (5:6).
                MOVE WS-RATE  TO WS-STM-RATE.

                DISPLAY 'PENSION STATEMENTS FOR ' WS-YEAR
                        ' INTEREST RATE = ' WS-STM-RATE.

                EXEC SQL
                     SET :WS-RUN-TS = CURRENT TIMESTAMP
                END-EXEC.

                OPEN OUTPUT STMTOUT.

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

                PERFORM 2200-FETCH-CURSOR-C1
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

                CLOSE STMTOUT.

                DISPLAY 'STATEMENTS WRITTEN = ' WS-STMT-COUNT.
                DISPLAY 'MEMBERS CREDITED INTEREST = '
                        WS-CREDITED-COUNT.
                MOVE WS-TOT-INTEREST TO WS-STM-AMOUNT.
                DISPLAY 'TOTAL INTEREST CREDITED = ' WS-STM-AMOUNT.
                DISPLAY 'MEMBERS WITH NO ADDRESS = '
                        WS-NOADDR-COUNT.

                STOP RUN.
      /
      ******************************************************************
      * 2200-FETCH-CURSOR-C1
      ******************************************************************
       2200-FETCH-CURSOR-C1.

                MOVE SPACES TO WS-WORKDEPT
                               WS-LAST-INT-YEAR.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-FIRSTNME,
                          :WS-LASTNAME,
                          :WS-WORKDEPT :WS-WORKDEPT-IND,
                          :WS-EE-BALANCE,
                          :WS-ER-BALANCE,
                          :WS-VEST-PCT,
                          :WS-PSTATUS,
                          :WS-LAST-INT-YEAR :WS-LAST-INT-IND,
                          :WS-SERVICE-YEARS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2300-YEAR-END-MEMBER
                         THRU    2300-EXIT
                         PERFORM 2400-WRITE-STATEMENT
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
      * 2300-YEAR-END-MEMBER - CREDIT THE YEAR'S INTEREST IF IT HAS
      * NOT BEEN CREDITED YET, REFRESH AN ACTIVE MEMBER'S VESTING AND
      * STORE THE ACCOUNT.
      ******************************************************************
       2300-YEAR-END-MEMBER.

                IF WS-LAST-INT-IND LESS THAN ZERO
                   MOVE SPACES TO WS-LAST-INT-YEAR
                END-IF.

                IF WS-LAST-INT-YEAR = SPACES
                OR WS-LAST-INT-YEAR LESS THAN WS-YEAR
                   PERFORM 2320-CREDIT-INTEREST
                   THRU    2320-EXIT
                END-IF.

                IF WS-ACTIVE-MEMBER
                   PERFORM 2340-GET-VESTING
                   THRU    2340-EXIT
                   COMPUTE WS-VESTED-ER ROUNDED =
                           WS-ER-BALANCE * WS-VEST-PCT / 100
                ELSE
                   MOVE WS-ER-BALANCE TO WS-VESTED-ER
                END-IF.

                COMPUTE WS-VESTED-AMT = WS-EE-BALANCE + WS-VESTED-ER.

                EXEC SQL
                    UPDATE PENSION_ACCT
                       SET EE_BALANCE    = :WS-EE-BALANCE,
                           ER_BALANCE    = :WS-ER-BALANCE,
                           VEST_PCT      = :WS-VEST-PCT,
                           VESTED_AMT    = :WS-VESTED-AMT,
                           LAST_INT_YEAR = :WS-LAST-INT-YEAR,
                           UPDATED_TS    = :WS-RUN-TS
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

       2300-EXIT.
                EXIT.

      ******************************************************************
      * 2320-CREDIT-INTEREST - THE DECLARED RATE ON EACH FUND'S
      * BALANCE, POSTED TO THE LEDGER IN DECEMBER OF THE YEAR.
      ******************************************************************
       2320-CREDIT-INTEREST.

                COMPUTE WS-INT-EE ROUNDED =
                        WS-EE-BALANCE * WS-RATE / 100.
                COMPUTE WS-INT-ER ROUNDED =
                        WS-ER-BALANCE * WS-RATE / 100.

                IF WS-INT-EE GREATER THAN ZERO
                   ADD WS-INT-EE      TO WS-EE-BALANCE
                   MOVE 'E'           TO WS-LEDG-FUND
                   MOVE WS-INT-EE     TO WS-LEDG-AMOUNT
                   MOVE WS-EE-BALANCE TO WS-LEDG-BALANCE
                   PERFORM 8500-WRITE-LEDGER
                   THRU    8500-EXIT
                   ADD WS-INT-EE      TO WS-TOT-INTEREST
                END-IF.

                IF WS-INT-ER GREATER THAN ZERO
                   ADD WS-INT-ER      TO WS-ER-BALANCE
                   MOVE 'R'           TO WS-LEDG-FUND
                   MOVE WS-INT-ER     TO WS-LEDG-AMOUNT
                   MOVE WS-ER-BALANCE TO WS-LEDG-BALANCE
                   PERFORM 8500-WRITE-LEDGER
                   THRU    8500-EXIT
                   ADD WS-INT-ER      TO WS-TOT-INTEREST
                END-IF.

                MOVE WS-YEAR TO WS-LAST-INT-YEAR.
                ADD 1 TO WS-CREDITED-COUNT.

       2320-EXIT.
                EXIT.

      ******************************************************************
      * 2340-GET-VESTING - THE HIGHEST PERCENTAGE ON THE VESTING
      * SCALE WHOSE MINIMUM SERVICE THE MEMBER HAS REACHED; NONE
      * REACHED MEANS NOTHING OF THE EMPLOYER FUND IS VESTED YET.
      ******************************************************************
       2340-GET-VESTING.

                EXEC SQL
                    SELECT COALESCE(MAX(VEST_PCT), 0)
                      INTO :WS-VEST-PCT
                      FROM PENSION_VESTING
                     WHERE MIN_YEARS <= :WS-SERVICE-YEARS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2340-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2400-WRITE-STATEMENT
      ******************************************************************
       2400-WRITE-STATEMENT.

                EXEC SQL
                    SELECT COALESCE(SUM(CASE WHEN TXNTYPE = 'C'
                                              AND FUND    = 'E'
                                             THEN AMOUNT
                                             ELSE 0 END), 0),
                           COALESCE(SUM(CASE WHEN TXNTYPE = 'C'
                                              AND FUND    = 'R'
                                             THEN AMOUNT
                                             ELSE 0 END), 0),
                           COALESCE(SUM(CASE WHEN TXNTYPE = 'I'
                                             THEN AMOUNT
                                             ELSE 0 END), 0),
                           COALESCE(SUM(CASE WHEN TXNTYPE = 'F'
                                             THEN AMOUNT
                                             ELSE 0 END), 0)
                      INTO :WS-YR-CONTRIB-EE,
                           :WS-YR-CONTRIB-ER,
                           :WS-YR-INTEREST,
                           :WS-YR-FORFEIT
                      FROM PENSION_LEDGER
                     WHERE EMPNO       = :WS-EMPNO
                       AND PYEARMONTH >= :WS-PERIOD-FROM
                       AND PYEARMONTH <= :WS-PERIOD-TO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                COMPUTE WS-CLOSING-BAL = WS-EE-BALANCE + WS-ER-BALANCE.
                COMPUTE WS-OPENING-BAL = WS-CLOSING-BAL
                                       - WS-YR-CONTRIB-EE
                                       - WS-YR-CONTRIB-ER
                                       - WS-YR-INTEREST
                                       + WS-YR-FORFEIT.

                MOVE WS-EMPNO        TO WS-STM-EMPNO.
                MOVE SPACES          TO WS-STM-NAME.
                STRING WS-FIRSTNME  DELIMITED BY SIZE
                       ' '          DELIMITED BY SIZE
                       WS-LASTNAME  DELIMITED BY SIZE
                  INTO WS-STM-NAME.
                IF WS-WORKDEPT-IND LESS THAN ZERO
                   MOVE SPACES TO WS-WORKDEPT
                END-IF.
                MOVE WS-WORKDEPT     TO WS-STM-WORKDEPT.
                IF WS-ACTIVE-MEMBER
                   MOVE 'ACTIVE'   TO WS-STM-STATUS
                ELSE
                   MOVE 'DEFERRED' TO WS-STM-STATUS
                END-IF.

                PERFORM 2450-GET-ADDRESS
                THRU    2450-EXIT.

                WRITE STMTOUT-REC FROM WS-STMT-SEPARATOR.
                WRITE STMTOUT-REC FROM WS-STMT-TITLE.
                WRITE STMTOUT-REC FROM WS-STMT-NAME.

                IF WS-ADDR-FOUND
                   WRITE STMTOUT-REC FROM WS-STMT-ADDR1
                   IF WS-ADDRLINE2 NOT = SPACES
                      WRITE STMTOUT-REC FROM WS-STMT-ADDR2
                   END-IF
                   WRITE STMTOUT-REC FROM WS-STMT-ADDR3
                END-IF.

                WRITE STMTOUT-REC FROM WS-STMT-RATE.

                MOVE 'OPENING BALANCE'          TO WS-STM-LABEL.
                MOVE WS-OPENING-BAL             TO WS-STM-AMOUNT.
                WRITE STMTOUT-REC FROM WS-STMT-AMOUNT.
                MOVE 'MEMBER CONTRIBUTIONS'     TO WS-STM-LABEL.
                MOVE WS-YR-CONTRIB-EE           TO WS-STM-AMOUNT.
                WRITE STMTOUT-REC FROM WS-STMT-AMOUNT.
                MOVE 'EMPLOYER CONTRIBUTIONS'   TO WS-STM-LABEL.
                MOVE WS-YR-CONTRIB-ER           TO WS-STM-AMOUNT.
                WRITE STMTOUT-REC FROM WS-STMT-AMOUNT.
                MOVE 'INTEREST CREDITED'        TO WS-STM-LABEL.
                MOVE WS-YR-INTEREST             TO WS-STM-AMOUNT.
                WRITE STMTOUT-REC FROM WS-STMT-AMOUNT.
                IF WS-YR-FORFEIT NOT = ZERO
                   MOVE 'UNVESTED EMPLOYER MONEY FORFEITED'
                                                TO WS-STM-LABEL
                   MOVE WS-YR-FORFEIT           TO WS-STM-AMOUNT
                   WRITE STMTOUT-REC FROM WS-STMT-AMOUNT
                END-IF.
                MOVE 'CLOSING BALANCE - MEMBER FUND'
                                                TO WS-STM-LABEL.
                MOVE WS-EE-BALANCE              TO WS-STM-AMOUNT.
                WRITE STMTOUT-REC FROM WS-STMT-AMOUNT.
                MOVE 'CLOSING BALANCE - EMPLOYER FUND'
                                                TO WS-STM-LABEL.
                MOVE WS-ER-BALANCE              TO WS-STM-AMOUNT.
                WRITE STMTOUT-REC FROM WS-STMT-AMOUNT.
                MOVE 'CLOSING BALANCE - TOTAL'  TO WS-STM-LABEL.
                MOVE WS-CLOSING-BAL             TO WS-STM-AMOUNT.
                WRITE STMTOUT-REC FROM WS-STMT-AMOUNT.

                MOVE WS-SERVICE-YEARS           TO WS-STM-YEARS.
                MOVE WS-VEST-PCT                TO WS-STM-VEST-PCT.
                WRITE STMTOUT-REC FROM WS-STMT-VESTING.

                MOVE 'VESTED BENEFIT'           TO WS-STM-LABEL.
                MOVE WS-VESTED-AMT              TO WS-STM-AMOUNT.
                WRITE STMTOUT-REC FROM WS-STMT-AMOUNT.

                ADD 1 TO WS-STMT-COUNT.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2450-GET-ADDRESS - THE MEMBER'S CURRENT MAILING ADDRESS, THE
      * LATEST EFFECTIVE 'M' ROW ON EMP_ADDRESS. NO ROW ON FILE MEANS
      * THE STATEMENT PRINTS WITHOUT AN ADDRESS BLOCK AND THE MEMBER
      * IS COUNTED FOR THE EXCEPTION TOTAL.
      ******************************************************************
       2450-GET-ADDRESS.

                MOVE SPACES TO WS-ADDR-FOUND-SWITCH
                               WS-ADDRLINE1
                               WS-ADDRLINE2
                               WS-CITY
                               WS-POSTCODE
                               WS-COUNTRY.

                EXEC SQL
                    SELECT ADDRLINE1,
                           ADDRLINE2,
                           CITY,
                           POSTCODE,
                           COUNTRY
                      INTO :WS-ADDRLINE1,
                           :WS-ADDRLINE2 :WS-ADDRLINE2-IND,
                           :WS-CITY,
                           :WS-POSTCODE,
                           :WS-COUNTRY
                      FROM EMP_ADDRESS
                     WHERE EMPNO    = :WS-EMPNO
                       AND ADDRTYPE = 'M'
                       AND EFFDATE  =
                           (SELECT MAX(EFFDATE)
                              FROM EMP_ADDRESS
                             WHERE EMPNO    = :WS-EMPNO
                               AND ADDRTYPE = 'M'
                               AND EFFDATE <= CURRENT DATE)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO WS-ADDR-FOUND-SWITCH
                         IF WS-ADDRLINE2-IND LESS THAN ZERO
                            MOVE SPACES TO WS-ADDRLINE2
                         END-IF
                         MOVE WS-ADDRLINE1 TO WS-STM-ADDRLINE1
                         MOVE WS-ADDRLINE2 TO WS-STM-ADDRLINE2
                         MOVE WS-CITY      TO WS-STM-CITY
                         MOVE WS-POSTCODE  TO WS-STM-POSTCODE
                         MOVE WS-COUNTRY   TO WS-STM-COUNTRY
                    WHEN +100
                         ADD 1 TO WS-NOADDR-COUNT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2450-EXIT.
                EXIT.
      /
      ******************************************************************
      * 8500-WRITE-LEDGER - ONE INTEREST ROW FOR THE FUND IN
      * WS-LEDG-FUND, DATED DECEMBER OF THE YEAR.
      ******************************************************************
       8500-WRITE-LEDGER.

                MOVE WS-EMPNO        TO PL-EMPNO.
                MOVE WS-PERIOD-TO    TO PL-PYEARMONTH.
                MOVE 'I'             TO PL-TXNTYPE.
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
