      *-----------------------------------------------------------------
      *     COBRPT72 - STAFF LOAN AND SALARY ADVANCE STATEMENT. LISTS
      *                EVERY EMP_LOAN BY EMPLOYEE WITH ITS TYPE,
      *                RECOVERY CODE, PRINCIPAL, ANNUAL RATE,
      *                INSTALLMENT, FIRST RECOVERY PERIOD, STATUS AND
      *                CURRENT BALANCE, FOLLOWED BY ITS LOAN_LEDGER
      *                MOVEMENTS - THE GRANT, EACH MONTH'S INTEREST
      *                AND PAYROLL RECOVERY, AND ANY FINAL-PAY
      *                RECOVERY OR SHORTFALL - WITH THE BALANCE AFTER
      *                EACH. A SECOND SECTION LISTS THE LOANS COBFINPY
      *                COULD NOT CLEAR FROM A LEAVER'S FINAL PAY FOR
      *                HR TO PURSUE. TOTALS GIVE THE BALANCE STILL
      *                BEING RECOVERED THROUGH PAYROLL AND THE
      *                BALANCE REFERRED TO HR.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT72.
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
       01  WS-SQLCODE             PIC 9(9).
       01  WS-EMPNO               PIC X(6).
       01  WS-LOANNO              PIC S9(4) USAGE COMP.
       01  WS-LOANTYPE            PIC X(1).
               88  WS-LOAN                       VALUE 'L'.
               88  WS-ADVANCE                    VALUE 'A'.
       01  WS-DEDCODE             PIC X(4).
       01  WS-PRINCIPAL           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-INTRATE             PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-INSTALLMENT         PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-START-YM            PIC X(6).
       01  WS-BALANCE             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LSTATUS             PIC X(1).
               88  WS-ACTIVE                     VALUE 'A'.
               88  WS-DUE-ON-TERM                VALUE 'T'.
               88  WS-CLEARED                    VALUE 'C'.
               88  WS-SHORTFALL                  VALUE 'X'.
       01  WS-LEDGER-YM           PIC X(6).
       01  WS-TXNTYPE             PIC X(1).
       01  WS-LEDGER-AMOUNT       PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BALANCE-AFTER       PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-PRIOR-EMPNO         PIC X(6)  VALUE SPACES.
       01  WS-PRIOR-LOANNO        PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-LOAN-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT     PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-OUTSTANDING     PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-SHORTFALL       PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(50)
                VALUE 'STAFF LOANS AND ADVANCES - LOAN STATEMENT'.
           10 FILLER              PIC X(62).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'EMPNO'.
           10 FILLER              PIC X(6)   VALUE 'LOAN'.
           10 FILLER              PIC X(9)   VALUE 'TYPE'.
           10 FILLER              PIC X(6)   VALUE 'CODE'.
           10 FILLER              PIC X(14)  VALUE '     PRINCIPAL'.
           10 FILLER              PIC X(8)   VALUE '    RATE'.
           10 FILLER              PIC X(14)  VALUE '   INSTALLMENT'.
           10 FILLER              PIC X(8)   VALUE '   START'.
           10 FILLER              PIC X(20)  VALUE '  STATUS'.
           10 FILLER              PIC X(14)  VALUE '       BALANCE'.
           10 FILLER              PIC X(23).

       01  WS-RPT-LOAN.
           10 FILLER              PIC X(2).
           10 WS-RPT-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-LOANNO       PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-RPT-TYPE         PIC X(9).
           10 WS-RPT-DEDCODE      PIC X(4).
           10 FILLER              PIC X(2).
           10 WS-RPT-PRINCIPAL    PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-RATE         PIC ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-INSTALLMENT  PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-START        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-STATUS       PIC X(20).
           10 WS-RPT-BALANCE      PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(25).

       01  WS-RPT-LEDGER.
           10 FILLER              PIC X(18).
           10 WS-RPT-LEDGER-YM    PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-TXN          PIC X(20).
           10 WS-RPT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(14)  VALUE 'BALANCE AFTER '.
           10 WS-RPT-AFTER        PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(46).

       01  WS-RPT-EXC-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(50)
                VALUE 'LOAN SHORTFALL EXCEPTIONS - REFERRED TO HR'.
           10 FILLER              PIC X(62).

       01  WS-RPT-EXC-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'EMPNO'.
           10 FILLER              PIC X(6)   VALUE 'LOAN'.
           10 FILLER              PIC X(9)   VALUE 'TYPE'.
           10 FILLER              PIC X(14)  VALUE '     PRINCIPAL'.
           10 FILLER              PIC X(14)  VALUE '     SHORTFALL'.
           10 FILLER              PIC X(79).

       01  WS-RPT-EXCEPTION.
           10 FILLER              PIC X(2).
           10 WS-RPT-EXC-EMPNO    PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-EXC-LOANNO   PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-RPT-EXC-TYPE     PIC X(9).
           10 FILLER              PIC X(2).
           10 WS-RPT-EXC-PRIN     PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-EXC-SHORT    PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(79).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 WS-RPT-TOT-LABEL    PIC X(36).
           10 WS-RPT-TOT-AMT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(76).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT72'.
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

                EXEC SQL INCLUDE EMPLOAN
                END-EXEC.

                EXEC SQL INCLUDE LOANLEDG
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - ONE ROW PER LEDGER MOVEMENT, OR ONE ROW FOR A LOAN THAT
      * HAS NONE (TXNTYPE BLANK).
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      L.EMPNO,
                      L.LOANNO,
                      L.LOANTYPE,
                      L.DEDCODE,
                      L.PRINCIPAL,
                      L.INTRATE,
                      L.INSTALLMENT,
                      L.START_YM,
                      L.BALANCE,
                      L.LSTATUS,
                      COALESCE(G.PYEARMONTH, ' '),
                      COALESCE(G.TXNTYPE, ' '),
                      COALESCE(G.AMOUNT, 0),
                      COALESCE(G.BALANCE_AFTER, 0)
                    FROM EMP_LOAN L
                    LEFT OUTER JOIN LOAN_LEDGER G
                      ON  G.EMPNO  = L.EMPNO
                      AND G.LOANNO = L.LOANNO
                    ORDER BY L.EMPNO, L.LOANNO, G.POSTED_TS
                END-EXEC.

      ******************************************************************
      * C2 - THE LOANS A FINAL-PAY SETTLEMENT COULD NOT CLEAR.
      ******************************************************************
                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      EMPNO,
                      LOANNO,
                      LOANTYPE,
                      PRINCIPAL,
                      BALANCE
                    FROM EMP_LOAN
                    WHERE LSTATUS = 'X'
                    ORDER BY EMPNO, LOANNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 2000-PRINT-LOANS
                THRU    2000-EXIT.

                PRINT WS-RPT-EXC-HEADER.
                PRINT WS-RPT-EXC-COLUMNS.

                PERFORM 3000-PRINT-EXCEPTIONS
                THRU    3000-EXIT.

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'OUTSTANDING - PAYROLL RECOVERY'
                                                 TO WS-RPT-TOT-LABEL.
                MOVE WS-TOT-OUTSTANDING          TO WS-RPT-TOT-AMT.
                PRINT WS-RPT-TOTAL.
                MOVE 'SHORTFALL - REFERRED TO HR' TO WS-RPT-TOT-LABEL.
                MOVE WS-TOT-SHORTFALL            TO WS-RPT-TOT-AMT.
                PRINT WS-RPT-TOTAL.

                DISPLAY 'LOANS LISTED     = ' WS-LOAN-COUNT.
                DISPLAY 'SHORTFALLS       = ' WS-EXCEPTION-COUNT.

                GOBACK.
      /
      ******************************************************************
      * 2000-PRINT-LOANS
      ******************************************************************
       2000-PRINT-LOANS.

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
                          :WS-LOANNO,
                          :WS-LOANTYPE,
                          :WS-DEDCODE,
                          :WS-PRINCIPAL,
                          :WS-INTRATE,
                          :WS-INSTALLMENT,
                          :WS-START-YM,
                          :WS-BALANCE,
                          :WS-LSTATUS,
                          :WS-LEDGER-YM,
                          :WS-TXNTYPE,
                          :WS-LEDGER-AMOUNT,
                          :WS-BALANCE-AFTER
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-EMPNO  NOT = WS-PRIOR-EMPNO
                            OR WS-LOANNO NOT = WS-PRIOR-LOANNO
                            PERFORM 2400-PRINT-LOAN
                            THRU    2400-EXIT
                         END-IF
                         IF WS-TXNTYPE NOT = SPACES
                            PERFORM 2600-PRINT-LEDGER
                            THRU    2600-EXIT
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
      * 2400-PRINT-LOAN - THE LOAN LINE, ADDED TO THE OUTSTANDING
      * TOTAL WHILE PAYROLL IS STILL RECOVERING IT
      ******************************************************************
       2400-PRINT-LOAN.

                MOVE WS-EMPNO         TO WS-PRIOR-EMPNO.
                MOVE WS-LOANNO        TO WS-PRIOR-LOANNO.
                ADD 1                 TO WS-LOAN-COUNT.

                MOVE SPACES           TO WS-RPT-LOAN.
                MOVE WS-EMPNO         TO WS-RPT-EMPNO.
                MOVE WS-LOANNO        TO WS-RPT-LOANNO.
                MOVE WS-DEDCODE       TO WS-RPT-DEDCODE.
                MOVE WS-PRINCIPAL     TO WS-RPT-PRINCIPAL.
                MOVE WS-INTRATE       TO WS-RPT-RATE.
                MOVE WS-INSTALLMENT   TO WS-RPT-INSTALLMENT.
                MOVE WS-START-YM      TO WS-RPT-START.
                MOVE WS-BALANCE       TO WS-RPT-BALANCE.

                EVALUATE TRUE
                    WHEN WS-LOAN
                         MOVE 'LOAN'      TO WS-RPT-TYPE
                    WHEN WS-ADVANCE
                         MOVE 'ADVANCE'   TO WS-RPT-TYPE
                    WHEN OTHER
                         MOVE WS-LOANTYPE TO WS-RPT-TYPE
                END-EVALUATE.

                EVALUATE TRUE
                    WHEN WS-ACTIVE
                         MOVE 'ACTIVE'              TO WS-RPT-STATUS
                         ADD WS-BALANCE        TO WS-TOT-OUTSTANDING
                    WHEN WS-DUE-ON-TERM
                         MOVE 'DUE ON TERMINATION'  TO WS-RPT-STATUS
                         ADD WS-BALANCE        TO WS-TOT-OUTSTANDING
                    WHEN WS-CLEARED
                         MOVE 'CLEARED'             TO WS-RPT-STATUS
                    WHEN WS-SHORTFALL
                         MOVE 'SHORTFALL - HR'      TO WS-RPT-STATUS
                    WHEN OTHER
                         MOVE WS-LSTATUS            TO WS-RPT-STATUS
                END-EVALUATE.

                PRINT WS-RPT-LOAN.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-PRINT-LEDGER - ONE LOAN_LEDGER MOVEMENT
      ******************************************************************
       2600-PRINT-LEDGER.

                MOVE SPACES           TO WS-RPT-LEDGER.
                MOVE 'BALANCE AFTER ' TO WS-RPT-LEDGER (61:14).
                MOVE WS-LEDGER-YM     TO WS-RPT-LEDGER-YM.
                MOVE WS-LEDGER-AMOUNT TO WS-RPT-AMOUNT.
                MOVE WS-BALANCE-AFTER TO WS-RPT-AFTER.

                EVALUATE WS-TXNTYPE
                    WHEN 'G'
                         MOVE 'GRANTED'            TO WS-RPT-TXN
                    WHEN 'I'
                         MOVE 'INTEREST'           TO WS-RPT-TXN
                    WHEN 'R'
                         MOVE 'PAYROLL RECOVERY'   TO WS-RPT-TXN
                    WHEN 'F'
                         MOVE 'FINAL-PAY RECOVERY' TO WS-RPT-TXN
                    WHEN 'X'
                         MOVE 'SHORTFALL TO HR'    TO WS-RPT-TXN
                    WHEN OTHER
                         MOVE WS-TXNTYPE           TO WS-RPT-TXN
                END-EVALUATE.

                PRINT WS-RPT-LEDGER.

       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-PRINT-EXCEPTIONS
      ******************************************************************
       3000-PRINT-EXCEPTIONS.

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

                PERFORM 3200-FETCH-EXCEPTION
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
      * 3200-FETCH-EXCEPTION
      ******************************************************************
       3200-FETCH-EXCEPTION.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-EMPNO,
                          :WS-LOANNO,
                          :WS-LOANTYPE,
                          :WS-PRINCIPAL,
                          :WS-BALANCE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 3200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1          TO WS-EXCEPTION-COUNT.
                ADD WS-BALANCE TO WS-TOT-SHORTFALL.

                MOVE SPACES       TO WS-RPT-EXCEPTION.
                MOVE WS-EMPNO     TO WS-RPT-EXC-EMPNO.
                MOVE WS-LOANNO    TO WS-RPT-EXC-LOANNO.
                MOVE WS-PRINCIPAL TO WS-RPT-EXC-PRIN.
                MOVE WS-BALANCE   TO WS-RPT-EXC-SHORT.

                IF WS-ADVANCE
                   MOVE 'ADVANCE'   TO WS-RPT-EXC-TYPE
                ELSE
                   MOVE 'LOAN'      TO WS-RPT-EXC-TYPE
                END-IF.

                PRINT WS-RPT-EXCEPTION.

       3200-EXIT.
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
