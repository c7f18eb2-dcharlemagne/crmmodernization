      *-----------------------------------------------------------------
      *     COBRPT67 - ACCOUNTS-RECEIVABLE AGING BY CLIENT. SPREADS
      *                THE OPEN BALANCE OF EVERY UNPAID INVOICE ON THE
      *                INVOICE_REGISTER (INVOICE AMOUNT LESS WHAT THE
      *                COBCSHRC CASH-RECEIPTS RUN HAS APPLIED) INTO
      *                CURRENT (0-30 DAYS FROM THE INVOICE DATE),
      *                31-60, 61-90 AND OVER-90-DAY BUCKETS, ONE LINE
      *                PER CLIENT WITH ITS UNAPPLIED CASH ALONGSIDE,
      *                AND COMPANY TOTALS. INVOICES FOR ACCOUNTS WITH
      *                NO CLIENT MASTER ROW ARE AGED UNDER UNASSIGNED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT67.
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
       01  WS-SQLCODE             PIC 9(9).
       01  WS-CLIENTNO            PIC X(6).
       01  WS-CLIENT-NAME         PIC X(30).
       01  WS-BKT-CURRENT         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-BKT-31-60           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-BKT-61-90           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-BKT-OVER-90         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-UNAPPLIED           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-CLIENT-TOTAL        PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-TOT-CURRENT         PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-31-60           PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-61-90           PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-OVER-90         PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-UNAPPLIED       PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-ALL             PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(22).
           10 FILLER              PIC X(36)
                VALUE 'ACCOUNTS RECEIVABLE AGING BY CLIENT'.
           10 FILLER              PIC X(74).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'CLIENT'.
           10 FILLER              PIC X(22)  VALUE 'NAME'.
           10 FILLER              PIC X(16)  VALUE '         CURRENT'.
           10 FILLER              PIC X(16)  VALUE '      31-60 DAYS'.
           10 FILLER              PIC X(16)  VALUE '      61-90 DAYS'.
           10 FILLER              PIC X(16)  VALUE '      OVER 90   '.
           10 FILLER              PIC X(16)  VALUE '     TOTAL OPEN '.
           10 FILLER              PIC X(16)  VALUE '  UNAPPLIED CASH'.
           10 FILLER              PIC X(4).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-CLIENTNO     PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-NAME         PIC X(20).
           10 FILLER              PIC X(2).
           10 WS-RPT-CURRENT      PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-31-60        PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-61-90        PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-OVER-90      PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-UNAPPLIED    PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(4).

       01  WS-RPT-TOTLINE.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(30)  VALUE 'TOTAL'.
           10 WS-TOT-RPT-CURRENT  PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-TOT-RPT-31-60    PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-TOT-RPT-61-90    PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-TOT-RPT-OVER-90  PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-TOT-RPT-ALL      PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-TOT-RPT-UNAPPLIED
                                  PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(4).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT67'.
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

                EXEC SQL INCLUDE CLIENT
                END-EXEC.

                EXEC SQL INCLUDE INVREG
                END-EXEC.

                EXEC SQL INCLUDE CASHRCPT
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - ONE ROW PER CLIENT WITH ITS OPEN
      * BALANCE SPREAD BY DAYS SINCE THE INVOICE DATE, AND THE CASH
      * IT HAS ON ACCOUNT.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      I.CLIENTNO,
                      COALESCE(MAX(C.CLIENT_NAME), 'UNASSIGNED'),
                      SUM(CASE WHEN DAYS(CURRENT DATE)
                                  - DAYS(I.INVOICE_DATE) <= 30
                               THEN I.INV_AMOUNT - I.PAID_AMOUNT
                               ELSE 0 END),
                      SUM(CASE WHEN DAYS(CURRENT DATE)
                                  - DAYS(I.INVOICE_DATE)
                                    BETWEEN 31 AND 60
                               THEN I.INV_AMOUNT - I.PAID_AMOUNT
                               ELSE 0 END),
                      SUM(CASE WHEN DAYS(CURRENT DATE)
                                  - DAYS(I.INVOICE_DATE)
                                    BETWEEN 61 AND 90
                               THEN I.INV_AMOUNT - I.PAID_AMOUNT
                               ELSE 0 END),
                      SUM(CASE WHEN DAYS(CURRENT DATE)
                                  - DAYS(I.INVOICE_DATE) > 90
                               THEN I.INV_AMOUNT - I.PAID_AMOUNT
                               ELSE 0 END),
                      (SELECT COALESCE(SUM(R.UNAPPLIED_AMT), 0)
                         FROM CASH_RECEIPT R
                        WHERE R.CLIENTNO = I.CLIENTNO)
                    FROM INVOICE_REGISTER I
                    LEFT OUTER JOIN CLIENT C
                      ON C.CLIENTNO = I.CLIENTNO
                    WHERE I.ISTATUS = 'O'
                    GROUP BY I.CLIENTNO
                    ORDER BY I.CLIENTNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                MOVE WS-TOT-CURRENT   TO WS-TOT-RPT-CURRENT.
                MOVE WS-TOT-31-60     TO WS-TOT-RPT-31-60.
                MOVE WS-TOT-61-90     TO WS-TOT-RPT-61-90.
                MOVE WS-TOT-OVER-90   TO WS-TOT-RPT-OVER-90.
                MOVE WS-TOT-ALL       TO WS-TOT-RPT-ALL.
                MOVE WS-TOT-UNAPPLIED TO WS-TOT-RPT-UNAPPLIED.
                PRINT WS-RPT-TOTLINE.

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
                    INTO  :WS-CLIENTNO,
                          :WS-CLIENT-NAME,
                          :WS-BKT-CURRENT,
                          :WS-BKT-31-60,
                          :WS-BKT-61-90,
                          :WS-BKT-OVER-90,
                          :WS-UNAPPLIED
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-PRINT-CLIENT
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
      * 2400-PRINT-CLIENT
      ******************************************************************
       2400-PRINT-CLIENT.

                COMPUTE WS-CLIENT-TOTAL =
                        WS-BKT-CURRENT + WS-BKT-31-60
                      + WS-BKT-61-90   + WS-BKT-OVER-90.

                IF WS-CLIENTNO = SPACES
                   MOVE 'UNASSIGNED' TO WS-CLIENT-NAME
                END-IF.

                MOVE WS-CLIENTNO     TO WS-RPT-CLIENTNO.
                MOVE WS-CLIENT-NAME  TO WS-RPT-NAME.
                MOVE WS-BKT-CURRENT  TO WS-RPT-CURRENT.
                MOVE WS-BKT-31-60    TO WS-RPT-31-60.
                MOVE WS-BKT-61-90    TO WS-RPT-61-90.
                MOVE WS-BKT-OVER-90  TO WS-RPT-OVER-90.
                MOVE WS-CLIENT-TOTAL TO WS-RPT-TOTAL.
                MOVE WS-UNAPPLIED    TO WS-RPT-UNAPPLIED.

                PRINT WS-RPT-DETAIL.

                ADD WS-BKT-CURRENT  TO WS-TOT-CURRENT.
                ADD WS-BKT-31-60    TO WS-TOT-31-60.
                ADD WS-BKT-61-90    TO WS-TOT-61-90.
                ADD WS-BKT-OVER-90  TO WS-TOT-OVER-90.
                ADD WS-CLIENT-TOTAL TO WS-TOT-ALL.
                ADD WS-UNAPPLIED    TO WS-TOT-UNAPPLIED.

       2400-EXIT.
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
