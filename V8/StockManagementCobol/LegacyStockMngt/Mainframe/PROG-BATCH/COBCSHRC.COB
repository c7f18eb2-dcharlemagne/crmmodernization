      *-----------------------------------------------------------------
      *     COBCSHRC - CASH RECEIPTS POSTING. READS THE BANK'S LOCKBOX
      *                FILE (ONE HEADER, A DETAIL PER PAYMENT QUOTING
      *                THE INVOICE NUMBER IT PAYS, A TRAILER WITH THE
      *                PAYMENT COUNT AND AMOUNT TOTAL) AND APPLIES
      *                EACH PAYMENT TO ITS OPEN INVOICE ON THE
      *                INVOICE_REGISTER, ADVANCING PAID_AMOUNT AND
      *                CLOSING THE INVOICE ('P') WHEN IT IS PAID IN
      *                FULL. EVERY PAYMENT IS RECORDED ON
      *                CASH_RECEIPT UNDER THE BANK'S RECEIPT
      *                REFERENCE, SO A LOCKBOX FILE SENT TWICE POSTS
      *                ONCE. THE FILE IS PROVED AGAINST ITS TRAILER
      *                BEFORE ANYTHING IS POSTED - AN OUT-OF-BALANCE
      *                FILE POSTS NOTHING AND ENDS THE STEP WITH 16.
      *                AN OVERPAYMENT, OR A PAYMENT QUOTING NO OPEN
      *                INVOICE, IS HELD ON ACCOUNT AS UNAPPLIED CASH
      *                AND LISTED ON THE REGISTER FOR FINANCE; THE
      *                STEP THEN ENDS WITH A WARNING CODE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBCSHRC.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX  ASSIGN TO LOCKBOX
                  FILE STATUS IS WS-LOCKBOX-STATUS.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LOCKBOX
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LOCKBOX-REC.
           05 LBX-RECTYPE               PIC X(1).
           05 LBX-REST                  PIC X(79).
       01  LOCKBOX-HEADER.
           05 FILLER                    PIC X(1).
           05 LBX-HDR-LOCKBOX-ID        PIC X(8).
           05 LBX-HDR-DEPOSIT-DATE      PIC X(10).
           05 FILLER                    PIC X(61).
       01  LOCKBOX-DETAIL.
           05 FILLER                    PIC X(1).
           05 LBX-RECEIPT-REF           PIC X(10).
           05 LBX-INVOICENO             PIC X(8).
           05 LBX-CLIENTNO              PIC X(6).
           05 LBX-RECEIPT-DATE          PIC X(10).
           05 LBX-AMOUNT                PIC 9(9)V9(2).
           05 FILLER                    PIC X(34).
       01  LOCKBOX-TRAILER.
           05 FILLER                    PIC X(1).
           05 LBX-TRL-COUNT             PIC 9(9).
           05 LBX-TRL-HASH              PIC 9(13)V9(2).
           05 FILLER                    PIC X(55).

      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-LOCKBOX-SWITCH  PIC X          VALUE  SPACES.
               88  END-OF-LOCKBOX                VALUE  'Y'.
       77  WS-TRAILER-SEEN-SW     PIC X          VALUE  SPACES.
               88  WS-TRAILER-SEEN               VALUE  'Y'.
       77  WS-VERIFY-FAIL-SWITCH  PIC X          VALUE  SPACES.
               88  WS-VERIFY-FAIL                VALUE  'Y'.
       01  WS-LOCKBOX-STATUS      PIC X(2)  VALUE '00'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-LOCKBOX-ID          PIC X(8).
       01  WS-RECEIPT-REF         PIC X(10).
       01  WS-INVOICENO           PIC X(8).
       01  WS-CLIENTNO            PIC X(6).
       01  WS-RECEIPT-DATE        PIC X(10).
       01  WS-RECEIPT-AMT         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-APPLIED-AMT         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-UNAPPLIED-AMT       PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-OPEN-AMT            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-INV-CLIENTNO        PIC X(6).
       01  WS-ISTATUS             PIC X(1).
       01  WS-DUMMY               PIC X(10).
       01  WS-CHECK-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-CHECK-HASH          PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-POSTED-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-PAIDOFF-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-DUPLICATE-COUNT     PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-UNAPPLIED-COUNT     PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOTAL-APPLIED       PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOTAL-UNAPPLIED     PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

       01  WS-REG-HEADER.
           10 FILLER              PIC X(22).
           10 FILLER              PIC X(30)
                VALUE 'CASH RECEIPTS REGISTER'.
           10 FILLER              PIC X(9)   VALUE 'LOCKBOX '.
           10 WS-REG-LOCKBOX      PIC X(8).
           10 FILLER              PIC X(63).

       01  WS-REG-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(12)  VALUE 'RECEIPT REF'.
           10 FILLER              PIC X(10)  VALUE 'INVOICE'.
           10 FILLER              PIC X(8)   VALUE 'CLIENT'.
           10 FILLER              PIC X(12)  VALUE 'RCPT DATE'.
           10 FILLER              PIC X(16)  VALUE '        RECEIVED'.
           10 FILLER              PIC X(16)  VALUE '         APPLIED'.
           10 FILLER              PIC X(16)  VALUE '       UNAPPLIED'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(20)  VALUE 'STATUS'.
           10 FILLER              PIC X(18).

       01  WS-REG-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-REG-REF          PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-REG-INVOICENO    PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-REG-CLIENTNO     PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-REG-DATE         PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-REG-RECEIVED     PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-REG-APPLIED      PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-REG-UNAPPLIED    PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-REG-STATE        PIC X(20).
           10 FILLER              PIC X(20).

       01  WS-REG-TOTLINE.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(44)
                VALUE 'LOCKBOX TOTALS'.
           10 FILLER              PIC X(16).
           10 WS-TOT-APPLIED      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(1).
           10 WS-TOT-UNAPPLIED    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(35).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBCSHRC'.
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

                EXEC SQL INCLUDE INVREG
                END-EXEC.

                EXEC SQL INCLUDE CASHRCPT
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                DISPLAY 'CASH RECEIPTS POSTING'.

                PERFORM 1000-PROVE-LOCKBOX
                THRU    1000-EXIT.

                IF WS-VERIFY-FAIL
                   DISPLAY 'LOCKBOX FILE OUT OF BALANCE - '
                           'NOTHING POSTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF.

                MOVE WS-LOCKBOX-ID TO WS-REG-LOCKBOX.
                PRINT WS-REG-HEADER.
                PRINT WS-REG-COLUMNS.

                MOVE SPACES TO END-OF-LOCKBOX-SWITCH.

                OPEN INPUT LOCKBOX.

                PERFORM 2000-POST-RECEIPT
                THRU    2000-EXIT
                UNTIL END-OF-LOCKBOX.

                CLOSE LOCKBOX.

                MOVE WS-TOTAL-APPLIED   TO WS-TOT-APPLIED.
                MOVE WS-TOTAL-UNAPPLIED TO WS-TOT-UNAPPLIED.
                PRINT WS-REG-TOTLINE.

                DISPLAY 'RECEIPTS POSTED     = ' WS-POSTED-COUNT.
                DISPLAY 'INVOICES PAID OFF   = ' WS-PAIDOFF-COUNT.
                DISPLAY 'RECEIPTS UNAPPLIED  = ' WS-UNAPPLIED-COUNT.
                DISPLAY 'DUPLICATES SKIPPED  = ' WS-DUPLICATE-COUNT.

                IF WS-UNAPPLIED-COUNT GREATER THAN ZERO
                   OR WS-DUPLICATE-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                STOP RUN.
      /
      ******************************************************************
      * 1000-PROVE-LOCKBOX - RE-TOTAL EVERY DETAIL AGAINST THE
      * TRAILER BEFORE A CENT IS POSTED. A MISSING TRAILER FAILS THE
      * FILE THE SAME AS A WRONG ONE.
      ******************************************************************
       1000-PROVE-LOCKBOX.

                OPEN INPUT LOCKBOX.

                PERFORM 1100-READ-LOCKBOX
                THRU    1100-EXIT
                UNTIL END-OF-LOCKBOX.

                CLOSE LOCKBOX.

                IF NOT WS-TRAILER-SEEN
                   DISPLAY 'LOCKBOX FILE HAS NO TRAILER'
                   MOVE 'Y' TO WS-VERIFY-FAIL-SWITCH
                END-IF.

       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-READ-LOCKBOX
      ******************************************************************
       1100-READ-LOCKBOX.

                READ LOCKBOX
                    AT END
                       MOVE 'Y' TO END-OF-LOCKBOX-SWITCH
                       GO TO 1100-EXIT
                END-READ.

                EVALUATE LBX-RECTYPE
                    WHEN 'H'
                         MOVE LBX-HDR-LOCKBOX-ID TO WS-LOCKBOX-ID
                    WHEN 'D'
                         ADD 1          TO WS-CHECK-COUNT
                         ADD LBX-AMOUNT TO WS-CHECK-HASH
                    WHEN 'T'
                         MOVE 'Y' TO WS-TRAILER-SEEN-SW
                         IF WS-CHECK-COUNT NOT = LBX-TRL-COUNT
                            OR WS-CHECK-HASH NOT = LBX-TRL-HASH
                            DISPLAY 'LOCKBOX TRAILER COUNT/TOTAL '
                                    'DOES NOT AGREE - '
                                    LBX-TRL-COUNT ' ' WS-CHECK-COUNT
                            MOVE 'Y' TO WS-VERIFY-FAIL-SWITCH
                         END-IF
                    WHEN OTHER
                         DISPLAY 'LOCKBOX RECORD TYPE NOT KNOWN - '
                                 LBX-RECTYPE
                         MOVE 'Y' TO WS-VERIFY-FAIL-SWITCH
                END-EVALUATE.

       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-POST-RECEIPT - ONE PAYMENT: SKIP IT IF ITS REFERENCE IS
      * ALREADY POSTED, OTHERWISE APPLY WHAT THE QUOTED INVOICE STILL
      * OWES AND HOLD THE REST ON ACCOUNT.
      ******************************************************************
       2000-POST-RECEIPT.

                READ LOCKBOX
                    AT END
                       MOVE 'Y' TO END-OF-LOCKBOX-SWITCH
                       GO TO 2000-EXIT
                END-READ.

                IF LBX-RECTYPE NOT = 'D'
                   GO TO 2000-EXIT
                END-IF.

                MOVE LBX-RECEIPT-REF  TO WS-RECEIPT-REF.
                MOVE LBX-INVOICENO    TO WS-INVOICENO.
                MOVE LBX-CLIENTNO     TO WS-CLIENTNO.
                MOVE LBX-RECEIPT-DATE TO WS-RECEIPT-DATE.
                MOVE LBX-AMOUNT       TO WS-RECEIPT-AMT.
                MOVE ZERO             TO WS-APPLIED-AMT.
                MOVE WS-RECEIPT-AMT   TO WS-UNAPPLIED-AMT.

                MOVE WS-RECEIPT-REF   TO WS-REG-REF.
                MOVE WS-INVOICENO     TO WS-REG-INVOICENO.
                MOVE WS-RECEIPT-DATE  TO WS-REG-DATE.
                MOVE WS-RECEIPT-AMT   TO WS-REG-RECEIVED.

                EXEC SQL
                    SELECT RECEIPT_REF
                      INTO :WS-DUMMY
                      FROM CASH_RECEIPT
                     WHERE RECEIPT_REF = :WS-RECEIPT-REF
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-CLIENTNO TO WS-REG-CLIENTNO
                         MOVE ZERO        TO WS-REG-APPLIED
                                             WS-REG-UNAPPLIED
                         MOVE 'ALREADY POSTED' TO WS-REG-STATE
                         PRINT WS-REG-DETAIL
                         ADD 1 TO WS-DUPLICATE-COUNT
                         GO TO 2000-EXIT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2100-APPLY-TO-INVOICE
                THRU    2100-EXIT.

                PERFORM 2200-RECORD-RECEIPT
                THRU    2200-EXIT.

                MOVE WS-CLIENTNO      TO WS-REG-CLIENTNO.
                MOVE WS-APPLIED-AMT   TO WS-REG-APPLIED.
                MOVE WS-UNAPPLIED-AMT TO WS-REG-UNAPPLIED.
                PRINT WS-REG-DETAIL.

                ADD 1                TO WS-POSTED-COUNT.
                ADD WS-APPLIED-AMT   TO WS-TOTAL-APPLIED.
                ADD WS-UNAPPLIED-AMT TO WS-TOTAL-UNAPPLIED.

                IF WS-UNAPPLIED-AMT GREATER THAN ZERO
                   ADD 1 TO WS-UNAPPLIED-COUNT
                END-IF.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2100-APPLY-TO-INVOICE - THE INVOICE'S OWN CLIENT WINS OVER
      * WHAT THE BANK KEYED. A PAID OR UNKNOWN INVOICE TAKES NOTHING.
      ******************************************************************
       2100-APPLY-TO-INVOICE.

                EXEC SQL
                    SELECT CLIENTNO,
                           INV_AMOUNT - PAID_AMOUNT,
                           ISTATUS
                      INTO :WS-INV-CLIENTNO,
                           :WS-OPEN-AMT,
                           :WS-ISTATUS
                      FROM INVOICE_REGISTER
                     WHERE INVOICENO = :WS-INVOICENO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'NO SUCH INVOICE' TO WS-REG-STATE
                         GO TO 2100-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-INV-CLIENTNO NOT = SPACES
                   MOVE WS-INV-CLIENTNO TO WS-CLIENTNO
                END-IF.

                IF WS-ISTATUS NOT = 'O'
                   OR WS-OPEN-AMT NOT GREATER THAN ZERO
                   MOVE 'INVOICE ALREADY PAID' TO WS-REG-STATE
                   GO TO 2100-EXIT
                END-IF.

                IF WS-RECEIPT-AMT GREATER THAN WS-OPEN-AMT
                   MOVE WS-OPEN-AMT TO WS-APPLIED-AMT
                   MOVE 'OVERPAYMENT'    TO WS-REG-STATE
                ELSE
                   MOVE WS-RECEIPT-AMT TO WS-APPLIED-AMT
                   MOVE 'APPLIED'        TO WS-REG-STATE
                END-IF.

                COMPUTE WS-UNAPPLIED-AMT =
                        WS-RECEIPT-AMT - WS-APPLIED-AMT.

                IF WS-APPLIED-AMT = WS-OPEN-AMT
                   MOVE 'P' TO WS-ISTATUS
                   ADD 1 TO WS-PAIDOFF-COUNT
                   IF WS-UNAPPLIED-AMT = ZERO
                      MOVE 'APPLIED - PAID OFF' TO WS-REG-STATE
                   END-IF
                END-IF.

                EXEC SQL
                    UPDATE INVOICE_REGISTER
                       SET PAID_AMOUNT    = PAID_AMOUNT
                                          + :WS-APPLIED-AMT,
                           ISTATUS        = :WS-ISTATUS,
                           LAST_PAID_DATE = :WS-RECEIPT-DATE
                     WHERE INVOICENO = :WS-INVOICENO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-RECORD-RECEIPT
      ******************************************************************
       2200-RECORD-RECEIPT.

                EXEC SQL
                    INSERT INTO CASH_RECEIPT
                         (RECEIPT_REF, INVOICENO, CLIENTNO,
                          RECEIPT_DATE, RECEIPT_AMT, APPLIED_AMT,
                          UNAPPLIED_AMT, POSTED_TS)
                    VALUES
                         (:WS-RECEIPT-REF, :WS-INVOICENO,
                          :WS-CLIENTNO, :WS-RECEIPT-DATE,
                          :WS-RECEIPT-AMT, :WS-APPLIED-AMT,
                          :WS-UNAPPLIED-AMT, CURRENT TIMESTAMP)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2200-EXIT.
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
