      *-----------------------------------------------------------------
      *     COBEXPAY - EXPENSE CLAIM REIMBURSEMENT RUN. FOR THE
      *                PYEARMONTH READ OFF SYSIN, PICKS UP EVERY
      *                EXP_CLAIM A MANAGER HAS APPROVED THROUGH
      *                COBEXAMN, MARKS IT PAID ('P') IN THAT PERIOD
      *                AND PRINTS THE REIMBURSEMENT REGISTER BY
      *                EMPLOYEE, POSTING EACH CLAIMANT AN INBOX NOTICE
      *                THROUGH COBMSGPT. COBBNKEX THEN ADDS THE
      *                PERIOD'S PAID CLAIMS TO THE BANK TRANSFER FILE
      *                AS A SEPARATE NON-TAXABLE CREDIT ALONGSIDE THE
      *                NETPAY - NO PAYROLL ROW IS WRITTEN, SO THE
      *                REIMBURSEMENT NEVER REACHES TAX, LABOR COST OR
      *                THE PAYROLL BALANCING. A CLOSED PAY PERIOD IS
      *                REFUSED THE SAME WAY COBPAYRN REFUSES IT, AND
      *                A CLAIM IS NEVER PAID TWICE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBEXPAY.
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
       01  WS-CLAIMNO             PIC S9(9) USAGE COMP.
       01  WS-EMPNO               PIC X(6).
       01  WS-CLAIM-DATE          PIC X(10).
       01  WS-TOTAL-AMT           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-APPROVER            PIC X(6).
       01  WS-PSTATUS             PIC X(1).
       01  WS-PAID-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-PAID-TOTAL          PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-CLAIMNO-DISP        PIC 9(9).
       01  WS-AMOUNT-DISP         PIC Z,ZZZ,ZZ9.99.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(40)
                VALUE 'EXPENSE REIMBURSEMENT REGISTER - PERIOD'.
           10 WS-HDR-PERIOD       PIC X(6).
           10 FILLER              PIC X(66).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'EMPNO'.
           10 FILLER              PIC X(11)  VALUE 'CLAIM'.
           10 FILLER              PIC X(12)  VALUE 'CLAIM DATE'.
           10 FILLER              PIC X(10)  VALUE 'APPROVER'.
           10 FILLER              PIC X(14)  VALUE '        AMOUNT'.
           10 FILLER              PIC X(75).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-CLAIMNO      PIC 9(9).
           10 FILLER              PIC X(2).
           10 WS-RPT-CLAIM-DATE   PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RPT-APPROVER     PIC X(6).
           10 FILLER              PIC X(6).
           10 WS-RPT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(75).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 WS-RPT-TOT-LABEL    PIC X(36).
           10 WS-RPT-TOT-AMT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(76).

      ******************************************************************
      * VARIABLES FOR RUN LOGGING (COBRUNLG)
      ******************************************************************
       01  WS-RUNLG-ACTION        PIC X(1).
       01  WS-RUNLG-JOBNAME       PIC X(8)  VALUE 'HRNIGHT '.
       01  WS-RUNLG-STEPNAME      PIC X(8)  VALUE 'STEP103X'.
       01  WS-RUNLG-PROGRAM       PIC X(8)  VALUE 'COBEXPAY'.
       01  WS-RUNLG-CONDCODE      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-RUNLG-ROWS          PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR INBOX NOTIFICATION (COBMSGPT)
      ******************************************************************
       01  WS-MSG-SOURCE          PIC X(8)  VALUE 'COBEXPAY'.
       01  WS-MSG-SUBJECT         PIC X(64).
       01  WS-MSG-TEXT            PIC X(100).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBEXPAY'.
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

                EXEC SQL INCLUDE EXPCLAIM
                END-EXEC.

                EXEC SQL INCLUDE PAYPERD
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - EVERY APPROVED CLAIM NOT YET PAID.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      C.CLAIMNO,
                      C.EMPNO,
                      C.CLAIM_DATE,
                      C.TOTAL_AMT,
                      COALESCE(C.APPROVER, ' ')
                    FROM EXP_CLAIM C
                    WHERE C.CSTATUS = 'A'
                    ORDER BY C.EMPNO, C.CLAIMNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-PYEARMONTH.

                DISPLAY 'REIMBURSEMENT RUN FOR PERIOD = ' WS-PYEARMONTH.

                MOVE 'S' TO WS-RUNLG-ACTION.
                CALL 'COBRUNLG' USING WS-RUNLG-ACTION,
                     WS-RUNLG-JOBNAME, WS-RUNLG-STEPNAME,
                     WS-RUNLG-PROGRAM, WS-RUNLG-CONDCODE,
                     WS-RUNLG-ROWS.

                PERFORM 1500-CHECK-PERIOD
                THRU    1500-EXIT.

                IF RETURN-CODE NOT = ZERO
                   PERFORM 8000-LOG-RUN-END
                   THRU    8000-EXIT
                   GOBACK
                END-IF.

                MOVE WS-PYEARMONTH TO WS-HDR-PERIOD.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'TOTAL REIMBURSED TO BANK TRANSFER'
                                                 TO WS-RPT-TOT-LABEL.
                MOVE WS-PAID-TOTAL               TO WS-RPT-TOT-AMT.
                PRINT WS-RPT-TOTAL.

                DISPLAY 'CLAIMS PAID              = ' WS-PAID-COUNT.

                PERFORM 8000-LOG-RUN-END
                THRU    8000-EXIT.

                GOBACK.
      /
      ******************************************************************
      * 1500-CHECK-PERIOD - A CLOSED PERIOD IS REFUSED; THE BANK
      * EXTRACT FOR IT HAS ALREADY GONE.
      ******************************************************************
       1500-CHECK-PERIOD.

                MOVE SPACES TO WS-PSTATUS.

                EXEC SQL
                    SELECT PSTATUS
                      INTO :WS-PSTATUS
                      FROM PAY_PERIOD
                     WHERE PYEARMONTH = :WS-PYEARMONTH
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

                IF WS-PSTATUS = 'C'
                   DISPLAY 'PERIOD ' WS-PYEARMONTH ' IS CLOSED - '
                           'NO CLAIMS PAID'
                   MOVE 8 TO RETURN-CODE
                END-IF.

       1500-EXIT.
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
                    INTO  :WS-CLAIMNO,
                          :WS-EMPNO,
                          :WS-CLAIM-DATE,
                          :WS-TOTAL-AMT,
                          :WS-APPROVER
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-PAY-CLAIM
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
      * 2400-PAY-CLAIM - MARK THE CLAIM PAID IN THE PERIOD, ONLY IF IT
      * IS STILL APPROVED, THEN REGISTER IT AND TELL THE CLAIMANT.
      ******************************************************************
       2400-PAY-CLAIM.

                EXEC SQL
                    UPDATE EXP_CLAIM
                       SET CSTATUS = 'P',
                           PAID_YM = :WS-PYEARMONTH
                     WHERE CLAIMNO = :WS-CLAIMNO
                       AND CSTATUS = 'A'
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         GO TO 2400-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1            TO WS-PAID-COUNT.
                ADD WS-TOTAL-AMT TO WS-PAID-TOTAL.

                MOVE SPACES         TO WS-RPT-DETAIL.
                MOVE WS-EMPNO       TO WS-RPT-EMPNO.
                MOVE WS-CLAIMNO     TO WS-RPT-CLAIMNO.
                MOVE WS-CLAIM-DATE  TO WS-RPT-CLAIM-DATE.
                MOVE WS-APPROVER    TO WS-RPT-APPROVER.
                MOVE WS-TOTAL-AMT   TO WS-RPT-AMOUNT.
                PRINT WS-RPT-DETAIL.

                MOVE WS-CLAIMNO     TO WS-CLAIMNO-DISP.
                MOVE WS-TOTAL-AMT   TO WS-AMOUNT-DISP.
                MOVE SPACES TO WS-MSG-SUBJECT
                               WS-MSG-TEXT.
                STRING 'EXPENSE CLAIM '  DELIMITED BY SIZE
                       WS-CLAIMNO-DISP   DELIMITED BY SIZE
                       ' REIMBURSED'     DELIMITED BY SIZE
                  INTO WS-MSG-SUBJECT.
                STRING WS-AMOUNT-DISP    DELIMITED BY SIZE
                       ' IS CREDITED TO YOUR BANK ACCOUNT WITH THE '
                                         DELIMITED BY SIZE
                       WS-PYEARMONTH     DELIMITED BY SIZE
                       ' PAY, FREE OF TAX.'
                                         DELIMITED BY SIZE
                  INTO WS-MSG-TEXT.

                CALL 'COBMSGPT' USING WS-EMPNO, WS-MSG-SOURCE,
                     WS-MSG-SUBJECT, WS-MSG-TEXT.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8000-LOG-RUN-END
      ******************************************************************
       8000-LOG-RUN-END.

                MOVE 'E'            TO WS-RUNLG-ACTION.
                MOVE RETURN-CODE    TO WS-RUNLG-CONDCODE.
                MOVE WS-PAID-COUNT  TO WS-RUNLG-ROWS.
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
