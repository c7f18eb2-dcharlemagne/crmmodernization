      *-----------------------------------------------------------------
      *    COBLONMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - GRANTS AND RESCHEDULES STAFF LOANS AND
      *                    SALARY ADVANCES ON EMP_LOAN, REPLACING THE
      *                    BINDER AND THE MONTHLY HAND-KEYED OVERRIDE.
      *                    ADD-LON-FLAG = 'Y' READS ONE LOAN BACK TO
      *                    THE CICS CALLING PROGRAM; ANY OTHER VALUE
      *                    GRANTS A NEW LOAN WHEN LONNOIO IS ZERO (THE
      *                    NEW LOAN NUMBER IS RETURNED IN LONNOIO), OR
      *                    RESCHEDULES THE INSTALLMENT AND RATE OF AN
      *                    ACTIVE LOAN WHEN IT IS NOT. A GRANT OPENS
      *                    THE BALANCE AT THE PRINCIPAL, WRITES THE
      *                    'G' LOAN_LEDGER ROW AND ENROLLS THE EMPLOYEE
      *                    IN THE LOAN'S DEDTYPE 'L' CATALOG CODE FROM
      *                    THE START PERIOD, SO COBPAYRN RECOVERS THE
      *                    INSTALLMENTS IN ITS DEDPRIORITY ORDER. A
      *                    BAD TYPE, AN ADVANCE CARRYING INTEREST, A
      *                    ZERO PRINCIPAL OR INSTALLMENT, A BAD START
      *                    PERIOD, A CODE THAT IS NOT A LOAN CODE, AN
      *                    UNKNOWN OR TERMINATED EMPLOYEE, OR A LOAN
      *                    THAT IS NO LONGER ACTIVE IS REFUSED WITH
      *                    ADD-LON-FLAG = 'E'. GRANTS AND RESCHEDULES
      *                    ARE STAMPED TO MASTER_CHANGE_LOG THROUGH
      *                    COBMDLOG.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBLONMN.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCT  2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01 PSQLCODE              PIC S9(9) COMP.
       01 PSQLSTATE             PIC X(5).
       01 PSQLERRMC.
           49  PSQLERRMC-LEN    PIC S9(4) COMP.
           49  PSQLERRMC-TEXT   PIC X(250).

      *-----------------------------------------------------------------
      * WORKAREAS
      *-----------------------------------------------------------------
       01  WS-PARMAREA.
               02  WS-EMPNO                 PIC X(6).
               02  WS-LOANNO                PIC S9(4) COMP.
       01  WS-START-DATE            PIC X(10).
       01  WS-DEDTYPE               PIC X(1).
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-ROW-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-EDIT-LOANNO           PIC 9(4).
       01  WS-EDIT-AMOUNT           PIC -(7)9.99.
       01  WS-EDIT-INST             PIC -(7)9.99.
       01  WS-EDIT-RATE             PIC -(3)9.99.
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'EMP_LOAN'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100).
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBLONMN'.
       01  WS-ERRLG-PARA        PIC X(30) VALUE '9000-DBERROR'.
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80)  OCCURS 12 TIMES
                                          INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      *-----------------------------------------------------------------
      * SQLCA AND DCLGENS FOR TABLES
      *-----------------------------------------------------------------
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE EMPLOAN
           END-EXEC.

           EXEC SQL
               INCLUDE LOANLEDG
           END-EXEC.

      /
       LINKAGE SECTION.

       01  LONEMPNOI         PIC X(6).
       01  LONNOIO           PIC S9(4) COMP.
       01  LONTYPEIO         PIC X(1).
       01  LONDEDCODEIO      PIC X(4).
       01  LONPRINCIPALIO    PIC S9(7)V9(2) USAGE COMP-3.
       01  LONRATEIO         PIC S9(3)V9(2) USAGE COMP-3.
       01  LONINSTALIO       PIC S9(7)V9(2) USAGE COMP-3.
       01  LONSTARTYMIO      PIC X(6).
       01  LONBALANCEO       PIC S9(7)V9(2) USAGE COMP-3.
       01  LONSTATUSO        PIC X(1).
       01  ADD-LON-FLAG      PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LONEMPNOI, LONNOIO, LONTYPEIO,
                                LONDEDCODEIO, LONPRINCIPALIO,
                                LONRATEIO, LONINSTALIO,
                                LONSTARTYMIO, LONBALANCEO,
                                LONSTATUSO, ADD-LON-FLAG.

            MOVE LONEMPNOI     TO WS-EMPNO.
            MOVE LONNOIO       TO WS-LOANNO.

            DISPLAY 'WS-EMPNO = ' WS-EMPNO
                    ' WS-LOANNO = ' WS-LOANNO.

            EXEC SQL
                 SET :WS-CURRENT-USER = USER
            END-EXEC.

            EVALUATE TRUE
                WHEN ADD-LON-FLAG = "Y"
                     PERFORM 4000-READ-LOAN THRU
                             4000-EXIT
                WHEN WS-LOANNO = ZERO
                     PERFORM 5000-GRANT-LOAN THRU
                             5000-EXIT
                WHEN OTHER
                     PERFORM 6000-RESCHEDULE-LOAN THRU
                             6000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE LOAN BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-LOAN.

                MOVE SPACES        TO ADD-LON-FLAG.

                PERFORM 4100-SELECT-LOAN THRU 4100-EXIT.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         MOVE SPACES     TO LN-LOANTYPE
                                            LN-DEDCODE
                                            LN-START-YM
                                            LN-LSTATUS
                         MOVE ZERO       TO LN-PRINCIPAL
                                            LN-INTRATE
                                            LN-INSTALLMENT
                                            LN-BALANCE
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE LN-LOANTYPE         TO LONTYPEIO.
                MOVE LN-DEDCODE          TO LONDEDCODEIO.
                MOVE LN-PRINCIPAL        TO LONPRINCIPALIO.
                MOVE LN-INTRATE          TO LONRATEIO.
                MOVE LN-INSTALLMENT      TO LONINSTALIO.
                MOVE LN-START-YM         TO LONSTARTYMIO.
                MOVE LN-BALANCE          TO LONBALANCEO.
                MOVE LN-LSTATUS          TO LONSTATUSO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4100-SELECT-LOAN
      *-----------------------------------------------------------------
       4100-SELECT-LOAN.

                EXEC SQL
                  SELECT
                      LOANTYPE
                    , DEDCODE
                    , PRINCIPAL
                    , INTRATE
                    , INSTALLMENT
                    , START_YM
                    , BALANCE
                    , LSTATUS
                  INTO
                      :LN-LOANTYPE
                    , :LN-DEDCODE
                    , :LN-PRINCIPAL
                    , :LN-INTRATE
                    , :LN-INSTALLMENT
                    , :LN-START-YM
                    , :LN-BALANCE
                    , :LN-LSTATUS
                  FROM EMP_LOAN
                  WHERE EMPNO  = :WS-EMPNO
                    AND LOANNO = :WS-LOANNO
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

       4100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * GRANT ONE LOAN - THE NEXT LOAN NUMBER FOR THE EMPLOYEE, THE
      * BALANCE OPENED AT THE PRINCIPAL, THE GRANT LEDGERED AND THE
      * RECOVERY CODE ENROLLED.
      *-----------------------------------------------------------------
       5000-GRANT-LOAN.

           MOVE LONTYPEIO       TO LN-LOANTYPE.
           MOVE LONDEDCODEIO    TO LN-DEDCODE.
           MOVE LONPRINCIPALIO  TO LN-PRINCIPAL.
           MOVE LONRATEIO       TO LN-INTRATE.
           MOVE LONINSTALIO     TO LN-INSTALLMENT.
           MOVE LONSTARTYMIO    TO LN-START-YM.

           PERFORM 7000-VALIDATE-GRANT THRU 7000-EXIT.

           IF  ADD-LON-FLAG = "E"
               GO TO 5000-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(LOANNO), 0) + 1
                 INTO :WS-LOANNO
                 FROM EMP_LOAN
                WHERE EMPNO = :WS-EMPNO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           EXEC SQL
                   INSERT INTO
                      EMP_LOAN
                      (
                        EMPNO
                      , LOANNO
                      , LOANTYPE
                      , DEDCODE
                      , PRINCIPAL
                      , INTRATE
                      , INSTALLMENT
                      , START_YM
                      , BALANCE
                      , LSTATUS
                      , GRANTED_BY
                      , GRANTED_TS
                      )
                       VALUES
                      (
                        :WS-EMPNO
                      , :WS-LOANNO
                      , :LN-LOANTYPE
                      , :LN-DEDCODE
                      , :LN-PRINCIPAL
                      , :LN-INTRATE
                      , :LN-INSTALLMENT
                      , :LN-START-YM
                      , :LN-PRINCIPAL
                      , 'A'
                      , :WS-CURRENT-USER
                      , CURRENT TIMESTAMP
                      )
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER INSERT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           EXEC SQL
                   INSERT INTO
                      LOAN_LEDGER
                      (
                        EMPNO
                      , LOANNO
                      , PYEARMONTH
                      , TXNTYPE
                      , AMOUNT
                      , BALANCE_AFTER
                      , POSTED_TS
                      )
                       VALUES
                      (
                        :WS-EMPNO
                      , :WS-LOANNO
                      , :LN-START-YM
                      , 'G'
                      , :LN-PRINCIPAL
                      , :LN-PRINCIPAL
                      , CURRENT TIMESTAMP
                      )
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           PERFORM 7200-ENROLL-RECOVERY THRU 7200-EXIT.

           MOVE SPACES        TO ADD-LON-FLAG
                                 WS-MDLOG-BEFORE.
           MOVE "A"           TO WS-MDLOG-ACTION.
           PERFORM 7500-WRITE-CHANGE-LOG THRU 7500-EXIT.

           MOVE WS-LOANNO     TO LONNOIO.
           MOVE LN-PRINCIPAL  TO LONBALANCEO.
           MOVE 'A'           TO LONSTATUSO.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * RESCHEDULE ONE ACTIVE LOAN - ONLY THE INSTALLMENT AND THE RATE
      * MOVE; THE BALANCE IS NEVER KEYED, IT ONLY MOVES THROUGH THE
      * LEDGER.
      *-----------------------------------------------------------------
       6000-RESCHEDULE-LOAN.

           PERFORM 4100-SELECT-LOAN THRU 4100-EXIT.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "E" TO ADD-LON-FLAG
                    GO TO 6000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 6000-EXIT
           END-EVALUATE.

           IF  LN-LSTATUS NOT = 'A'
            OR LONINSTALIO NOT GREATER THAN ZERO
            OR LONRATEIO LESS THAN ZERO
            OR (LN-LOANTYPE = 'A' AND LONRATEIO NOT = ZERO)
               MOVE "E" TO ADD-LON-FLAG
               GO TO 6000-EXIT
           END-IF.

           MOVE SPACES           TO WS-MDLOG-BEFORE.
           MOVE LN-INSTALLMENT   TO WS-EDIT-INST.
           MOVE LN-INTRATE       TO WS-EDIT-RATE.
           STRING 'INST '        DELIMITED BY SIZE
                  WS-EDIT-INST   DELIMITED BY SIZE
                  ' RATE '       DELIMITED BY SIZE
                  WS-EDIT-RATE   DELIMITED BY SIZE
             INTO WS-MDLOG-BEFORE.

           MOVE LONINSTALIO      TO LN-INSTALLMENT.
           MOVE LONRATEIO        TO LN-INTRATE.

           EXEC SQL
                   UPDATE
                       EMP_LOAN
                   SET  INSTALLMENT = :LN-INSTALLMENT
                      , INTRATE     = :LN-INTRATE
                   WHERE
                      (
                        ( EMP_LOAN.EMPNO  = :WS-EMPNO )
                    AND ( EMP_LOAN.LOANNO = :WS-LOANNO )
                      )
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-LON-FLAG
                    MOVE "U"    TO WS-MDLOG-ACTION
                    PERFORM 7500-WRITE-CHANGE-LOG THRU 7500-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

           MOVE LN-BALANCE       TO LONBALANCEO.
           MOVE LN-LSTATUS       TO LONSTATUSO.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7000-VALIDATE-GRANT - THE GRANT'S OWN FIGURES FIRST, THEN THE
      * RECOVERY CODE AND THE EMPLOYEE AGAINST THE DATABASE.
      *-----------------------------------------------------------------
       7000-VALIDATE-GRANT.

           MOVE SPACES TO ADD-LON-FLAG.

           IF  (LN-LOANTYPE NOT = 'L' AND LN-LOANTYPE NOT = 'A')
            OR (LN-LOANTYPE = 'A' AND LN-INTRATE NOT = ZERO)
            OR LN-INTRATE LESS THAN ZERO
            OR LN-PRINCIPAL NOT GREATER THAN ZERO
            OR LN-INSTALLMENT NOT GREATER THAN ZERO
            OR LN-START-YM IS NOT NUMERIC
            OR LN-START-YM (5:2) LESS THAN '01'
            OR LN-START-YM (5:2) GREATER THAN '12'
               MOVE "E" TO ADD-LON-FLAG
               GO TO 7000-EXIT
           END-IF.

           MOVE SPACES TO WS-DEDTYPE.

           EXEC SQL
               SELECT DEDTYPE
                 INTO :WS-DEDTYPE
                 FROM DEDUCTION
                WHERE DEDCODE = :LN-DEDCODE
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

           IF  WS-DEDTYPE NOT = 'L'
               MOVE "E" TO ADD-LON-FLAG
               GO TO 7000-EXIT
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM EMP E
                WHERE E.EMPNO = :WS-EMPNO
                  AND NOT EXISTS
                      (SELECT 1
                         FROM EMP_TERMINATION T
                        WHERE T.EMPNO = E.EMPNO)
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

           IF  WS-ROW-COUNT = ZERO
               MOVE "E" TO ADD-LON-FLAG
           END-IF.

       7000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7200-ENROLL-RECOVERY - ENROLL THE BORROWER IN THE LOAN'S
      * RECOVERY CODE FROM THE START PERIOD. AN ENROLLMENT ALREADY ON
      * FILE (AN EARLIER LOAN ON THE SAME CODE) IS REOPENED IF IT HAD
      * BEEN ENDED; ONE LIVE ENROLLMENT RECOVERS EVERY LOAN ON THE
      * CODE.
      *-----------------------------------------------------------------
       7200-ENROLL-RECOVERY.

           MOVE LN-START-YM (1:4) TO WS-START-DATE (1:4).
           MOVE '-'               TO WS-START-DATE (5:1).
           MOVE LN-START-YM (5:2) TO WS-START-DATE (6:2).
           MOVE '-01'             TO WS-START-DATE (8:3).

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM EMP_DEDUCTION
                WHERE EMPNO   = :WS-EMPNO
                  AND DEDCODE = :LN-DEDCODE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 7200-EXIT
           END-EVALUATE.

           IF  WS-ROW-COUNT = ZERO
               EXEC SQL
                   INSERT INTO
                      EMP_DEDUCTION
                      (
                        EMPNO
                      , DEDCODE
                      , DEDSTARTDATE
                      )
                       VALUES
                      (
                        :WS-EMPNO
                      , :LN-DEDCODE
                      , DATE(:WS-START-DATE)
                      )
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE
                       EMP_DEDUCTION
                   SET  DEDENDDATE = NULL
                   WHERE EMPNO   = :WS-EMPNO
                     AND DEDCODE = :LN-DEDCODE
                     AND DEDENDDATE IS NOT NULL
               END-EXEC
           END-IF.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       7200-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7500-WRITE-CHANGE-LOG - STAMP THE GRANT OR RESCHEDULE TO THE
      * SHARED MASTER-DATA CHANGE LOG, KEYED EMPNO AND LOAN NUMBER.
      *-----------------------------------------------------------------
       7500-WRITE-CHANGE-LOG.

           MOVE SPACES    TO WS-MDLOG-KEY
                             WS-MDLOG-AFTER.
           MOVE WS-LOANNO TO WS-EDIT-LOANNO.
           STRING WS-EMPNO       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-EDIT-LOANNO DELIMITED BY SIZE
             INTO WS-MDLOG-KEY.

           MOVE LN-INSTALLMENT TO WS-EDIT-INST.
           MOVE LN-INTRATE     TO WS-EDIT-RATE.

           IF  WS-MDLOG-ACTION = "A"
               MOVE LN-PRINCIPAL TO WS-EDIT-AMOUNT
               STRING LN-LOANTYPE    DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      LN-DEDCODE     DELIMITED BY SIZE
                      ' FROM '       DELIMITED BY SIZE
                      LN-START-YM    DELIMITED BY SIZE
                      ' PRIN '       DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                      ' INST '       DELIMITED BY SIZE
                      WS-EDIT-INST   DELIMITED BY SIZE
                      ' RATE '       DELIMITED BY SIZE
                      WS-EDIT-RATE   DELIMITED BY SIZE
                 INTO WS-MDLOG-AFTER
           ELSE
               STRING 'INST '        DELIMITED BY SIZE
                      WS-EDIT-INST   DELIMITED BY SIZE
                      ' RATE '       DELIMITED BY SIZE
                      WS-EDIT-RATE   DELIMITED BY SIZE
                 INTO WS-MDLOG-AFTER
           END-IF.

           CALL 'COBMDLOG' USING WS-MDLOG-TABLE, WS-MDLOG-KEY,
                WS-MDLOG-ACTION, WS-MDLOG-BEFORE, WS-MDLOG-AFTER.

       7500-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 9000-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
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
       9000-EXIT.
                EXIT.
      *-----------------------------------------------------------------
      * 9999-ERROR-DISPLAY
      *-----------------------------------------------------------------
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
