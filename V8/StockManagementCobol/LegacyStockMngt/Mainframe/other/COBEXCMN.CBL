      *-----------------------------------------------------------------
      *    COBEXCMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - EMPLOYEE EXPENSE CLAIM ENTRY. A CLAIM IS AN
      *                    EXP_CLAIM HEADER WITH RECEIPTED LINES ON
      *                    EXP_CLAIM_LINE. EXC-ACTION-FLAG = 'L' ADDS A
      *                    LINE (CATEGORY, DATE, AMOUNT, RECEIPT
      *                    REFERENCE AND AN OPTIONAL PROJECT), OPENING
      *                    A NEW CLAIM FOR THE EMPLOYEE FIRST WHEN
      *                    EXCCLAIMIO IS ZERO - THE NEW CLAIM AND LINE
      *                    NUMBERS ARE RETURNED; 'D' REMOVES LINE
      *                    EXCLINEIO; 'S' SUBMITS THE CLAIM, ROUTING IT
      *                    TO THE MANAGER OF THE CLAIMANT'S WORKDEPT
      *                    (THE ADMINISTERING DEPARTMENT'S MANAGER WHEN
      *                    THE CLAIMANT IS THE DEPARTMENT MANAGER) AND
      *                    POSTING THAT MANAGER AN INBOX NOTICE THROUGH
      *                    COBMSGPT; ANY OTHER FLAG READS THE CLAIM
      *                    BACK. LINES MOVE ONLY WHILE THE CLAIM IS
      *                    OPEN. THE CLAIM TOTAL AND STATUS ARE
      *                    RETURNED ON EVERY CALL. RESULT 'N' MEANS NO
      *                    SUCH CLAIM OR LINE, 'C' THAT THE CLAIM IS NO
      *                    LONGER OPEN, 'E' AN INVALID LINE, EMPLOYEE
      *                    OR AN EMPTY CLAIM, 'X' A CLOSED PROJECT, 'M'
      *                    THAT NO MANAGER CAN BE FOUND TO APPROVE,
      *                    SPACES SUCCESS. COBEXAMN TAKES THE DECISION.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBEXCMN.
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
               02  WS-CLAIMNO               PIC S9(9) COMP.
               02  WS-EMPNO                 PIC X(6).
               02  WS-LINENO                PIC S9(4) COMP.
       01  WS-CATEGORY              PIC X(4).
           88  WS-VALID-CATEGORY    VALUE 'AIR ' 'RAIL' 'TAXI'
                                          'HOTL' 'MEAL' 'MILE'
                                          'PHON' 'OTHR'.
       01  WS-PROJ-IND              PIC S9(4) USAGE COMP.
       01  WS-MGRNO                 PIC X(6).
       01  WS-ADMRDEPT              PIC X(3).
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-ROW-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-EDIT-CLAIMNO          PIC 9(9).
       01  WS-EDIT-AMOUNT           PIC -(7)9.99.

      *-----------------------------------------------------------------
      * VARIABLES FOR INBOX NOTIFICATION (COBMSGPT)
      *-----------------------------------------------------------------
       01  WS-MSG-SOURCE            PIC X(8)  VALUE 'COBEXCMN'.
       01  WS-MSG-SUBJECT           PIC X(64).
       01  WS-MSG-TEXT              PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBEXCMN'.
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
               INCLUDE EXPCLAIM
           END-EXEC.

           EXEC SQL
               INCLUDE EXPLINE
           END-EXEC.

      /
       LINKAGE SECTION.

       01  EXCCLAIMIO        PIC S9(9) COMP.
       01  EXCEMPNOI         PIC X(6).
       01  EXCLINEIO         PIC S9(4) COMP.
       01  EXCCATIO          PIC X(4).
       01  EXCDATEIO         PIC X(10).
       01  EXCAMOUNTIO       PIC S9(7)V9(2) USAGE COMP-3.
       01  EXCRECEIPTIO      PIC X(20).
       01  EXCPROJIO         PIC X(6).
       01  EXCTOTALO         PIC S9(7)V9(2) USAGE COMP-3.
       01  EXCSTATUSO        PIC X(1).
       01  EXC-ACTION-FLAG   PIC X(1).
       01  EXC-RESULT-FLAG   PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING EXCCLAIMIO, EXCEMPNOI, EXCLINEIO,
                                EXCCATIO, EXCDATEIO, EXCAMOUNTIO,
                                EXCRECEIPTIO, EXCPROJIO, EXCTOTALO,
                                EXCSTATUSO, EXC-ACTION-FLAG,
                                EXC-RESULT-FLAG.

            MOVE SPACES      TO EXC-RESULT-FLAG.
            MOVE EXCCLAIMIO  TO WS-CLAIMNO.
            MOVE EXCEMPNOI   TO WS-EMPNO.
            MOVE EXCLINEIO   TO WS-LINENO.

            DISPLAY 'WS-CLAIMNO = ' WS-CLAIMNO
                    ' WS-EMPNO = ' WS-EMPNO.

            EXEC SQL
                 SET :WS-CURRENT-USER = USER
            END-EXEC.

            EVALUATE EXC-ACTION-FLAG
                WHEN "L"
                     PERFORM 3000-ADD-LINE THRU
                             3000-EXIT
                WHEN "D"
                     PERFORM 5000-REMOVE-LINE THRU
                             5000-EXIT
                WHEN "S"
                     PERFORM 6000-SUBMIT-CLAIM THRU
                             6000-EXIT
                WHEN OTHER
                     PERFORM 4000-READ-CLAIM THRU
                             4000-EXIT
            END-EVALUATE.

            IF  WS-CLAIMNO NOT = ZERO
                PERFORM 8000-RETURN-CLAIM THRU 8000-EXIT
            END-IF.

            GOBACK.

      *-----------------------------------------------------------------
      * ADD ONE LINE - THE LINE IS CHECKED BEFORE ANYTHING IS WRITTEN,
      * THEN THE CLAIM IS OPENED IF THIS IS ITS FIRST LINE.
      *-----------------------------------------------------------------
       3000-ADD-LINE.

           MOVE EXCCATIO        TO EL-CATEGORY.
           MOVE EXCDATEIO       TO EL-EXP-DATE.
           MOVE EXCAMOUNTIO     TO EL-AMOUNT.
           MOVE EXCRECEIPTIO    TO EL-RECEIPT-REF.
           MOVE EXCPROJIO       TO EL-PROJ-NO.

           PERFORM 7000-VALIDATE-LINE THRU 7000-EXIT.

           IF  EXC-RESULT-FLAG NOT = SPACES
               GO TO 3000-EXIT
           END-IF.

           IF  WS-CLAIMNO = ZERO
               PERFORM 3100-OPEN-CLAIM THRU 3100-EXIT
           ELSE
               PERFORM 7100-CHECK-OPEN-CLAIM THRU 7100-EXIT
           END-IF.

           IF  EXC-RESULT-FLAG NOT = SPACES
               GO TO 3000-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(LINENO), 0) + 1
                 INTO :WS-LINENO
                 FROM EXP_CLAIM_LINE
                WHERE CLAIMNO = :WS-CLAIMNO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 3000-EXIT
           END-EVALUATE.

           MOVE ZERO TO WS-PROJ-IND.
           IF  EL-PROJ-NO = SPACES
               MOVE -1 TO WS-PROJ-IND
           END-IF.

           EXEC SQL
                   INSERT INTO
                      EXP_CLAIM_LINE
                      (
                        CLAIMNO
                      , LINENO
                      , CATEGORY
                      , EXP_DATE
                      , AMOUNT
                      , RECEIPT_REF
                      , PROJ_NO
                      )
                       VALUES
                      (
                        :WS-CLAIMNO
                      , :WS-LINENO
                      , :EL-CATEGORY
                      , DATE(:EL-EXP-DATE)
                      , :EL-AMOUNT
                      , :EL-RECEIPT-REF
                      , :EL-PROJ-NO :WS-PROJ-IND
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
                    GO TO 3000-EXIT
           END-EVALUATE.

           PERFORM 7300-RETOTAL-CLAIM THRU 7300-EXIT.

           MOVE WS-CLAIMNO    TO EXCCLAIMIO.
           MOVE WS-LINENO     TO EXCLINEIO.

       3000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 3100-OPEN-CLAIM - A NEW OPEN CLAIM FOR A CURRENT EMPLOYEE
      *-----------------------------------------------------------------
       3100-OPEN-CLAIM.

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
                    GO TO 3100-EXIT
           END-EVALUATE.

           IF  WS-ROW-COUNT = ZERO
               MOVE "E" TO EXC-RESULT-FLAG
               GO TO 3100-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(CLAIMNO), 0) + 1
                 INTO :WS-CLAIMNO
                 FROM EXP_CLAIM
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 3100-EXIT
           END-EVALUATE.

           EXEC SQL
                   INSERT INTO
                      EXP_CLAIM
                      (
                        CLAIMNO
                      , EMPNO
                      , CLAIM_DATE
                      , CSTATUS
                      , TOTAL_AMT
                      , ENTERED_BY
                      , ENTERED_TS
                      )
                       VALUES
                      (
                        :WS-CLAIMNO
                      , :WS-EMPNO
                      , CURRENT DATE
                      , 'O'
                      , 0
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
                    MOVE ZERO TO WS-CLAIMNO
           END-EVALUATE.

       3100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * READ ONE CLAIM HEADER BACK TO THE CICS CALLING PROGRAM
      *-----------------------------------------------------------------
       4000-READ-CLAIM.

                PERFORM 4100-SELECT-CLAIM THRU 4100-EXIT.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE "N"        TO EXC-RESULT-FLAG
                         MOVE SPACES     TO EH-EMPNO
                                            EH-CSTATUS
                         MOVE ZERO       TO EH-TOTAL-AMT
                    WHEN OTHER
                         MOVE SPACES     TO EH-EMPNO
                                            EH-CSTATUS
                         MOVE ZERO       TO EH-TOTAL-AMT
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE EH-EMPNO            TO EXCEMPNOI.
                MOVE EH-TOTAL-AMT        TO EXCTOTALO.
                MOVE EH-CSTATUS          TO EXCSTATUSO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4100-SELECT-CLAIM
      *-----------------------------------------------------------------
       4100-SELECT-CLAIM.

                EXEC SQL
                  SELECT
                      EMPNO
                    , CSTATUS
                    , TOTAL_AMT
                  INTO
                      :EH-EMPNO
                    , :EH-CSTATUS
                    , :EH-TOTAL-AMT
                  FROM EXP_CLAIM
                  WHERE CLAIMNO = :WS-CLAIMNO
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

       4100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * REMOVE ONE LINE FROM AN OPEN CLAIM
      *-----------------------------------------------------------------
       5000-REMOVE-LINE.

           PERFORM 7100-CHECK-OPEN-CLAIM THRU 7100-EXIT.

           IF  EXC-RESULT-FLAG NOT = SPACES
               GO TO 5000-EXIT
           END-IF.

           EXEC SQL
                   DELETE FROM
                       EXP_CLAIM_LINE
                   WHERE
                      (
                        ( EXP_CLAIM_LINE.CLAIMNO = :WS-CLAIMNO )
                    AND ( EXP_CLAIM_LINE.LINENO  = :WS-LINENO )
                      )
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER DELETE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 7300-RETOTAL-CLAIM THRU 7300-EXIT
               WHEN +100
                    MOVE "N" TO EXC-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * SUBMIT AN OPEN CLAIM THAT HAS AT LEAST ONE LINE. THE APPROVER
      * IS THE WORKDEPT'S MANAGER; A CLAIMANT WHO MANAGES THAT
      * DEPARTMENT (OR A DEPARTMENT WITH NO MANAGER) GOES UP TO THE
      * ADMINISTERING DEPARTMENT'S MANAGER. NOBODY APPROVES THEIR OWN.
      *-----------------------------------------------------------------
       6000-SUBMIT-CLAIM.

           PERFORM 7100-CHECK-OPEN-CLAIM THRU 7100-EXIT.

           IF  EXC-RESULT-FLAG NOT = SPACES
               GO TO 6000-EXIT
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM EXP_CLAIM_LINE
                WHERE CLAIMNO = :WS-CLAIMNO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 6000-EXIT
           END-EVALUATE.

           IF  WS-ROW-COUNT = ZERO
               MOVE "E" TO EXC-RESULT-FLAG
               GO TO 6000-EXIT
           END-IF.

           MOVE SPACES TO WS-MGRNO
                          WS-ADMRDEPT.

           EXEC SQL
               SELECT COALESCE(D.MGRNO, ' ')
                    , D.ADMRDEPT
                 INTO :WS-MGRNO
                    , :WS-ADMRDEPT
                 FROM EMP E
                    , DEPT D
                WHERE E.EMPNO  = :EH-EMPNO
                  AND D.DEPTNO = E.WORKDEPT
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
                    GO TO 6000-EXIT
           END-EVALUATE.

           IF  (WS-MGRNO = SPACES OR WS-MGRNO = EH-EMPNO)
           AND WS-ADMRDEPT NOT = SPACES
               MOVE SPACES TO WS-MGRNO
               EXEC SQL
                   SELECT COALESCE(MGRNO, ' ')
                     INTO :WS-MGRNO
                     FROM DEPT
                    WHERE DEPTNO = :WS-ADMRDEPT
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC
               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN +100
                        CONTINUE
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
                        GO TO 6000-EXIT
               END-EVALUATE
           END-IF.

           IF  WS-MGRNO = SPACES
            OR WS-MGRNO = EH-EMPNO
               DISPLAY 'NO MANAGER TO APPROVE CLAIM - REFUSED'
               MOVE "M" TO EXC-RESULT-FLAG
               GO TO 6000-EXIT
           END-IF.

           EXEC SQL
                   UPDATE
                       EXP_CLAIM
                   SET  CSTATUS      = 'S'
                      , APPROVER     = :WS-MGRNO
                      , SUBMITTED_TS = CURRENT TIMESTAMP
                   WHERE
                      (
                        ( EXP_CLAIM.CLAIMNO = :WS-CLAIMNO )
                    AND ( EXP_CLAIM.CSTATUS = 'O' )
                      )
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "C" TO EXC-RESULT-FLAG
                    GO TO 6000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 6000-EXIT
           END-EVALUATE.

           MOVE WS-CLAIMNO    TO WS-EDIT-CLAIMNO.
           MOVE EH-TOTAL-AMT  TO WS-EDIT-AMOUNT.
           MOVE SPACES        TO WS-MSG-SUBJECT
                                 WS-MSG-TEXT.
           STRING 'EXPENSE CLAIM '  DELIMITED BY SIZE
                  WS-EDIT-CLAIMNO   DELIMITED BY SIZE
                  ' AWAITS YOUR APPROVAL'
                                    DELIMITED BY SIZE
             INTO WS-MSG-SUBJECT.
           STRING 'EMPLOYEE '       DELIMITED BY SIZE
                  EH-EMPNO          DELIMITED BY SIZE
                  ' CLAIMS '        DELIMITED BY SIZE
                  WS-EDIT-AMOUNT    DELIMITED BY SIZE
                  ' - PLEASE APPROVE OR REJECT IT.'
                                    DELIMITED BY SIZE
             INTO WS-MSG-TEXT.

           CALL 'COBMSGPT' USING WS-MGRNO, WS-MSG-SOURCE,
                WS-MSG-SUBJECT, WS-MSG-TEXT.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7000-VALIDATE-LINE - THE LINE'S OWN FIELDS, THEN ITS DATE AND
      * PROJECT AGAINST THE DATABASE. THE EXPENSE MAY NOT BE DATED IN
      * THE FUTURE.
      *-----------------------------------------------------------------
       7000-VALIDATE-LINE.

           MOVE EL-CATEGORY TO WS-CATEGORY.

           IF  NOT WS-VALID-CATEGORY
            OR EL-AMOUNT NOT GREATER THAN ZERO
            OR EL-RECEIPT-REF = SPACES
            OR EL-EXP-DATE (1:4) IS NOT NUMERIC
            OR EL-EXP-DATE (5:1) NOT = '-'
            OR EL-EXP-DATE (6:2) IS NOT NUMERIC
            OR EL-EXP-DATE (8:1) NOT = '-'
            OR EL-EXP-DATE (9:2) IS NOT NUMERIC
               MOVE "E" TO EXC-RESULT-FLAG
               GO TO 7000-EXIT
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM SYSIBM.SYSDUMMY1
                WHERE DATE(:EL-EXP-DATE) <= CURRENT DATE
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN -180
               WHEN -181
                    MOVE ZERO TO WS-ROW-COUNT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 7000-EXIT
           END-EVALUATE.

           IF  WS-ROW-COUNT = ZERO
               MOVE "E" TO EXC-RESULT-FLAG
               GO TO 7000-EXIT
           END-IF.

           IF  EL-PROJ-NO = SPACES
               GO TO 7000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-ROW-COUNT
             FROM
                 PROJECT
             WHERE
                  PROJ_NO = :EL-PROJ-NO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 7000-EXIT
           END-EVALUATE.

           IF  WS-ROW-COUNT = ZERO
               MOVE "E" TO EXC-RESULT-FLAG
               GO TO 7000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-ROW-COUNT
             FROM
                 PROJECT_CLOSE
             WHERE
                  PROJ_NO = :EL-PROJ-NO
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

           IF  WS-ROW-COUNT GREATER THAN ZERO
               DISPLAY 'PROJECT IS CLOSED - REFUSED'
               MOVE "X" TO EXC-RESULT-FLAG
           END-IF.

       7000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7100-CHECK-OPEN-CLAIM - THE CLAIM MUST EXIST, BELONG TO THE
      * EMPLOYEE ON THE SCREEN AND STILL BE OPEN
      *-----------------------------------------------------------------
       7100-CHECK-OPEN-CLAIM.

           PERFORM 4100-SELECT-CLAIM THRU 4100-EXIT.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "N" TO EXC-RESULT-FLAG
                    GO TO 7100-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    MOVE "N" TO EXC-RESULT-FLAG
                    GO TO 7100-EXIT
           END-EVALUATE.

           IF  EH-EMPNO NOT = WS-EMPNO
               MOVE "E" TO EXC-RESULT-FLAG
               GO TO 7100-EXIT
           END-IF.

           IF  EH-CSTATUS NOT = 'O'
               DISPLAY 'CLAIM IS NO LONGER OPEN - REFUSED'
               MOVE "C" TO EXC-RESULT-FLAG
           END-IF.

       7100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7300-RETOTAL-CLAIM - KEEP THE HEADER TOTAL EQUAL TO ITS LINES
      *-----------------------------------------------------------------
       7300-RETOTAL-CLAIM.

           EXEC SQL
                   UPDATE
                       EXP_CLAIM
                   SET  TOTAL_AMT =
                        (SELECT COALESCE(SUM(L.AMOUNT), 0)
                           FROM EXP_CLAIM_LINE L
                          WHERE L.CLAIMNO = :WS-CLAIMNO)
                   WHERE
                        EXP_CLAIM.CLAIMNO = :WS-CLAIMNO
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

       7300-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 8000-RETURN-CLAIM - CURRENT TOTAL AND STATUS TO THE SCREEN
      *-----------------------------------------------------------------
       8000-RETURN-CLAIM.

           PERFORM 4100-SELECT-CLAIM THRU 4100-EXIT.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE EH-TOTAL-AMT TO EXCTOTALO
                    MOVE EH-CSTATUS   TO EXCSTATUSO
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       8000-EXIT.
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
