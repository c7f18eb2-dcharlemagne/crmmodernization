      *-----------------------------------------------------------------
      *    COBEXAMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MANAGER DECISION ON A SUBMITTED EXPENSE
      *                    CLAIM. EXA-ACTION-FLAG = 'A' APPROVES THE
      *                    CLAIM FOR PAYMENT BY COBEXPAY; 'R' REJECTS
      *                    IT WITH THE REASON KEYED IN EXAREASONI; ANY
      *                    OTHER FLAG READS THE CLAIM BACK. ONLY THE
      *                    MANAGER COBEXCMN ROUTED THE CLAIM TO, KEYED
      *                    IN EXAAPPRI, MAY DECIDE IT (RESULT 'M'), AND
      *                    AS IN COBSALAP NOT UNDER THE USER WHO
      *                    ENTERED IT (RESULT 'S'). 'N' MEANS NO SUCH
      *                    CLAIM OR NOT AWAITING A DECISION, 'E' A
      *                    REJECTION WITHOUT A REASON, SPACES SUCCESS.
      *                    EACH DECISION IS STAMPED TO MASTER_CHANGE_LOG
      *                    THROUGH COBMDLOG AND POSTED TO THE CLAIMANT'S
      *                    INBOX THROUGH COBMSGPT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBEXAMN.
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
       01  WS-NEW-STATUS            PIC X(1).
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-EDIT-CLAIMNO          PIC 9(9).
       01  WS-EDIT-AMOUNT           PIC -(7)9.99.
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'EXP_CLAIM'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100).
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR INBOX NOTIFICATION (COBMSGPT)
      *-----------------------------------------------------------------
       01  WS-MSG-SOURCE            PIC X(8)  VALUE 'COBEXAMN'.
       01  WS-MSG-SUBJECT           PIC X(64).
       01  WS-MSG-TEXT              PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBEXAMN'.
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

      /
       LINKAGE SECTION.

       01  EXACLAIMI         PIC S9(9) COMP.
       01  EXAAPPRI          PIC X(6).
       01  EXAREASONI        PIC X(30).
       01  EXAEMPNOO         PIC X(6).
       01  EXATOTALO         PIC S9(7)V9(2) USAGE COMP-3.
       01  EXASTATUSO        PIC X(1).
       01  EXA-ACTION-FLAG   PIC X(1).
       01  EXA-RESULT-FLAG   PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING EXACLAIMI, EXAAPPRI, EXAREASONI,
                                EXAEMPNOO, EXATOTALO, EXASTATUSO,
                                EXA-ACTION-FLAG, EXA-RESULT-FLAG.

            MOVE SPACES    TO EXA-RESULT-FLAG.
            MOVE EXACLAIMI TO WS-CLAIMNO.

            DISPLAY 'WS-CLAIMNO = ' WS-CLAIMNO
                    ' APPROVER = ' EXAAPPRI.

            EXEC SQL
                 SET :WS-CURRENT-USER = USER
            END-EXEC.

            EVALUATE EXA-ACTION-FLAG
                WHEN "A"
                     MOVE 'A' TO WS-NEW-STATUS
                     PERFORM 5000-DECIDE-CLAIM THRU
                             5000-EXIT
                WHEN "R"
                     MOVE 'R' TO WS-NEW-STATUS
                     PERFORM 5000-DECIDE-CLAIM THRU
                             5000-EXIT
                WHEN OTHER
                     PERFORM 4000-READ-CLAIM THRU
                             4000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE CLAIM HEADER BACK TO THE CICS CALLING PROGRAM
      *-----------------------------------------------------------------
       4000-READ-CLAIM.

                PERFORM 4100-SELECT-CLAIM THRU 4100-EXIT.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE "N"        TO EXA-RESULT-FLAG
                         MOVE SPACES     TO EH-EMPNO
                                            EH-CSTATUS
                         MOVE ZERO       TO EH-TOTAL-AMT
                    WHEN OTHER
                         MOVE SPACES     TO EH-EMPNO
                                            EH-CSTATUS
                         MOVE ZERO       TO EH-TOTAL-AMT
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE EH-EMPNO            TO EXAEMPNOO.
                MOVE EH-TOTAL-AMT        TO EXATOTALO.
                MOVE EH-CSTATUS          TO EXASTATUSO.

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
                    , COALESCE(APPROVER, ' ')
                    , ENTERED_BY
                  INTO
                      :EH-EMPNO
                    , :EH-CSTATUS
                    , :EH-TOTAL-AMT
                    , :EH-APPROVER
                    , :EH-ENTERED-BY
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
      * APPROVE OR REJECT ONE SUBMITTED CLAIM
      *-----------------------------------------------------------------
       5000-DECIDE-CLAIM.

           PERFORM 4000-READ-CLAIM THRU 4000-EXIT.

           IF  EXA-RESULT-FLAG NOT = SPACES
               GO TO 5000-EXIT
           END-IF.

           IF  EH-CSTATUS NOT = 'S'
               DISPLAY 'CLAIM IS NOT AWAITING A DECISION'
               MOVE "N" TO EXA-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           IF  EH-APPROVER NOT = EXAAPPRI
               DISPLAY 'NOT THE CLAIMANT''S APPROVING MANAGER - '
                       'REFUSED'
               MOVE "M" TO EXA-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           IF  EH-ENTERED-BY = WS-CURRENT-USER
               DISPLAY 'APPROVER MAY NOT BE THE USER WHO ENTERED THE '
                       'CLAIM - REFUSED'
               MOVE "S" TO EXA-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           IF  WS-NEW-STATUS = 'R'
           AND EXAREASONI = SPACES
               MOVE "E" TO EXA-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           MOVE SPACES TO EH-REJECT-REASON.
           IF  WS-NEW-STATUS = 'R'
               MOVE EXAREASONI TO EH-REJECT-REASON
           END-IF.

           EXEC SQL
                   UPDATE
                       EXP_CLAIM
                   SET  CSTATUS       = :WS-NEW-STATUS
                      , DECIDED_BY    = :WS-CURRENT-USER
                      , DECIDED_TS    = CURRENT TIMESTAMP
                      , REJECT_REASON = :EH-REJECT-REASON
                   WHERE
                      (
                        ( EXP_CLAIM.CLAIMNO = :WS-CLAIMNO )
                    AND ( EXP_CLAIM.CSTATUS = 'S' )
                      )
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER UPDATE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "N" TO EXA-RESULT-FLAG
                    GO TO 5000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           MOVE WS-NEW-STATUS TO EXASTATUSO.

           PERFORM 7500-WRITE-CHANGE-LOG THRU 7500-EXIT.
           PERFORM 7600-NOTIFY-CLAIMANT THRU 7600-EXIT.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7500-WRITE-CHANGE-LOG - STAMP THE DECISION TO THE SHARED
      * MASTER-DATA CHANGE LOG, KEYED BY CLAIM NUMBER.
      *-----------------------------------------------------------------
       7500-WRITE-CHANGE-LOG.

           MOVE SPACES         TO WS-MDLOG-KEY
                                  WS-MDLOG-BEFORE
                                  WS-MDLOG-AFTER.
           MOVE "U"            TO WS-MDLOG-ACTION.
           MOVE WS-CLAIMNO     TO WS-EDIT-CLAIMNO.
           MOVE WS-EDIT-CLAIMNO TO WS-MDLOG-KEY.
           MOVE EH-TOTAL-AMT   TO WS-EDIT-AMOUNT.

           STRING 'S '           DELIMITED BY SIZE
                  EH-EMPNO       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
             INTO WS-MDLOG-BEFORE.
           STRING WS-NEW-STATUS  DELIMITED BY SIZE
                  ' BY '         DELIMITED BY SIZE
                  EXAAPPRI       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  EH-REJECT-REASON
                                 DELIMITED BY SIZE
             INTO WS-MDLOG-AFTER.

           CALL 'COBMDLOG' USING WS-MDLOG-TABLE, WS-MDLOG-KEY,
                WS-MDLOG-ACTION, WS-MDLOG-BEFORE, WS-MDLOG-AFTER.

       7500-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7600-NOTIFY-CLAIMANT - THE DECISION TO THE CLAIMANT'S INBOX
      *-----------------------------------------------------------------
       7600-NOTIFY-CLAIMANT.

           MOVE SPACES TO WS-MSG-SUBJECT
                          WS-MSG-TEXT.

           IF  WS-NEW-STATUS = 'A'
               STRING 'EXPENSE CLAIM '  DELIMITED BY SIZE
                      WS-EDIT-CLAIMNO   DELIMITED BY SIZE
                      ' APPROVED'       DELIMITED BY SIZE
                 INTO WS-MSG-SUBJECT
               STRING 'YOUR CLAIM FOR ' DELIMITED BY SIZE
                      WS-EDIT-AMOUNT    DELIMITED BY SIZE
                      ' WILL BE REIMBURSED WITH THE NEXT PAY.'
                                        DELIMITED BY SIZE
                 INTO WS-MSG-TEXT
           ELSE
               STRING 'EXPENSE CLAIM '  DELIMITED BY SIZE
                      WS-EDIT-CLAIMNO   DELIMITED BY SIZE
                      ' REJECTED'       DELIMITED BY SIZE
                 INTO WS-MSG-SUBJECT
               STRING 'REASON: '        DELIMITED BY SIZE
                      EH-REJECT-REASON  DELIMITED BY SIZE
                 INTO WS-MSG-TEXT
           END-IF.

           CALL 'COBMSGPT' USING EH-EMPNO, WS-MSG-SOURCE,
                WS-MSG-SUBJECT, WS-MSG-TEXT.

       7600-EXIT.
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
