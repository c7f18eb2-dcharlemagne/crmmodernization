      *-----------------------------------------------------------------
      *    COBPCRMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - BASELINE AND CHANGE-REQUEST CONTROL FOR
      *                    PROJECTS. PCR-ACTION-FLAG = 'B' APPROVES
      *                    THE PROJECT'S PLAN AND FREEZES ITS CURRENT
      *                    PROJ_BUDGET, PROJ_STAFF AND PROJ_ENDDATE ON
      *                    PROJ_BASELINE - ONCE ONLY, RESULT 'D' IF IT
      *                    IS ALREADY BASELINED; 'P' PROPOSES A CHANGE
      *                    TO THOSE THREE FIGURES WITH ITS REASON ON
      *                    PROJ_CHANGE_REQ - REFUSED 'X' BEFORE THERE
      *                    IS A BASELINE (COBPRJDP STILL OWNS THEM
      *                    THEN); 'A' APPROVES THE PROJECT'S OLDEST
      *                    PENDING CHANGE, WHICH IS THE ONLY PATH THAT
      *                    MOVES THEM ON PROJECT ONCE BASELINED; 'R'
      *                    REJECTS IT, KEEPING THE ROW WITH THE REASON;
      *                    ANY OTHER FLAG READS THE OLDEST PENDING
      *                    CHANGE BACK TO THE SCREEN. AS IN COBSALAP
      *                    THE APPROVER MUST NOT BE THE REQUESTER
      *                    (RESULT 'S'); 'N' MEANS NO SUCH PROJECT OR
      *                    NOTHING PENDING, 'C' THAT COBPRJCL HAS
      *                    CLOSED THE PROJECT, SPACES SUCCESS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBPCRMN.
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
               02  WS-PRJNO                 PIC X(6).
       01  WS-CUR-BUDGET            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CUR-STAFF             PIC S9(5) USAGE COMP-3.
       01  WS-CUR-ENDDATE           PIC X(8).
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-ROW-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-EDIT-BUDGET           PIC -(9)9.99.
       01  WS-EDIT-STAFF            PIC -(5)9.
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'PROJECT'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100).
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBPCRMN'.
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
               INCLUDE PROJBASE
           END-EXEC.

           EXEC SQL
               INCLUDE PROJCHG
           END-EXEC.

      /
       LINKAGE SECTION.

       01  PCRPROJI          PIC X(6).
       01  PCRBUDGIO         PIC S9(9)V9(2) USAGE COMP-3.
       01  PCRSTAFFIO        PIC S9(5) USAGE COMP-3.
       01  PCREDATEIO        PIC X(8).
       01  PCRREASONIO       PIC X(40).
       01  PCR-ACTION-FLAG   PIC X(1).
       01  PCR-RESULT-FLAG   PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PCRPROJI, PCRBUDGIO, PCRSTAFFIO,
                                PCREDATEIO, PCRREASONIO,
                                PCR-ACTION-FLAG, PCR-RESULT-FLAG.

            MOVE SPACES   TO PCR-RESULT-FLAG.
            MOVE PCRPROJI TO WS-PRJNO.

            EXEC SQL
                 SET :WS-CURRENT-USER = USER
            END-EXEC.

            EVALUATE PCR-ACTION-FLAG
                WHEN "B"
                     PERFORM 2000-FREEZE-BASELINE THRU
                             2000-EXIT
                WHEN "P"
                     PERFORM 3000-PROPOSE-CHANGE THRU
                             3000-EXIT
                WHEN "A"
                     PERFORM 5000-APPROVE-CHANGE THRU
                             5000-EXIT
                WHEN "R"
                     PERFORM 6000-REJECT-CHANGE THRU
                             6000-EXIT
                WHEN OTHER
                     PERFORM 4000-READ-PENDING-CHANGE THRU
                             4000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * FREEZE THE BASELINE - THE PROJECT'S FIGURES AS THEY STAND AT
      * FIRST APPROVAL. WRITTEN ONCE; A SECOND ATTEMPT COMES BACK 'D'.
      *-----------------------------------------------------------------
       2000-FREEZE-BASELINE.

           DISPLAY 'WS-PRJNO = ' WS-PRJNO.

           PERFORM 7000-CHECK-PROJECT THRU 7000-EXIT.

           IF  PCR-RESULT-FLAG NOT = SPACES
               GO TO 2000-EXIT
           END-IF.

           PERFORM 7100-COUNT-BASELINE THRU 7100-EXIT.

           IF  WS-ROW-COUNT GREATER THAN ZERO
               DISPLAY 'PROJECT IS ALREADY BASELINED'
               MOVE "D" TO PCR-RESULT-FLAG
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-PRJNO        TO PB-PROJ-NO.
           MOVE WS-CUR-BUDGET   TO PB-BASE-BUDGET.
           MOVE WS-CUR-STAFF    TO PB-BASE-STAFF.
           MOVE WS-CUR-ENDDATE  TO PB-BASE-ENDDATE.
           MOVE WS-CURRENT-USER TO PB-APPROVED-BY.

           EXEC SQL
               INSERT INTO
                  PROJ_BASELINE
                  (
                    PROJ_NO
                  , BASE_BUDGET
                  , BASE_STAFF
                  , BASE_ENDDATE
                  , APPROVED_BY
                  , APPROVED_TS
                  )
                   VALUES
                  (
                    :PB-PROJ-NO
                  , :PB-BASE-BUDGET
                  , :PB-BASE-STAFF
                  , :PB-BASE-ENDDATE
                  , :PB-APPROVED-BY
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
           END-EVALUATE.

           MOVE WS-CUR-BUDGET  TO PCRBUDGIO.
           MOVE WS-CUR-STAFF   TO PCRSTAFFIO.
           MOVE WS-CUR-ENDDATE TO PCREDATEIO.

       2000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * PROPOSE A CHANGE - THE PROJECT'S CURRENT FIGURES ARE CAPTURED
      * AS THE OLD VALUES AND NOTHING TOUCHES PROJECT UNTIL A SECOND
      * USER APPROVES.
      *-----------------------------------------------------------------
       3000-PROPOSE-CHANGE.

           DISPLAY 'WS-PRJNO = ' WS-PRJNO.

           PERFORM 7000-CHECK-PROJECT THRU 7000-EXIT.

           IF  PCR-RESULT-FLAG NOT = SPACES
               GO TO 3000-EXIT
           END-IF.

           PERFORM 7100-COUNT-BASELINE THRU 7100-EXIT.

           IF  WS-ROW-COUNT = ZERO
               DISPLAY 'PROJECT HAS NO BASELINE - CHANGE REFUSED'
               MOVE "X" TO PCR-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-PRJNO        TO PC-PROJ-NO.
           MOVE WS-CUR-BUDGET   TO PC-OLD-BUDGET.
           MOVE PCRBUDGIO       TO PC-NEW-BUDGET.
           MOVE WS-CUR-STAFF    TO PC-OLD-STAFF.
           MOVE PCRSTAFFIO      TO PC-NEW-STAFF.
           MOVE WS-CUR-ENDDATE  TO PC-OLD-ENDDATE.
           MOVE PCREDATEIO      TO PC-NEW-ENDDATE.
           MOVE PCRREASONIO     TO PC-REASON.
           MOVE WS-CURRENT-USER TO PC-REQUESTED-BY.

           EXEC SQL
               INSERT INTO
                  PROJ_CHANGE_REQ
                  (
                    PROJ_NO
                  , REQUEST_TS
                  , OLD_BUDGET
                  , NEW_BUDGET
                  , OLD_STAFF
                  , NEW_STAFF
                  , OLD_ENDDATE
                  , NEW_ENDDATE
                  , REASON
                  , REQUESTED_BY
                  , CSTATUS
                  )
                   VALUES
                  (
                    :PC-PROJ-NO
                  , CURRENT TIMESTAMP
                  , :PC-OLD-BUDGET
                  , :PC-NEW-BUDGET
                  , :PC-OLD-STAFF
                  , :PC-NEW-STAFF
                  , :PC-OLD-ENDDATE
                  , :PC-NEW-ENDDATE
                  , :PC-REASON
                  , :PC-REQUESTED-BY
                  , 'P'
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
           END-EVALUATE.

       3000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * READ THE PROJECT'S OLDEST PENDING CHANGE BACK TO THE SCREEN
      *-----------------------------------------------------------------
       4000-READ-PENDING-CHANGE.

           PERFORM 4500-GET-OLDEST-PENDING THRU 4500-EXIT.

           IF  PCR-RESULT-FLAG = "N"
               GO TO 4000-EXIT
           END-IF.

           MOVE PC-NEW-BUDGET  TO PCRBUDGIO.
           MOVE PC-NEW-STAFF   TO PCRSTAFFIO.
           MOVE PC-NEW-ENDDATE TO PCREDATEIO.
           MOVE PC-REASON      TO PCRREASONIO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4500-GET-OLDEST-PENDING - THE PROJECT'S OLDEST STILL-PENDING
      * REQUEST. 'N' IN THE RESULT FLAG MEANS NOTHING IS WAITING.
      *-----------------------------------------------------------------
       4500-GET-OLDEST-PENDING.

           EXEC SQL
             SELECT
                 REQUEST_TS
               , NEW_BUDGET
               , NEW_STAFF
               , NEW_ENDDATE
               , REASON
               , REQUESTED_BY
             INTO
                :PC-REQUEST-TS
               , :PC-NEW-BUDGET
               , :PC-NEW-STAFF
               , :PC-NEW-ENDDATE
               , :PC-REASON
               , :PC-REQUESTED-BY
             FROM
                 PROJ_CHANGE_REQ
             WHERE
                  PROJ_NO = :WS-PRJNO
              AND CSTATUS = 'P'
              AND REQUEST_TS =
                  (SELECT MIN(REQUEST_TS)
                     FROM PROJ_CHANGE_REQ
                    WHERE PROJ_NO = :WS-PRJNO
                      AND CSTATUS = 'P')
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "N" TO PCR-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       4500-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * APPROVE THE OLDEST PENDING CHANGE. THE APPROVER MUST NOT BE
      * THE REQUESTER. THE OLD VALUES ARE RESTATED FROM PROJECT AS IT
      * STANDS NOW, IN CASE AN EARLIER CHANGE WAS APPROVED SINCE THIS
      * ONE WAS RAISED, THEN THE NEW FIGURES GO ONTO PROJECT AND THE
      * CHANGE IS STAMPED TO MASTER_CHANGE_LOG.
      *-----------------------------------------------------------------
       5000-APPROVE-CHANGE.

           PERFORM 4500-GET-OLDEST-PENDING THRU 4500-EXIT.

           IF  PCR-RESULT-FLAG = "N"
               GO TO 5000-EXIT
           END-IF.

           IF  PC-REQUESTED-BY = WS-CURRENT-USER
               DISPLAY 'APPROVER IS THE REQUESTER - REFUSED'
               MOVE "S" TO PCR-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           PERFORM 7000-CHECK-PROJECT THRU 7000-EXIT.

           IF  PCR-RESULT-FLAG NOT = SPACES
               GO TO 5000-EXIT
           END-IF.

           MOVE WS-CUR-BUDGET  TO PC-OLD-BUDGET.
           MOVE WS-CUR-STAFF   TO PC-OLD-STAFF.
           MOVE WS-CUR-ENDDATE TO PC-OLD-ENDDATE.

           EXEC SQL
               UPDATE
                   PROJECT
               SET  PROJ_BUDGET  = :PC-NEW-BUDGET
                  , PROJ_STAFF   = :PC-NEW-STAFF
                  , PROJ_ENDDATE = :PC-NEW-ENDDATE
               WHERE
                   PROJ_NO = :WS-PRJNO
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER PROJECT UPDATE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

           EXEC SQL
               UPDATE
                   PROJ_CHANGE_REQ
               SET  CSTATUS     = 'A'
                  , OLD_BUDGET  = :PC-OLD-BUDGET
                  , OLD_STAFF   = :PC-OLD-STAFF
                  , OLD_ENDDATE = :PC-OLD-ENDDATE
                  , DECIDED_BY  = :WS-CURRENT-USER
                  , DECIDED_TS  = CURRENT TIMESTAMP
               WHERE
                   PROJ_NO    = :WS-PRJNO
               AND REQUEST_TS = :PC-REQUEST-TS
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 7500-WRITE-CHANGE-LOG THRU
                            7500-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * REJECT THE OLDEST PENDING CHANGE - THE ROW IS KEPT WITH THE
      * REJECTION REASON, NOT DELETED, SO THE STEERING GROUP CAN SEE
      * WHAT WAS ASKED FOR AND TURNED DOWN.
      *-----------------------------------------------------------------
       6000-REJECT-CHANGE.

           PERFORM 4500-GET-OLDEST-PENDING THRU 4500-EXIT.

           IF  PCR-RESULT-FLAG = "N"
               GO TO 6000-EXIT
           END-IF.

           MOVE PCRREASONIO TO PC-REJECT-REASON.

           EXEC SQL
               UPDATE
                   PROJ_CHANGE_REQ
               SET  CSTATUS       = 'R'
                  , DECIDED_BY    = :WS-CURRENT-USER
                  , DECIDED_TS    = CURRENT TIMESTAMP
                  , REJECT_REASON = :PC-REJECT-REASON
               WHERE
                   PROJ_NO    = :WS-PRJNO
               AND REQUEST_TS = :PC-REQUEST-TS
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER UPDATE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7000-CHECK-PROJECT - THE PROJECT'S CURRENT BUDGET, STAFFING
      * TOTAL AND END DATE. 'N' IF THERE IS NO SUCH PROJECT, 'C' IF
      * COBPRJCL HAS CLOSED IT - A CLOSED PROJECT'S FIGURES ARE FINAL.
      *-----------------------------------------------------------------
       7000-CHECK-PROJECT.

           EXEC SQL
             SELECT
                 COALESCE(PROJ_BUDGET, 0)
               , COALESCE(PROJ_STAFF, 0)
               , PROJ_ENDDATE
             INTO
                :WS-CUR-BUDGET
               , :WS-CUR-STAFF
               , :WS-CUR-ENDDATE
             FROM
                 PROJECT
             WHERE
                  PROJ_NO = :WS-PRJNO
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "N" TO PCR-RESULT-FLAG
                    GO TO 7000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-ROW-COUNT
             FROM
                 PROJECT_CLOSE
             WHERE
                  PROJ_NO = :WS-PRJNO
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
               MOVE "C" TO PCR-RESULT-FLAG
           END-IF.

       7000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7100-COUNT-BASELINE - ONE IF THE PROJECT IS BASELINED
      *-----------------------------------------------------------------
       7100-COUNT-BASELINE.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-ROW-COUNT
             FROM
                 PROJ_BASELINE
             WHERE
                  PROJ_NO = :WS-PRJNO
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

       7100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7500-WRITE-CHANGE-LOG - STAMP THE APPROVED CHANGE TO THE SHARED
      * MASTER-DATA CHANGE LOG, BUDGET / STAFF / END DATE BEFORE AND
      * AFTER.
      *-----------------------------------------------------------------
       7500-WRITE-CHANGE-LOG.

           MOVE SPACES    TO WS-MDLOG-KEY
                             WS-MDLOG-BEFORE
                             WS-MDLOG-AFTER.
           MOVE WS-PRJNO  TO WS-MDLOG-KEY.
           MOVE "U"       TO WS-MDLOG-ACTION.

           MOVE PC-OLD-BUDGET TO WS-EDIT-BUDGET.
           MOVE PC-OLD-STAFF  TO WS-EDIT-STAFF.
           STRING WS-EDIT-BUDGET  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-EDIT-STAFF   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  PC-OLD-ENDDATE  DELIMITED BY SIZE
             INTO WS-MDLOG-BEFORE.

           MOVE PC-NEW-BUDGET TO WS-EDIT-BUDGET.
           MOVE PC-NEW-STAFF  TO WS-EDIT-STAFF.
           STRING WS-EDIT-BUDGET  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-EDIT-STAFF   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  PC-NEW-ENDDATE  DELIMITED BY SIZE
                  ' CR '          DELIMITED BY SIZE
                  PC-REASON       DELIMITED BY SIZE
             INTO WS-MDLOG-AFTER.

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
