      *-----------------------------------------------------------------
      *    COBSODMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAINTAINS THE SOD_RULE TABLE OF CONFLICTING
      *                    DUTIES THE WEEKLY SEGREGATION-OF-DUTIES
      *                    SWEEP (COBSODSW) CHECKS. A ROW IS KEYED BY
      *                    RULE_ID AND CARRIES A RULE TYPE - 'S'
      *                    SALARY CHANGE PROPOSED AND APPROVED BY ONE
      *                    USER, 'P' PURCHASE ORDER RAISED AND
      *                    APPROVED BY ONE USER, 'M' MASTER TABLE
      *                    (DUTY A) MAINTAINED BY A USER WHO ALSO RAN
      *                    THE BATCH PROGRAM (DUTY B), 'R' USER_ROLE
      *                    GRANTS OF BOTH ROLE A AND ROLE B.
      *                    ADD-SR-FLAG = 'Y' READS A ROW BACK TO THE
      *                    CICS CALLING PROGRAM, ADD-SR-FLAG = 'D'
      *                    RETIRES IT (RSTATUS 'X' - THE ROW STAYS SO
      *                    PAST FINDINGS STILL NAME IT), AND ANY OTHER
      *                    VALUE ADDS OR UPDATES IT - THE SAME FLAG
      *                    CONVENTION COBDLGMN USES FOR DELEGATIONS.
      *                    THE TYPE MUST BE ONE OF THE FOUR, 'M' AND
      *                    'R' NEED BOTH DUTIES (A PROGRAM OR ROLE NAME
      *                    NO LONGER THAN EIGHT CHARACTERS WHERE ONE
      *                    IS EXPECTED, TWO DIFFERENT ROLES FOR 'R'),
      *                    AND THE DESCRIPTION IS REQUIRED; OTHERWISE
      *                    THE FLAG COMES BACK 'E' AND NOTHING IS
      *                    STORED. 'S' AND 'P' RULES WITH NO DUTIES
      *                    KEYED ARE LABELLED WITH THE TWO SIDES THEY
      *                    CHECK. EVERY ADD, UPDATE AND RETIREMENT IS
      *                    STAMPED TO MASTER_CHANGE_LOG THROUGH THE
      *                    SHARED COBMDLOG UTILITY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBSODMN.
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
       01  WS-RULE-ID               PIC X(4).
       01  WS-RULE-TYPE             PIC X(1).
               88  WS-TYPE-SALARY             VALUE 'S'.
               88  WS-TYPE-PORDER             VALUE 'P'.
               88  WS-TYPE-MASTER             VALUE 'M'.
               88  WS-TYPE-ROLES              VALUE 'R'.
       01  WS-DUTY-A                PIC X(18).
       01  WS-DUTY-B                PIC X(18).
       01  WS-RULE-DESC             PIC X(40).
       01  WS-RSTATUS               PIC X(1).
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-DUMMY                 PIC X(4).

      *-----------------------------------------------------------------
      * VARIABLES FOR THE MASTER-DATA CHANGE LOG (COBMDLOG)
      *-----------------------------------------------------------------
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'SOD_RULE'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100) VALUE SPACES.
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBSODMN'.
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
               INCLUDE SODRULE
           END-EXEC.

      /
       LINKAGE SECTION.

       01  SRRULEI           PIC X(4).
       01  SRTYPEO           PIC X(1).
       01  SRDUTYAO          PIC X(18).
       01  SRDUTYBO          PIC X(18).
       01  SRDESCO           PIC X(40).
       01  SRSTATO           PIC X(1).
       01  ADD-SR-FLAG       PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SRRULEI, SRTYPEO, SRDUTYAO,
                                SRDUTYBO, SRDESCO, SRSTATO,
                                ADD-SR-FLAG.

            EVALUATE ADD-SR-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-RULE THRU
                             4000-EXIT
                WHEN "D"
                     PERFORM 6000-RETIRE-RULE THRU
                             6000-EXIT
                WHEN OTHER
                     PERFORM 5000-UPDATE-RULE THRU
                             5000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE RULE ROW BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-RULE.

                MOVE SPACES       TO ADD-SR-FLAG.
                MOVE SRRULEI      TO WS-RULE-ID.

                DISPLAY 'WS-RULE-ID = ' WS-RULE-ID.

                EXEC SQL
                  SELECT
                      RULE_TYPE
                    , DUTY_A
                    , DUTY_B
                    , RULE_DESC
                    , RSTATUS
                  INTO
                      :WS-RULE-TYPE
                    , :WS-DUTY-A
                    , :WS-DUTY-B
                    , :WS-RULE-DESC
                    , :WS-RSTATUS
                  FROM SOD_RULE
                  WHERE RULE_ID = :WS-RULE-ID
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         MOVE SPACES     TO WS-RULE-TYPE
                                            WS-DUTY-A
                                            WS-DUTY-B
                                            WS-RULE-DESC
                                            WS-RSTATUS
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE WS-RULE-TYPE        TO SRTYPEO.
                MOVE WS-DUTY-A           TO SRDUTYAO.
                MOVE WS-DUTY-B           TO SRDUTYBO.
                MOVE WS-RULE-DESC        TO SRDESCO.
                MOVE WS-RSTATUS          TO SRSTATO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ADD OR UPDATE ONE RULE ROW BY MAKING A CALL TO DB2 TABLE. A
      * ROW ADDED OR UPDATED IS ALWAYS ACTIVE - KEYING A RETIRED RULE
      * AGAIN REINSTATES IT.
      *-----------------------------------------------------------------
       5000-UPDATE-RULE.

           MOVE SRRULEI      TO WS-RULE-ID.
           MOVE SRTYPEO      TO WS-RULE-TYPE.
           MOVE SRDUTYAO     TO WS-DUTY-A.
           MOVE SRDUTYBO     TO WS-DUTY-B.
           MOVE SRDESCO      TO WS-RULE-DESC.

           DISPLAY 'WS-RULE-ID = ' WS-RULE-ID
                   ' WS-RULE-TYPE = ' WS-RULE-TYPE.

           IF  WS-RULE-ID   = SPACES
            OR WS-RULE-DESC = SPACES
               DISPLAY 'RULE NEEDS AN ID AND A DESCRIPTION'
               MOVE "E"        TO ADD-SR-FLAG
               GO TO 5000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-TYPE-SALARY
                    IF WS-DUTY-A = SPACES
                       MOVE 'PROPOSE SALARY' TO WS-DUTY-A
                    END-IF
                    IF WS-DUTY-B = SPACES
                       MOVE 'APPROVE SALARY' TO WS-DUTY-B
                    END-IF
               WHEN WS-TYPE-PORDER
                    IF WS-DUTY-A = SPACES
                       MOVE 'RAISE PO'       TO WS-DUTY-A
                    END-IF
                    IF WS-DUTY-B = SPACES
                       MOVE 'APPROVE PO'     TO WS-DUTY-B
                    END-IF
               WHEN WS-TYPE-MASTER
                    IF  WS-DUTY-A = SPACES
                     OR WS-DUTY-B = SPACES
                     OR WS-DUTY-B (9:10) NOT = SPACES
                        DISPLAY 'MASTER RULE NEEDS A TABLE NAME AND '
                                'A PROGRAM NAME'
                        MOVE "E"        TO ADD-SR-FLAG
                        GO TO 5000-EXIT
                    END-IF
               WHEN WS-TYPE-ROLES
                    IF  WS-DUTY-A = SPACES
                     OR WS-DUTY-B = SPACES
                     OR WS-DUTY-A = WS-DUTY-B
                     OR WS-DUTY-A (9:10) NOT = SPACES
                     OR WS-DUTY-B (9:10) NOT = SPACES
                        DISPLAY 'ROLE RULE NEEDS TWO DIFFERENT ROLE '
                                'NAMES'
                        MOVE "E"        TO ADD-SR-FLAG
                        GO TO 5000-EXIT
                    END-IF
               WHEN OTHER
                    DISPLAY 'RULE TYPE MUST BE S, P, M OR R'
                    MOVE "E"        TO ADD-SR-FLAG
                    GO TO 5000-EXIT
           END-EVALUATE.

           MOVE SPACES TO ADD-SR-FLAG.

           EXEC SQL
             SELECT
                 RULE_ID
             INTO
                :WS-DUMMY
             FROM
                 SOD_RULE
             WHERE
                  RULE_ID = :WS-RULE-ID
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "Y"        TO ADD-SR-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           MOVE 'A'                  TO WS-RSTATUS.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           IF  ADD-SR-FLAG = "Y"  THEN
               EXEC SQL
                       INSERT INTO
                          SOD_RULE
                          (
                            RULE_ID
                          , RULE_TYPE
                          , DUTY_A
                          , DUTY_B
                          , RULE_DESC
                          , RSTATUS
                          , UPDATED_BY
                          , UPDATED_TS
                          )
                           VALUES
                          (
                            :WS-RULE-ID
                          , :WS-RULE-TYPE
                          , :WS-DUTY-A
                          , :WS-DUTY-B
                          , :WS-RULE-DESC
                          , :WS-RSTATUS
                          , :WS-CURRENT-USER
                          , CURRENT TIMESTAMP
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO ADD-SR-FLAG
                        MOVE "A"    TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           ELSE

               EXEC SQL
                       UPDATE
                           SOD_RULE
                       SET  RULE_TYPE    = :WS-RULE-TYPE
                          , DUTY_A       = :WS-DUTY-A
                          , DUTY_B       = :WS-DUTY-B
                          , RULE_DESC    = :WS-RULE-DESC
                          , RSTATUS      = :WS-RSTATUS
                          , UPDATED_BY   = :WS-CURRENT-USER
                          , UPDATED_TS   = CURRENT TIMESTAMP
                       WHERE
                            SOD_RULE.RULE_ID = :WS-RULE-ID
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE "U" TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           END-IF.

           MOVE WS-DUTY-A           TO SRDUTYAO.
           MOVE WS-DUTY-B           TO SRDUTYBO.
           MOVE WS-RSTATUS          TO SRSTATO.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * RETIRE ONE RULE ROW BY MAKING A CALL TO DB2 TABLE. THE ROW IS
      * KEPT, MARKED 'X', SO SOD_CONFLICT ROWS FROM EARLIER SWEEPS
      * STILL RESOLVE TO THE RULE THAT RAISED THEM.
      *-----------------------------------------------------------------
       6000-RETIRE-RULE.

           MOVE SRRULEI      TO WS-RULE-ID.

           DISPLAY 'WS-RULE-ID = ' WS-RULE-ID.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           EXEC SQL
               UPDATE
                   SOD_RULE
               SET  RSTATUS    = 'X'
                  , UPDATED_BY = :WS-CURRENT-USER
                  , UPDATED_TS = CURRENT TIMESTAMP
               WHERE
                   RULE_ID    = :WS-RULE-ID
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER RETIRE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-SR-FLAG
                                   WS-RULE-TYPE
                                   WS-DUTY-A
                                   WS-DUTY-B
                    MOVE 'X'    TO WS-RSTATUS
                    MOVE "D"    TO WS-MDLOG-ACTION
                    PERFORM 7600-WRITE-CHANGE-LOG THRU
                            7600-EXIT
               WHEN +100
                    DISPLAY 'NO SUCH RULE'
                    MOVE "E"    TO ADD-SR-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7600-WRITE-CHANGE-LOG - STAMP THE CHANGE TO THE SHARED
      * MASTER-DATA CHANGE LOG. THE KEY CARRIES THE RULE ID; THE AFTER
      * IMAGE THE TYPE, BOTH DUTIES AND THE STATUS.
      *-----------------------------------------------------------------
       7600-WRITE-CHANGE-LOG.

           MOVE SPACES        TO WS-MDLOG-KEY
                                 WS-MDLOG-AFTER.
           MOVE WS-RULE-ID    TO WS-MDLOG-KEY.
           STRING WS-RULE-TYPE     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-DUTY-A        DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-DUTY-B        DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-RSTATUS       DELIMITED BY SIZE
             INTO WS-MDLOG-AFTER.

           CALL 'COBMDLOG' USING WS-MDLOG-TABLE, WS-MDLOG-KEY,
                WS-MDLOG-ACTION, WS-MDLOG-BEFORE, WS-MDLOG-AFTER.

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
