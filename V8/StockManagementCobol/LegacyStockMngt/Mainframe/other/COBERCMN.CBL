      *-----------------------------------------------------------------
      *    COBERCMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAINTAINS THE EMP_ER_CASE EMPLOYEE RELATIONS
      *                    CASE LOG - DISCIPLINARY CASES,
      *                    INVESTIGATIONS AND GRIEVANCES THAT USED TO
      *                    LIVE IN A LOCKED DRAWER, NOW LINKED TO THE
      *                    EMPLOYEE BY EMPNO. THE LOG IS RESTRICTED:
      *                    EVERY CALL FIRST ASKS THE SHARED COBROLCK
      *                    CHECK FOR THE 'EMPREL' ROLE ON USER_ROLE,
      *                    AND A CALLER WITHOUT IT GETS NOTHING BACK
      *                    BUT ADD-ER-FLAG 'S' - NO READ, NO CHANGE -
      *                    WHILE COBROLCK RECORDS THE DENIED ATTEMPT.
      *                    FOR AN AUTHORIZED CALLER ADD-ER-FLAG = 'Y'
      *                    READS A CASE BACK TO THE CICS CALLING
      *                    PROGRAM AND ANY OTHER VALUE OPENS OR
      *                    UPDATES IT. KEYING A CLOSED DATE CLOSES THE
      *                    CASE. A CASE ENDING IN A WARNING CARRIES THE
      *                    WARNING LEVEL AND ITS EXPIRY DATE. AN
      *                    UNKNOWN TYPE OR LEVEL, AN EMPNO NOT ON EMP,
      *                    OR DATES OUT OF ORDER COME BACK 'E' AND ARE
      *                    NOT STORED.
      *
      *                    WHILE A CASE IS OPEN A LEGAL_HOLD ROW IS
      *                    KEPT FOR THE EMPLOYEE SO COBANONP NEVER
      *                    PURGES A LEAVER'S DATA MID-CASE; CLOSING THE
      *                    CASE RELEASES THAT HOLD (HOLDS PLACED BY
      *                    LEGAL ARE NEVER TOUCHED). EVERY OPEN, UPDATE
      *                    AND CLOSE IS STAMPED TO MASTER_CHANGE_LOG
      *                    THROUGH COBMDLOG WITH THE TYPE AND STATUS
      *                    ONLY - THE OUTCOME TEXT STAYS ON THE CASE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBERCMN.
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
               02  WS-CASENO                PIC X(8).
       01  WS-EMPNO                 PIC X(6).
       01  WS-CASE-TYPE             PIC X(1).
               88  WS-CASE-TYPE-VALID       VALUE 'D' 'I' 'G'.
       01  WS-CSTATUS               PIC X(1).
               88  WS-CASE-OPEN             VALUE 'O'.
       01  WS-OPENED-DATE           PIC X(10).
       01  WS-CLOSED-DATE           PIC X(10).
       01  WS-CLOSED-IND            PIC S9(4) USAGE COMP.
       01  WS-OUTCOME               PIC X(30).
       01  WS-OUTCOME-IND           PIC S9(4) USAGE COMP.
       01  WS-WARN-LEVEL            PIC X(1).
               88  WS-WARN-LEVEL-VALID      VALUE ' ' 'V' 'W' 'F'.
       01  WS-WARN-LEVEL-IND        PIC S9(4) USAGE COMP.
       01  WS-WARN-EXPIRY           PIC X(10).
       01  WS-WARN-EXPIRY-IND       PIC S9(4) USAGE COMP.
       01  WS-OLD-CASE-TYPE         PIC X(1).
       01  WS-OLD-CSTATUS           PIC X(1).
       01  WS-OLD-EMPNO             PIC X(6).
       01  WS-EXISTS-COUNT          PIC S9(9) USAGE COMP.
       01  WS-HOLD-REASON           PIC X(30).
       01  WS-CURRENT-USER          PIC X(8).

      *-----------------------------------------------------------------
      * VARIABLES FOR THE EMPLOYEE RELATIONS ROLE CHECK (COBROLCK)
      *-----------------------------------------------------------------
       01  WS-ROLCK-ROLE        PIC X(8)  VALUE 'EMPREL  '.
       01  WS-ROLCK-PGM         PIC X(8)  VALUE 'COBERCMN'.
       01  WS-ROLCK-ALLOWED     PIC X(1)  VALUE SPACES.
               88  WS-ER-ALLOWED             VALUE 'Y'.

      *-----------------------------------------------------------------
      * VARIABLES FOR THE MASTER-DATA CHANGE LOG (COBMDLOG)
      *-----------------------------------------------------------------
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'EMP_ER_CASE'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100) VALUE SPACES.
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBERCMN'.
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
               INCLUDE ERCASE
           END-EXEC.

           EXEC SQL
               INCLUDE LEGALHLD
           END-EXEC.

      /
       LINKAGE SECTION.

       01  ERCASENOI         PIC X(8).
       01  EREMPNOO          PIC X(6).
       01  ERTYPEO           PIC X(1).
       01  EROPENEDO         PIC X(10).
       01  ERCLOSEDO         PIC X(10).
       01  EROUTCOMEO        PIC X(30).
       01  ERWARNLVLO        PIC X(1).
       01  ERWARNEXPO        PIC X(10).
       01  ADD-ER-FLAG       PIC X(1).
       01  ERMNMSGO          PIC X(57).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ERCASENOI, EREMPNOO, ERTYPEO,
                                EROPENEDO, ERCLOSEDO, EROUTCOMEO,
                                ERWARNLVLO, ERWARNEXPO, ADD-ER-FLAG,
                                ERMNMSGO.

            MOVE SPACES TO ERMNMSGO.

      *     NO EMPLOYEE RELATIONS ROLE, NO ACCESS - NOT EVEN A READ.
            CALL 'COBROLCK' USING WS-ROLCK-ROLE,
                 WS-ROLCK-PGM, WS-ROLCK-ALLOWED.

            IF  NOT WS-ER-ALLOWED
                MOVE SPACES TO EREMPNOO
                               ERTYPEO
                               EROPENEDO
                               ERCLOSEDO
                               EROUTCOMEO
                               ERWARNLVLO
                               ERWARNEXPO
                MOVE "S" TO ADD-ER-FLAG
                MOVE 'NOT AUTHORIZED FOR EMPLOYEE RELATIONS CASES'
                  TO ERMNMSGO
                GOBACK
            END-IF.

            EVALUATE ADD-ER-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-CASE THRU
                             4000-EXIT
                WHEN OTHER
                     PERFORM 5000-UPDATE-CASE THRU
                             5000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE CASE BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-CASE.

                MOVE SPACES       TO ADD-ER-FLAG.
                MOVE ERCASENOI    TO WS-CASENO.

                DISPLAY 'WS-CASENO = ' WS-CASENO.

                MOVE SPACES       TO WS-CLOSED-DATE
                                     WS-OUTCOME
                                     WS-WARN-LEVEL
                                     WS-WARN-EXPIRY.

                EXEC SQL
                  SELECT
                      EMPNO
                    , CASE_TYPE
                    , CHAR(OPENED_DATE, ISO)
                    , CHAR(CLOSED_DATE, ISO)
                    , OUTCOME
                    , WARN_LEVEL
                    , CHAR(WARN_EXPIRY, ISO)
                  INTO
                      :WS-EMPNO
                    , :WS-CASE-TYPE
                    , :WS-OPENED-DATE
                    , :WS-CLOSED-DATE    :WS-CLOSED-IND
                    , :WS-OUTCOME        :WS-OUTCOME-IND
                    , :WS-WARN-LEVEL     :WS-WARN-LEVEL-IND
                    , :WS-WARN-EXPIRY    :WS-WARN-EXPIRY-IND
                  FROM EMP_ER_CASE
                  WHERE CASENO = :WS-CASENO
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'CASE NOT ON FILE' TO ERMNMSGO
                         GO TO 4000-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                         GO TO 4000-EXIT
                END-EVALUATE.

                IF WS-CLOSED-IND LESS THAN ZERO
                   MOVE SPACES TO WS-CLOSED-DATE
                END-IF.
                IF WS-OUTCOME-IND LESS THAN ZERO
                   MOVE SPACES TO WS-OUTCOME
                END-IF.
                IF WS-WARN-LEVEL-IND LESS THAN ZERO
                   MOVE SPACES TO WS-WARN-LEVEL
                END-IF.
                IF WS-WARN-EXPIRY-IND LESS THAN ZERO
                   MOVE SPACES TO WS-WARN-EXPIRY
                END-IF.

                MOVE WS-EMPNO            TO EREMPNOO.
                MOVE WS-CASE-TYPE        TO ERTYPEO.
                MOVE WS-OPENED-DATE      TO EROPENEDO.
                MOVE WS-CLOSED-DATE      TO ERCLOSEDO.
                MOVE WS-OUTCOME          TO EROUTCOMEO.
                MOVE WS-WARN-LEVEL       TO ERWARNLVLO.
                MOVE WS-WARN-EXPIRY      TO ERWARNEXPO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * OPEN OR UPDATE ONE CASE BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       5000-UPDATE-CASE.

           MOVE ERCASENOI    TO WS-CASENO.
           MOVE EREMPNOO     TO WS-EMPNO.
           MOVE ERTYPEO      TO WS-CASE-TYPE.
           MOVE EROPENEDO    TO WS-OPENED-DATE.
           MOVE ERCLOSEDO    TO WS-CLOSED-DATE.
           MOVE EROUTCOMEO   TO WS-OUTCOME.
           MOVE ERWARNLVLO   TO WS-WARN-LEVEL.
           MOVE ERWARNEXPO   TO WS-WARN-EXPIRY.
           MOVE SPACES       TO ADD-ER-FLAG
                                WS-OLD-CASE-TYPE
                                WS-OLD-CSTATUS
                                WS-OLD-EMPNO.

           DISPLAY 'WS-CASENO = ' WS-CASENO.

           PERFORM 4500-VALIDATE-CASE THRU 4500-EXIT.
           IF ADD-ER-FLAG = "E"
              GO TO 5000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 EMPNO
               , CASE_TYPE
               , CSTATUS
             INTO
                 :WS-OLD-EMPNO
               , :WS-OLD-CASE-TYPE
               , :WS-OLD-CSTATUS
             FROM
                 EMP_ER_CASE
             WHERE
                 CASENO = :WS-CASENO
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    IF WS-OLD-EMPNO NOT = WS-EMPNO
                       MOVE "E" TO ADD-ER-FLAG
                       MOVE 'A CASE CANNOT MOVE TO ANOTHER EMPLOYEE'
                         TO ERMNMSGO
                       GO TO 5000-EXIT
                    END-IF
               WHEN +100
                    MOVE "Y" TO ADD-ER-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

      *    NULL INDICATORS FOR THE OPTIONAL COLUMNS
           MOVE ZERO TO WS-CLOSED-IND
                        WS-OUTCOME-IND
                        WS-WARN-LEVEL-IND
                        WS-WARN-EXPIRY-IND.
           IF WS-CLOSED-DATE = SPACES
              MOVE -1 TO WS-CLOSED-IND
           END-IF.
           IF WS-OUTCOME = SPACES
              MOVE -1 TO WS-OUTCOME-IND
           END-IF.
           IF WS-WARN-LEVEL = SPACES
              MOVE -1 TO WS-WARN-LEVEL-IND
                         WS-WARN-EXPIRY-IND
           END-IF.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           IF  ADD-ER-FLAG = "Y"  THEN
               EXEC SQL
                       INSERT INTO
                          EMP_ER_CASE
                          (
                            CASENO
                          , EMPNO
                          , CASE_TYPE
                          , CSTATUS
                          , OPENED_DATE
                          , CLOSED_DATE
                          , OUTCOME
                          , WARN_LEVEL
                          , WARN_EXPIRY
                          , UPDATED_BY
                          , UPDATED_TS
                          )
                           VALUES
                          (
                            :WS-CASENO
                          , :WS-EMPNO
                          , :WS-CASE-TYPE
                          , :WS-CSTATUS
                          , DATE(:WS-OPENED-DATE)
                          , DATE(:WS-CLOSED-DATE :WS-CLOSED-IND)
                          , :WS-OUTCOME :WS-OUTCOME-IND
                          , :WS-WARN-LEVEL :WS-WARN-LEVEL-IND
                          , DATE(:WS-WARN-EXPIRY :WS-WARN-EXPIRY-IND)
                          , :WS-CURRENT-USER
                          , CURRENT TIMESTAMP
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO ADD-ER-FLAG
                        MOVE 'CASE OPENED' TO ERMNMSGO
                        MOVE "A"    TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
                        GO TO 5000-EXIT
               END-EVALUATE

           ELSE

               EXEC SQL
                       UPDATE
                           EMP_ER_CASE
                       SET  CASE_TYPE   = :WS-CASE-TYPE
                          , CSTATUS     = :WS-CSTATUS
                          , OPENED_DATE = DATE(:WS-OPENED-DATE)
                          , CLOSED_DATE =
                                DATE(:WS-CLOSED-DATE :WS-CLOSED-IND)
                          , OUTCOME     = :WS-OUTCOME :WS-OUTCOME-IND
                          , WARN_LEVEL  =
                                :WS-WARN-LEVEL :WS-WARN-LEVEL-IND
                          , WARN_EXPIRY =
                                DATE(:WS-WARN-EXPIRY
                                     :WS-WARN-EXPIRY-IND)
                          , UPDATED_BY  = :WS-CURRENT-USER
                          , UPDATED_TS  = CURRENT TIMESTAMP
                       WHERE
                            EMP_ER_CASE.CASENO = :WS-CASENO
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        IF WS-CASE-OPEN
                           MOVE 'CASE UPDATED' TO ERMNMSGO
                        ELSE
                           MOVE 'CASE CLOSED' TO ERMNMSGO
                        END-IF
                        MOVE "U" TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
                        GO TO 5000-EXIT
               END-EVALUATE

           END-IF.

           PERFORM 6000-SYNC-LEGAL-HOLD THRU 6000-EXIT.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4500-VALIDATE-CASE - TYPE AND WARNING LEVEL MUST BE KNOWN, THE
      * EMPLOYEE MUST BE ON EMP, AND THE DATES MUST BE IN ORDER. A
      * BLANK OPENED DATE IS TODAY; A KEYED CLOSED DATE CLOSES THE
      * CASE. A WARNING LEVEL NEEDS AN EXPIRY AFTER THE OPENED DATE.
      *-----------------------------------------------------------------
       4500-VALIDATE-CASE.

                IF NOT WS-CASE-TYPE-VALID
                   MOVE "E" TO ADD-ER-FLAG
                   MOVE 'CASE TYPE MUST BE D, I OR G' TO ERMNMSGO
                   GO TO 4500-EXIT
                END-IF.

                IF NOT WS-WARN-LEVEL-VALID
                   MOVE "E" TO ADD-ER-FLAG
                   MOVE 'WARNING LEVEL MUST BE V, W, F OR BLANK'
                     TO ERMNMSGO
                   GO TO 4500-EXIT
                END-IF.

                IF WS-OPENED-DATE = SPACES
                   EXEC SQL
                        SET :WS-OPENED-DATE = CHAR(CURRENT DATE, ISO)
                   END-EXEC
                END-IF.

                IF WS-CLOSED-DATE = SPACES
                   MOVE 'O' TO WS-CSTATUS
                ELSE
                   MOVE 'C' TO WS-CSTATUS
                   IF WS-CLOSED-DATE LESS THAN WS-OPENED-DATE
                      MOVE "E" TO ADD-ER-FLAG
                      MOVE 'CLOSED DATE BEFORE OPENED DATE'
                        TO ERMNMSGO
                      GO TO 4500-EXIT
                   END-IF
                END-IF.

                IF WS-WARN-LEVEL = SPACES
                   MOVE SPACES TO WS-WARN-EXPIRY
                ELSE
                   IF WS-WARN-EXPIRY NOT GREATER THAN WS-OPENED-DATE
                      MOVE "E" TO ADD-ER-FLAG
                      MOVE 'A WARNING NEEDS AN EXPIRY AFTER THE CASE'
                        TO ERMNMSGO
                      GO TO 4500-EXIT
                   END-IF
                END-IF.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-EXISTS-COUNT
                      FROM EMP
                      WHERE EMPNO = :WS-EMPNO
                END-EXEC.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-EXISTS-COUNT = ZERO
                            MOVE "E" TO ADD-ER-FLAG
                            MOVE 'EMPNO NOT ON FILE' TO ERMNMSGO
                         END-IF
                    WHEN OTHER
                         MOVE "E" TO ADD-ER-FLAG
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

       4500-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 6000-SYNC-LEGAL-HOLD - AN OPEN CASE HOLDS THE EMPLOYEE'S DATA
      * AGAINST THE COBANONP PURGE UNDER ITS OWN HOLD_REASON; A CLOSED
      * CASE RELEASES ONLY THAT ROW, SO A HOLD PLACED BY LEGAL OR BY
      * ANOTHER OPEN CASE STAYS.
      *-----------------------------------------------------------------
       6000-SYNC-LEGAL-HOLD.

           MOVE SPACES TO WS-HOLD-REASON.
           STRING 'ER CASE '  DELIMITED BY SIZE
                  WS-CASENO   DELIMITED BY SIZE
             INTO WS-HOLD-REASON.

           IF  NOT WS-CASE-OPEN
               EXEC SQL
                   DELETE FROM LEGAL_HOLD
                    WHERE EMPNO       = :WS-EMPNO
                      AND HOLD_REASON = :WS-HOLD-REASON
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC
               EVALUATE SQLCODE
                   WHEN 0
                   WHEN +100
                        CONTINUE
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE
               GO TO 6000-EXIT
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-EXISTS-COUNT
                 FROM LEGAL_HOLD
                WHERE EMPNO       = :WS-EMPNO
                  AND HOLD_REASON = :WS-HOLD-REASON
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

           IF WS-EXISTS-COUNT GREATER THAN ZERO
              GO TO 6000-EXIT
           END-IF.

           MOVE WS-EMPNO         TO LH-EMPNO.
           MOVE WS-HOLD-REASON   TO LH-HOLD-REASON.
           MOVE WS-CURRENT-USER  TO LH-HELD-BY.

           EXEC SQL
               INSERT INTO LEGAL_HOLD
                    (EMPNO, HOLD_REASON, HELD_BY, HOLD_DATE)
               VALUES
                    (:LH-EMPNO, :LH-HOLD-REASON, :LH-HELD-BY,
                     CURRENT DATE)
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER LEGAL HOLD = ' SQLCODE.

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
      * 7600-WRITE-CHANGE-LOG - STAMP THE CHANGE TO THE SHARED
      * MASTER-DATA CHANGE LOG. THE LOG IS READ MORE WIDELY THAN THE
      * CASE, SO ONLY EMPNO, TYPE AND STATUS GO ON IT.
      *-----------------------------------------------------------------
       7600-WRITE-CHANGE-LOG.

           MOVE SPACES        TO WS-MDLOG-KEY
                                 WS-MDLOG-BEFORE
                                 WS-MDLOG-AFTER.
           MOVE WS-CASENO     TO WS-MDLOG-KEY.
           IF WS-OLD-CSTATUS NOT = SPACES
              STRING WS-OLD-EMPNO      DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WS-OLD-CASE-TYPE  DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WS-OLD-CSTATUS    DELIMITED BY SIZE
                INTO WS-MDLOG-BEFORE
           END-IF.
           STRING WS-EMPNO         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-CASE-TYPE     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-CSTATUS       DELIMITED BY SIZE
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
