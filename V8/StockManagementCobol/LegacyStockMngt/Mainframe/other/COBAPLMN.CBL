      *-----------------------------------------------------------------
      *    COBAPLMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAINTAINS THE REQ_APPLICANT MASTER, THE
      *                    CANDIDATES FOR EACH JOB_REQUISITION AND
      *                    THEIR PIPELINE STAGE. ADD-APL-FLAG = 'Y'
      *                    READS A CANDIDATE BACK TO THE CICS CALLING
      *                    PROGRAM; ANY OTHER VALUE ADDS THE CANDIDATE
      *                    OR MOVES THEM TO THE STAGE KEYED - 'A'
      *                    APPLIED (THE DEFAULT FOR A NEW CANDIDATE),
      *                    'S' SCREENED, 'I' INTERVIEWED, 'R' REJECTED
      *                    OR 'W' WITHDRAWN. A NEW CANDIDATE MUST BE
      *                    FOR AN OPEN REQUISITION. 'O' OFFERED AND 'H'
      *                    HIRED BELONG TO COBOFRMN, WHICH MAKES AND
      *                    SETTLES THE OFFER - THEY CANNOT BE KEYED
      *                    HERE, AND A CANDIDATE ALREADY AT EITHER IS
      *                    CHANGED THROUGH THE OFFER. ANYTHING REFUSED
      *                    COMES BACK ADD-APL-FLAG 'E' AND IS NOT
      *                    STORED. EVERY ADD AND STAGE CHANGE IS
      *                    STAMPED TO MASTER_CHANGE_LOG THROUGH THE
      *                    SHARED COBMDLOG UTILITY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBAPLMN.
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
               02  WS-APPLNO                PIC X(8).
       01  WS-REQNO                 PIC X(8).
       01  WS-STAGE                 PIC X(1).
               88  WS-STAGE-KEYABLE         VALUE 'A' 'S' 'I' 'R' 'W'.
       01  WS-OLD-STAGE             PIC X(1).
               88  WS-OLD-OFFER-STAGE       VALUE 'O' 'H'.
       01  WS-RSTATUS               PIC X(1).
       01  WS-CURRENT-USER          PIC X(8).

      *-----------------------------------------------------------------
      * VARIABLES FOR THE MASTER-DATA CHANGE LOG (COBMDLOG)
      *-----------------------------------------------------------------
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'REQ_APPLICANT'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100) VALUE SPACES.
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBAPLMN'.
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
               INCLUDE APPLCNT
           END-EXEC.

           EXEC SQL
               INCLUDE JOBREQ
           END-EXEC.

      /
       LINKAGE SECTION.

       01  APLNOI            PIC X(8).
       01  APLREQNOO         PIC X(8).
       01  APLFIRSTNMEO      PIC X(12).
       01  APLLASTNAMEO      PIC X(15).
       01  APLSTAGEO         PIC X(1).
       01  APLAPPLIEDO       PIC X(10).
       01  ADD-APL-FLAG      PIC X(1).
       01  APLMNMSGO         PIC X(57).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING APLNOI, APLREQNOO, APLFIRSTNMEO,
                                APLLASTNAMEO, APLSTAGEO, APLAPPLIEDO,
                                ADD-APL-FLAG, APLMNMSGO.

            MOVE SPACES TO APLMNMSGO.

            EVALUATE ADD-APL-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-APPLICANT THRU
                             4000-EXIT
                WHEN OTHER
                     PERFORM 5000-UPDATE-APPLICANT THRU
                             5000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE CANDIDATE BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-APPLICANT.

                MOVE SPACES       TO ADD-APL-FLAG.
                MOVE APLNOI       TO WS-APPLNO.

                DISPLAY 'WS-APPLNO = ' WS-APPLNO.

                EXEC SQL
                  SELECT
                      REQNO
                    , FIRSTNME
                    , LASTNAME
                    , STAGE
                    , CHAR(APPLIED_DATE, ISO)
                  INTO
                      :CN-REQNO
                    , :CN-FIRSTNME
                    , :CN-LASTNAME
                    , :CN-STAGE
                    , :CN-APPLIED-DATE
                  FROM REQ_APPLICANT
                  WHERE APPLNO = :WS-APPLNO
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'CANDIDATE NOT ON FILE' TO APLMNMSGO
                         GO TO 4000-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                         GO TO 4000-EXIT
                END-EVALUATE.

                MOVE CN-REQNO            TO APLREQNOO.
                MOVE CN-FIRSTNME         TO APLFIRSTNMEO.
                MOVE CN-LASTNAME         TO APLLASTNAMEO.
                MOVE CN-STAGE            TO APLSTAGEO.
                MOVE CN-APPLIED-DATE     TO APLAPPLIEDO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ADD ONE CANDIDATE OR MOVE THEM TO A NEW STAGE
      *-----------------------------------------------------------------
       5000-UPDATE-APPLICANT.

           MOVE APLNOI       TO WS-APPLNO.
           MOVE APLREQNOO    TO WS-REQNO.
           MOVE APLSTAGEO    TO WS-STAGE.
           MOVE SPACES       TO ADD-APL-FLAG
                                WS-OLD-STAGE.

           DISPLAY 'WS-APPLNO = ' WS-APPLNO
                   ' WS-STAGE = ' WS-STAGE.

           EXEC SQL
             SELECT
                 REQNO
               , STAGE
             INTO
                 :CN-REQNO
               , :WS-OLD-STAGE
             FROM
                 REQ_APPLICANT
             WHERE
                 APPLNO = :WS-APPLNO
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    IF WS-OLD-OFFER-STAGE
                       MOVE "E" TO ADD-APL-FLAG
                       MOVE 'CANDIDATE HAS AN OFFER - USE THE OFFER'
                         TO APLMNMSGO
                       GO TO 5000-EXIT
                    END-IF
               WHEN +100
                    MOVE "Y" TO ADD-APL-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           IF  ADD-APL-FLAG = "Y"
           AND WS-STAGE = SPACES
               MOVE 'A' TO WS-STAGE
           END-IF.

           IF  NOT WS-STAGE-KEYABLE
               MOVE "E" TO ADD-APL-FLAG
               MOVE 'STAGE MUST BE A, S, I, R OR W'
                 TO APLMNMSGO
               GO TO 5000-EXIT
           END-IF.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           IF  ADD-APL-FLAG = "Y"  THEN
               PERFORM 4600-CHECK-REQUISITION THRU 4600-EXIT
               IF ADD-APL-FLAG = "E"
                  GO TO 5000-EXIT
               END-IF
               EXEC SQL
                       INSERT INTO
                          REQ_APPLICANT
                          (
                            APPLNO
                          , REQNO
                          , FIRSTNME
                          , LASTNAME
                          , STAGE
                          , APPLIED_DATE
                          , STAGE_DATE
                          , UPDATED_BY
                          )
                           VALUES
                          (
                            :WS-APPLNO
                          , :WS-REQNO
                          , :APLFIRSTNMEO
                          , :APLLASTNAMEO
                          , :WS-STAGE
                          , CURRENT DATE
                          , CURRENT DATE
                          , :WS-CURRENT-USER
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO ADD-APL-FLAG
                        MOVE 'CANDIDATE ADDED' TO APLMNMSGO
                        MOVE "A"    TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           ELSE

               MOVE CN-REQNO TO WS-REQNO
               EXEC SQL
                       UPDATE
                           REQ_APPLICANT
                       SET  FIRSTNME    = :APLFIRSTNMEO
                          , LASTNAME    = :APLLASTNAMEO
                          , STAGE_DATE  =
                                CASE WHEN STAGE = :WS-STAGE
                                     THEN STAGE_DATE
                                     ELSE CURRENT DATE
                                END
                          , STAGE       = :WS-STAGE
                          , UPDATED_BY  = :WS-CURRENT-USER
                       WHERE
                            REQ_APPLICANT.APPLNO = :WS-APPLNO
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE 'CANDIDATE UPDATED' TO APLMNMSGO
                        MOVE "U" TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           END-IF.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4600-CHECK-REQUISITION - A NEW CANDIDATE MUST BE FOR A
      * REQUISITION THAT IS ON FILE AND STILL OPEN.
      *-----------------------------------------------------------------
       4600-CHECK-REQUISITION.

                MOVE SPACES TO WS-RSTATUS.

                EXEC SQL
                    SELECT RSTATUS
                      INTO :WS-RSTATUS
                      FROM JOB_REQUISITION
                      WHERE REQNO = :WS-REQNO
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER REQUISITION CHECK = '
                        SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-RSTATUS NOT = 'O'
                            MOVE "E" TO ADD-APL-FLAG
                            MOVE 'REQUISITION IS NO LONGER OPEN'
                              TO APLMNMSGO
                         END-IF
                    WHEN +100
                         MOVE "E" TO ADD-APL-FLAG
                         MOVE 'REQUISITION NOT ON FILE' TO APLMNMSGO
                    WHEN OTHER
                         MOVE "E" TO ADD-APL-FLAG
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

       4600-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7600-WRITE-CHANGE-LOG - STAMP THE CHANGE TO THE SHARED
      * MASTER-DATA CHANGE LOG: REQUISITION AND STAGE BEFORE AND
      * AFTER.
      *-----------------------------------------------------------------
       7600-WRITE-CHANGE-LOG.

           MOVE SPACES        TO WS-MDLOG-KEY
                                 WS-MDLOG-BEFORE
                                 WS-MDLOG-AFTER.
           MOVE WS-APPLNO     TO WS-MDLOG-KEY.
           IF WS-OLD-STAGE NOT = SPACES
              STRING WS-REQNO      DELIMITED BY SIZE
                     ' '           DELIMITED BY SIZE
                     WS-OLD-STAGE  DELIMITED BY SIZE
                INTO WS-MDLOG-BEFORE
           END-IF.
           STRING WS-REQNO         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-STAGE         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  APLLASTNAMEO     DELIMITED BY SIZE
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
