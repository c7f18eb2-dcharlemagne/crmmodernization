      *-----------------------------------------------------------------
      *    COBDLGMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAINTAINS THE APPROVAL_DELEGATION TABLE -
      *                    WHO MAY ACT FOR AN APPROVER, OVER WHICH
      *                    DATES AND FOR WHICH APPROVAL TYPES ('S'
      *                    SALARY CHANGES, 'P' PURCHASE ORDERS, 'T'
      *                    TIMESHEET SIGN-OFF). A ROW IS KEYED BY THE
      *                    APPROVER'S EMPNO AND THE START DATE.
      *                    ADD-DG-FLAG = 'Y' READS A ROW BACK TO THE
      *                    CICS CALLING PROGRAM, ADD-DG-FLAG = 'D'
      *                    CANCELS IT (DSTATUS 'X' - THE ROW STAYS
      *                    FOR THE AUDIT TRAIL), AND ANY OTHER VALUE
      *                    ADDS OR UPDATES IT - THE SAME FLAG
      *                    CONVENTION COBDEPMN USES FOR DEPENDENTS.
      *                    APPROVER AND DELEGATE MUST BOTH EXIST ON
      *                    EMP AND DIFFER, THE END DATE MAY NOT FALL
      *                    BEFORE THE START, THE TYPES MUST BE DRAWN
      *                    FROM 'S', 'P' AND 'T', AND THE RANGE MAY
      *                    NOT OVERLAP ANOTHER ACTIVE DELEGATION FOR
      *                    THE SAME APPROVER; OTHERWISE THE FLAG COMES
      *                    BACK 'E' AND NOTHING IS STORED. EVERY ADD,
      *                    UPDATE AND CANCEL IS STAMPED TO
      *                    MASTER_CHANGE_LOG THROUGH THE SHARED
      *                    COBMDLOG UTILITY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBDLGMN.
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
               02  WS-APPROVER              PIC X(6).
               02  WS-START-DATE            PIC X(10).
       01  WS-DELEGATE              PIC X(6).
       01  WS-END-DATE              PIC X(10).
       01  WS-APPR-TYPES            PIC X(3).
       01  WS-TYPES-CHECK           PIC X(3).
       01  WS-DSTATUS               PIC X(1).
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-DUMMY                 PIC X(6).
       01  WS-EMP-COUNT             PIC S9(9) USAGE COMP.

      *-----------------------------------------------------------------
      * VARIABLES FOR THE MASTER-DATA CHANGE LOG (COBMDLOG)
      *-----------------------------------------------------------------
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'APPROVAL_DELEGATN'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100) VALUE SPACES.
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBDLGMN'.
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
               INCLUDE DELEGATN
           END-EXEC.

      /
       LINKAGE SECTION.

       01  DGAPPRI           PIC X(6).
       01  DGSTARTI          PIC X(10).
       01  DGDELEGO          PIC X(6).
       01  DGENDO            PIC X(10).
       01  DGTYPESO          PIC X(3).
       01  DGSTATO           PIC X(1).
       01  ADD-DG-FLAG       PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DGAPPRI, DGSTARTI, DGDELEGO,
                                DGENDO, DGTYPESO, DGSTATO,
                                ADD-DG-FLAG.

            EVALUATE ADD-DG-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-DELEGATION THRU
                             4000-EXIT
                WHEN "D"
                     PERFORM 6000-CANCEL-DELEGATION THRU
                             6000-EXIT
                WHEN OTHER
                     PERFORM 5000-UPDATE-DELEGATION THRU
                             5000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE DELEGATION ROW BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-DELEGATION.

                MOVE SPACES       TO ADD-DG-FLAG.
                MOVE DGAPPRI      TO WS-APPROVER.
                MOVE DGSTARTI     TO WS-START-DATE.

                DISPLAY 'WS-APPROVER = ' WS-APPROVER
                        ' WS-START-DATE = ' WS-START-DATE.

                EXEC SQL
                  SELECT
                      DELEGATE
                    , CHAR(END_DATE, ISO)
                    , APPR_TYPES
                    , DSTATUS
                  INTO
                      :WS-DELEGATE
                    , :WS-END-DATE
                    , :WS-APPR-TYPES
                    , :WS-DSTATUS
                  FROM APPROVAL_DELEGATION
                  WHERE APPROVER   = :WS-APPROVER
                    AND START_DATE = :WS-START-DATE
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         MOVE SPACES     TO WS-DELEGATE
                                            WS-END-DATE
                                            WS-APPR-TYPES
                                            WS-DSTATUS
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE WS-DELEGATE         TO DGDELEGO.
                MOVE WS-END-DATE         TO DGENDO.
                MOVE WS-APPR-TYPES       TO DGTYPESO.
                MOVE WS-DSTATUS          TO DGSTATO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ADD OR UPDATE ONE DELEGATION ROW BY MAKING A CALL TO DB2
      * TABLE. A ROW ADDED OR UPDATED IS ALWAYS ACTIVE - KEYING A
      * CANCELLED ROW AGAIN REINSTATES IT.
      *-----------------------------------------------------------------
       5000-UPDATE-DELEGATION.

           MOVE DGAPPRI      TO WS-APPROVER.
           MOVE DGSTARTI     TO WS-START-DATE.
           MOVE DGDELEGO     TO WS-DELEGATE.
           MOVE DGENDO       TO WS-END-DATE.
           MOVE DGTYPESO     TO WS-APPR-TYPES
                                WS-TYPES-CHECK.

           DISPLAY 'WS-APPROVER = ' WS-APPROVER
                   ' WS-START-DATE = ' WS-START-DATE.

           INSPECT WS-TYPES-CHECK CONVERTING 'SPT' TO '   '.

           IF  WS-DELEGATE   = SPACES
            OR WS-DELEGATE   = WS-APPROVER
            OR WS-START-DATE = SPACES
            OR WS-END-DATE   = SPACES
            OR WS-END-DATE   LESS THAN WS-START-DATE
               DISPLAY 'DELEGATION NEEDS ANOTHER EMPLOYEE AND A '
                       'VALID DATE RANGE'
               MOVE "E"        TO ADD-DG-FLAG
               GO TO 5000-EXIT
           END-IF.

           IF  WS-APPR-TYPES  = SPACES
            OR WS-TYPES-CHECK NOT = SPACES
               DISPLAY 'APPROVAL TYPES MUST BE S, P OR T'
               MOVE "E"        TO ADD-DG-FLAG
               GO TO 5000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-EMP-COUNT
             FROM
                 EMP
             WHERE
                  EMPNO IN (:WS-APPROVER, :WS-DELEGATE)
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER EMP CHECK = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    IF WS-EMP-COUNT LESS THAN 2
                       DISPLAY 'APPROVER OR DELEGATE NOT ON EMP'
                       MOVE "E"        TO ADD-DG-FLAG
                       GO TO 5000-EXIT
                    END-IF
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           EXEC SQL
             SELECT
                 APPROVER
             INTO
                :WS-DUMMY
             FROM
                 APPROVAL_DELEGATION
             WHERE
                  APPROVER   =  :WS-APPROVER
              AND DSTATUS    =  'A'
              AND START_DATE <> :WS-START-DATE
              AND START_DATE <= :WS-END-DATE
              AND END_DATE   >= :WS-START-DATE
             FETCH FIRST 1 ROW ONLY
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER OVERLAP CHECK = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    DISPLAY 'OVERLAPS AN ACTIVE DELEGATION'
                    MOVE "E"        TO ADD-DG-FLAG
                    GO TO 5000-EXIT
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           MOVE SPACES TO ADD-DG-FLAG.

           EXEC SQL
             SELECT
                 APPROVER
             INTO
                :WS-DUMMY
             FROM
                 APPROVAL_DELEGATION
             WHERE
                  APPROVER   = :WS-APPROVER
              AND START_DATE = :WS-START-DATE
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "Y"        TO ADD-DG-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           MOVE 'A'                  TO WS-DSTATUS.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           IF  ADD-DG-FLAG = "Y"  THEN
               EXEC SQL
                       INSERT INTO
                          APPROVAL_DELEGATION
                          (
                            APPROVER
                          , START_DATE
                          , DELEGATE
                          , END_DATE
                          , APPR_TYPES
                          , DSTATUS
                          , CREATED_BY
                          , UPDATED_BY
                          , UPDATED_TS
                          )
                           VALUES
                          (
                            :WS-APPROVER
                          , :WS-START-DATE
                          , :WS-DELEGATE
                          , :WS-END-DATE
                          , :WS-APPR-TYPES
                          , :WS-DSTATUS
                          , :WS-CURRENT-USER
                          , :WS-CURRENT-USER
                          , CURRENT TIMESTAMP
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO ADD-DG-FLAG
                        MOVE "A"    TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           ELSE

               EXEC SQL
                       UPDATE
                           APPROVAL_DELEGATION
                       SET  DELEGATE     = :WS-DELEGATE
                          , END_DATE     = :WS-END-DATE
                          , APPR_TYPES   = :WS-APPR-TYPES
                          , DSTATUS      = :WS-DSTATUS
                          , UPDATED_BY   = :WS-CURRENT-USER
                          , UPDATED_TS   = CURRENT TIMESTAMP
                       WHERE
                          (
                            ( APPROVAL_DELEGATION.APPROVER =
                                 :WS-APPROVER )
                        AND ( APPROVAL_DELEGATION.START_DATE =
                                 :WS-START-DATE )
                          )
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

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * CANCEL ONE DELEGATION ROW BY MAKING A CALL TO DB2 TABLE. THE
      * ROW IS KEPT, MARKED 'X', SO THE DELEGATION AUDIT STILL SHOWS
      * WHO HELD THE AUTHORITY AND FOR HOW LONG.
      *-----------------------------------------------------------------
       6000-CANCEL-DELEGATION.

           MOVE DGAPPRI      TO WS-APPROVER.
           MOVE DGSTARTI     TO WS-START-DATE.

           DISPLAY 'WS-APPROVER = ' WS-APPROVER
                   ' WS-START-DATE = ' WS-START-DATE.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           EXEC SQL
               UPDATE
                   APPROVAL_DELEGATION
               SET  DSTATUS    = 'X'
                  , UPDATED_BY = :WS-CURRENT-USER
                  , UPDATED_TS = CURRENT TIMESTAMP
               WHERE
                   APPROVER   = :WS-APPROVER
               AND START_DATE = :WS-START-DATE
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER CANCEL = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-DG-FLAG
                                   WS-DELEGATE
                                   WS-END-DATE
                                   WS-APPR-TYPES
                    MOVE 'X'    TO WS-DSTATUS
                    MOVE "D"    TO WS-MDLOG-ACTION
                    PERFORM 7600-WRITE-CHANGE-LOG THRU
                            7600-EXIT
               WHEN +100
                    DISPLAY 'NO SUCH DELEGATION'
                    MOVE "E"    TO ADD-DG-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7600-WRITE-CHANGE-LOG - STAMP THE CHANGE TO THE SHARED
      * MASTER-DATA CHANGE LOG. THE KEY CARRIES THE APPROVER AND START
      * DATE; THE AFTER IMAGE THE DELEGATE, END DATE, TYPES AND STATUS.
      *-----------------------------------------------------------------
       7600-WRITE-CHANGE-LOG.

           MOVE SPACES        TO WS-MDLOG-KEY
                                 WS-MDLOG-AFTER.
           STRING WS-APPROVER      DELIMITED BY SIZE
                  WS-START-DATE    DELIMITED BY SIZE
             INTO WS-MDLOG-KEY.
           STRING WS-DELEGATE      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-END-DATE      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-APPR-TYPES    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-DSTATUS       DELIMITED BY SIZE
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
