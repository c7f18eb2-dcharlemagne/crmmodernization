      *-----------------------------------------------------------------
      *    COBREQMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAINTAINS THE JOB_REQUISITION MASTER, THE
      *                    REQUEST TO HIRE THAT RECRUITING WORKS FROM
      *                    INSTEAD OF AN EMAIL. ADD-REQ-FLAG = 'Y'
      *                    READS A REQUISITION BACK TO THE CICS
      *                    CALLING PROGRAM, ADD-REQ-FLAG = 'D' CANCELS
      *                    AN OPEN ONE (THE ROW IS KEPT, 'X', FOR THE
      *                    COBRPT80 AGING REPORT), AND ANY OTHER VALUE
      *                    RAISES OR AMENDS IT. A REQUISITION MUST BE
      *                    RAISED AGAINST AN AUTHORIZED VACANCY - THE
      *                    DEPARTMENT'S LATEST DEPT_POSITION HEADCOUNT
      *                    LESS ITS ACTUAL EMP HEADCOUNT AND THE
      *                    UNFILLED OPENINGS ON ITS OTHER OPEN
      *                    REQUISITIONS MUST COVER THE OPENINGS ASKED
      *                    FOR, OR IT COMES BACK ADD-REQ-FLAG 'H'. THE
      *                    JOB CODE MUST BE ON JOB_MASTER ('J') AND ITS
      *                    SALARY BAND MUST FALL WITHIN THE
      *                    DEPARTMENT'S BUDGETED BAND ('B'). A FILLED
      *                    OR CANCELLED REQUISITION, OR OPENINGS BELOW
      *                    ONE OR BELOW THE NUMBER ALREADY FILLED, COME
      *                    BACK 'E'. NOTHING REFUSED IS STORED. EVERY
      *                    RAISE, AMENDMENT AND CANCELLATION IS STAMPED
      *                    TO MASTER_CHANGE_LOG THROUGH THE SHARED
      *                    COBMDLOG UTILITY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBREQMN.
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
               02  WS-REQNO                 PIC X(8).
       01  WS-DEPTNO                PIC X(3).
       01  WS-JOBCODE               PIC X(8).
       01  WS-OPENINGS              PIC S9(4) USAGE COMP.
       01  WS-OLD-DEPTNO            PIC X(3).
       01  WS-OLD-JOBCODE           PIC X(8).
       01  WS-OLD-OPENINGS          PIC S9(4) USAGE COMP.
       01  WS-OLD-FILLED            PIC S9(4) USAGE COMP.
       01  WS-OLD-RSTATUS           PIC X(1).
               88  WS-OLD-OPEN                  VALUE 'O'.
       01  WS-NEW-REQ-SWITCH        PIC X(1)  VALUE SPACES.
               88  WS-NEW-REQ                   VALUE 'Y'.
       01  WS-AUTH-HEADCOUNT        PIC S9(4) USAGE COMP.
       01  WS-ACTUAL-HEADCOUNT      PIC S9(9) USAGE COMP.
       01  WS-OTHER-OPEN            PIC S9(9) USAGE COMP.
       01  WS-VACANCIES             PIC S9(9) USAGE COMP.
       01  WS-DEPT-BAND-MIN         PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-DEPT-BAND-MAX         PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-DEPT-BAND-MIN-IND     PIC S9(4) USAGE COMP.
       01  WS-DEPT-BAND-MAX-IND     PIC S9(4) USAGE COMP.
       01  WS-OPEN-ED               PIC ZZZ9.
       01  WS-FILLED-ED             PIC ZZZ9.
       01  WS-CURRENT-USER          PIC X(8).

      *-----------------------------------------------------------------
      * VARIABLES FOR THE MASTER-DATA CHANGE LOG (COBMDLOG)
      *-----------------------------------------------------------------
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'JOB_REQUISITION'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100) VALUE SPACES.
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBREQMN'.
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
               INCLUDE JOBREQ
           END-EXEC.

           EXEC SQL
               INCLUDE POSAUTH
           END-EXEC.

           EXEC SQL
               INCLUDE JOBMSTR
           END-EXEC.

      /
       LINKAGE SECTION.

       01  REQNOI            PIC X(8).
       01  REQDEPTO          PIC X(3).
       01  REQJOBO           PIC X(8).
       01  REQOPENINGSO      PIC S9(4) COMP.
       01  REQFILLEDO        PIC S9(4) COMP.
       01  REQSTATUSO        PIC X(1).
       01  REQOPENEDO        PIC X(10).
       01  ADD-REQ-FLAG      PIC X(1).
       01  REQMNMSGO         PIC X(57).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING REQNOI, REQDEPTO, REQJOBO,
                                REQOPENINGSO, REQFILLEDO, REQSTATUSO,
                                REQOPENEDO, ADD-REQ-FLAG, REQMNMSGO.

            MOVE SPACES TO REQMNMSGO.

            EVALUATE ADD-REQ-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-REQUISITION THRU
                             4000-EXIT
                WHEN "D"
                     PERFORM 6000-CANCEL-REQUISITION THRU
                             6000-EXIT
                WHEN OTHER
                     PERFORM 5000-UPDATE-REQUISITION THRU
                             5000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE REQUISITION BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-REQUISITION.

                MOVE SPACES       TO ADD-REQ-FLAG.
                MOVE REQNOI       TO WS-REQNO.

                DISPLAY 'WS-REQNO = ' WS-REQNO.

                EXEC SQL
                  SELECT
                      DEPTNO
                    , JOBCODE
                    , OPENINGS
                    , FILLED
                    , RSTATUS
                    , CHAR(OPENED_DATE, ISO)
                  INTO
                      :RQ-DEPTNO
                    , :RQ-JOBCODE
                    , :RQ-OPENINGS
                    , :RQ-FILLED
                    , :RQ-RSTATUS
                    , :RQ-OPENED-DATE
                  FROM JOB_REQUISITION
                  WHERE REQNO = :WS-REQNO
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'REQUISITION NOT ON FILE' TO REQMNMSGO
                         GO TO 4000-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                         GO TO 4000-EXIT
                END-EVALUATE.

                MOVE RQ-DEPTNO           TO REQDEPTO.
                MOVE RQ-JOBCODE          TO REQJOBO.
                MOVE RQ-OPENINGS         TO REQOPENINGSO.
                MOVE RQ-FILLED           TO REQFILLEDO.
                MOVE RQ-RSTATUS          TO REQSTATUSO.
                MOVE RQ-OPENED-DATE      TO REQOPENEDO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * RAISE OR AMEND ONE REQUISITION BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       5000-UPDATE-REQUISITION.

           MOVE REQNOI       TO WS-REQNO.
           MOVE REQDEPTO     TO WS-DEPTNO.
           MOVE REQJOBO      TO WS-JOBCODE.
           MOVE REQOPENINGSO TO WS-OPENINGS.
           MOVE SPACES       TO ADD-REQ-FLAG
                                WS-NEW-REQ-SWITCH
                                WS-OLD-DEPTNO
                                WS-OLD-JOBCODE.
           MOVE ZERO         TO WS-OLD-OPENINGS
                                WS-OLD-FILLED.

           DISPLAY 'WS-REQNO = ' WS-REQNO.

           EXEC SQL
             SELECT
                 DEPTNO
               , JOBCODE
               , OPENINGS
               , FILLED
               , RSTATUS
             INTO
                 :WS-OLD-DEPTNO
               , :WS-OLD-JOBCODE
               , :WS-OLD-OPENINGS
               , :WS-OLD-FILLED
               , :WS-OLD-RSTATUS
             FROM
                 JOB_REQUISITION
             WHERE
                 REQNO = :WS-REQNO
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    IF NOT WS-OLD-OPEN
                       MOVE "E" TO ADD-REQ-FLAG
                       MOVE 'REQUISITION IS NO LONGER OPEN'
                         TO REQMNMSGO
                       GO TO 5000-EXIT
                    END-IF
               WHEN +100
                    MOVE "Y" TO WS-NEW-REQ-SWITCH
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           IF  WS-OPENINGS LESS THAN 1
           OR  WS-OPENINGS LESS THAN WS-OLD-FILLED
               MOVE "E" TO ADD-REQ-FLAG
               MOVE 'OPENINGS BELOW ONE OR BELOW THOSE FILLED'
                 TO REQMNMSGO
               GO TO 5000-EXIT
           END-IF.

           PERFORM 4600-CHECK-JOB THRU 4600-EXIT.
           IF ADD-REQ-FLAG NOT = SPACES
              GO TO 5000-EXIT
           END-IF.

           PERFORM 4700-CHECK-VACANCY THRU 4700-EXIT.
           IF ADD-REQ-FLAG NOT = SPACES
              GO TO 5000-EXIT
           END-IF.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           IF  WS-NEW-REQ  THEN
               EXEC SQL
                       INSERT INTO
                          JOB_REQUISITION
                          (
                            REQNO
                          , DEPTNO
                          , JOBCODE
                          , OPENINGS
                          , FILLED
                          , RSTATUS
                          , OPENED_DATE
                          , RAISED_BY
                          , UPDATED_TS
                          )
                           VALUES
                          (
                            :WS-REQNO
                          , :WS-DEPTNO
                          , :WS-JOBCODE
                          , :WS-OPENINGS
                          , 0
                          , 'O'
                          , CURRENT DATE
                          , :WS-CURRENT-USER
                          , CURRENT TIMESTAMP
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE 'REQUISITION RAISED' TO REQMNMSGO
                        MOVE "A"    TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           ELSE

               EXEC SQL
                       UPDATE
                           JOB_REQUISITION
                       SET  DEPTNO      = :WS-DEPTNO
                          , JOBCODE     = :WS-JOBCODE
                          , OPENINGS    = :WS-OPENINGS
                          , UPDATED_TS  = CURRENT TIMESTAMP
                       WHERE
                            JOB_REQUISITION.REQNO = :WS-REQNO
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE 'REQUISITION AMENDED' TO REQMNMSGO
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
      * 4600-CHECK-JOB - THE JOB CODE MUST BE ON JOB_MASTER, THE SAME
      * CHECK COBEMPMN MAKES AT ONBOARDING, SO A REQUISITION CANNOT
      * BE RAISED FOR A HIRE THAT WOULD LATER BE REFUSED. AN UNKNOWN
      * CODE COMES BACK 'J'.
      *-----------------------------------------------------------------
       4600-CHECK-JOB.

                EXEC SQL
                    SELECT BAND_MIN,
                           BAND_MAX
                      INTO :JM-BAND-MIN,
                           :JM-BAND-MAX
                      FROM JOB_MASTER
                      WHERE JOBCODE = :WS-JOBCODE
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER JOB CHECK = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE "J" TO ADD-REQ-FLAG
                         MOVE 'JOB CODE NOT ON JOB_MASTER'
                           TO REQMNMSGO
                    WHEN OTHER
                         MOVE "E" TO ADD-REQ-FLAG
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

       4600-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4700-CHECK-VACANCY - POSITION CONTROL. THE LATEST EFFECTIVE
      * DEPT_POSITION ROW MUST EXIST AND ITS HEADCOUNT, LESS THE
      * ACTUAL HEADCOUNT AND THE UNFILLED OPENINGS ON THE DEPARTMENT'S
      * OTHER OPEN REQUISITIONS, MUST COVER THIS REQUISITION'S
      * UNFILLED OPENINGS ('H'). THE JOB'S BAND MUST SIT INSIDE THE
      * DEPARTMENT'S BUDGETED BAND WHERE ONE IS SET ('B').
      *-----------------------------------------------------------------
       4700-CHECK-VACANCY.

                MOVE ZERO TO WS-AUTH-HEADCOUNT
                             WS-DEPT-BAND-MIN
                             WS-DEPT-BAND-MAX.

                EXEC SQL
                    SELECT AUTH_HEADCOUNT,
                           BAND_MIN,
                           BAND_MAX
                      INTO :WS-AUTH-HEADCOUNT,
                           :WS-DEPT-BAND-MIN :WS-DEPT-BAND-MIN-IND,
                           :WS-DEPT-BAND-MAX :WS-DEPT-BAND-MAX-IND
                      FROM DEPT_POSITION
                      WHERE DEPTNO = :WS-DEPTNO
                        AND EFFDATE =
                            (SELECT MAX(EFFDATE)
                               FROM DEPT_POSITION
                              WHERE DEPTNO = :WS-DEPTNO
                                AND EFFDATE <= CURRENT DATE)
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER POSITION CHECK = '
                        SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE "H" TO ADD-REQ-FLAG
                         MOVE 'NO HEADCOUNT AUTHORIZATION FOR THE DEPT'
                           TO REQMNMSGO
                         GO TO 4700-EXIT
                    WHEN OTHER
                         MOVE "E" TO ADD-REQ-FLAG
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                         GO TO 4700-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT (SELECT COUNT(*)
                              FROM EMP
                             WHERE WORKDEPT = :WS-DEPTNO),
                           (SELECT COALESCE(SUM(OPENINGS - FILLED), 0)
                              FROM JOB_REQUISITION
                             WHERE DEPTNO  = :WS-DEPTNO
                               AND RSTATUS = 'O'
                               AND REQNO  <> :WS-REQNO)
                      INTO :WS-ACTUAL-HEADCOUNT,
                           :WS-OTHER-OPEN
                      FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         MOVE "E" TO ADD-REQ-FLAG
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                         GO TO 4700-EXIT
                END-EVALUATE.

                COMPUTE WS-VACANCIES = WS-AUTH-HEADCOUNT
                                     - WS-ACTUAL-HEADCOUNT
                                     - WS-OTHER-OPEN.

                IF WS-VACANCIES LESS THAN WS-OPENINGS - WS-OLD-FILLED
                   MOVE "H" TO ADD-REQ-FLAG
                   MOVE 'NOT ENOUGH AUTHORIZED VACANCIES IN THE DEPT'
                     TO REQMNMSGO
                   GO TO 4700-EXIT
                END-IF.

                IF WS-DEPT-BAND-MIN-IND NOT LESS THAN ZERO
                   AND WS-DEPT-BAND-MAX-IND NOT LESS THAN ZERO
                   IF JM-BAND-MIN LESS THAN WS-DEPT-BAND-MIN
                      OR JM-BAND-MAX GREATER THAN WS-DEPT-BAND-MAX
                      MOVE "B" TO ADD-REQ-FLAG
                      MOVE 'JOB BAND OUTSIDE THE DEPT BUDGETED BAND'
                        TO REQMNMSGO
                   END-IF
                END-IF.

       4700-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * CANCEL ONE OPEN REQUISITION - THE ROW STAYS ON FILE AS 'X'
      *-----------------------------------------------------------------
       6000-CANCEL-REQUISITION.

           MOVE REQNOI      TO WS-REQNO.
           MOVE SPACES      TO ADD-REQ-FLAG.

           DISPLAY 'WS-REQNO = ' WS-REQNO.

           EXEC SQL
               UPDATE JOB_REQUISITION
                  SET RSTATUS     = 'X'
                    , CLOSED_DATE = CURRENT DATE
                    , UPDATED_TS  = CURRENT TIMESTAMP
                WHERE REQNO   = :WS-REQNO
                  AND RSTATUS = 'O'
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER CANCEL = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE 'REQUISITION CANCELLED' TO REQMNMSGO
                    MOVE "D"    TO WS-MDLOG-ACTION
                    MOVE SPACES TO WS-DEPTNO
                                   WS-JOBCODE
                                   WS-OLD-DEPTNO
                                   WS-OLD-JOBCODE
                    MOVE ZERO   TO WS-OPENINGS
                                   WS-OLD-OPENINGS
                    PERFORM 7600-WRITE-CHANGE-LOG THRU
                            7600-EXIT
               WHEN +100
                    MOVE "E" TO ADD-REQ-FLAG
                    MOVE 'NO OPEN REQUISITION TO CANCEL' TO REQMNMSGO
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7600-WRITE-CHANGE-LOG - STAMP THE CHANGE TO THE SHARED
      * MASTER-DATA CHANGE LOG: DEPARTMENT, JOB CODE AND OPENINGS
      * BEFORE AND AFTER.
      *-----------------------------------------------------------------
       7600-WRITE-CHANGE-LOG.

           MOVE SPACES        TO WS-MDLOG-KEY
                                 WS-MDLOG-BEFORE
                                 WS-MDLOG-AFTER.
           MOVE WS-REQNO      TO WS-MDLOG-KEY.
           MOVE WS-OLD-OPENINGS TO WS-OPEN-ED.
           MOVE WS-OLD-FILLED   TO WS-FILLED-ED.
           IF WS-OLD-DEPTNO NOT = SPACES
              STRING WS-OLD-DEPTNO  DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     WS-OLD-JOBCODE DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     WS-OPEN-ED     DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     WS-FILLED-ED   DELIMITED BY SIZE
                INTO WS-MDLOG-BEFORE
           END-IF.
           MOVE WS-OPENINGS   TO WS-OPEN-ED.
           IF WS-DEPTNO NOT = SPACES
              STRING WS-DEPTNO      DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     WS-JOBCODE     DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     WS-OPEN-ED     DELIMITED BY SIZE
                INTO WS-MDLOG-AFTER
           END-IF.

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
