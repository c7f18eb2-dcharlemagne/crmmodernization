      *-----------------------------------------------------------------
      *    COBTSEMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - INSTRUCTOR-LED TRAINING SESSIONS AND THEIR
      *                    ENROLLMENT, SO SCHEDULING A CLASS, FILLING
      *                    ITS SEATS AND PAYING FOR IT ARE RECORDED ON
      *                    TRAINING_SESSION, TRAINING_ENROLL AND
      *                    TRAINING_WAITLIST. TSE-ACTION-FLAG -
      *                      'S' SCHEDULES THE SESSION (TSEIDI) FOR A
      *                          CATALOG COURSE, OR UPDATES AN OPEN
      *                          ONE - CAPACITY NEVER BELOW THE SEATS
      *                          ALREADY TAKEN;
      *                      'E' ENROLLS THE EMPLOYEE (TSEEMPNOI) -
      *                          A SEAT WHILE ANY ARE FREE, CHARGED
      *                          TO THEIR WORKDEPT AT THE SESSION'S
      *                          SEAT COST, OTHERWISE THE NEXT PLACE
      *                          ON THE WAITLIST (RESULT 'W');
      *                      'X' CANCELS THE EMPLOYEE'S SEAT OR
      *                          WAITLIST PLACE - A FREED SEAT GOES
      *                          TO THE FIRST PERSON WAITING;
      *                      'A' MARKS THE EMPLOYEE ATTENDED AND
      *                          RECORDS THE COMPLETION ON EMP_CERT
      *                          THROUGH COBTRNMN, AS OF THE
      *                          SESSION'S END DATE;
      *                      'N' MARKS THE EMPLOYEE A NO-SHOW;
      *                      'F' CLOSES THE SESSION - ANYONE NOT YET
      *                          MARKED IS A NO-SHOW AND THE WAITLIST
      *                          IS CLEARED;
      *                      'Y' READS THE SESSION BACK WITH ITS
      *                          ROSTER AND WAITLIST AS FORMATTED
      *                          LINES IN TSE-LINES.
      *                    ENROLLMENT IS ONLY OPEN UNTIL THE SESSION
      *                    STARTS. ANY REFUSAL COMES BACK WITH
      *                    TSE-RESULT-FLAG 'E'. COBRPT63 CALLS THE
      *                    'E' ACTION TO ENROLL EVERYONE MISSING A
      *                    REQUIRED COURSE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBTSEMN.
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
       77  END-OF-C1-SWITCH         PIC X          VALUE SPACES.
               88  END-OF-C1                      VALUE 'Y'.
       77  END-OF-C2-SWITCH         PIC X          VALUE SPACES.
               88  END-OF-C2                      VALUE 'Y'.
       01  WS-COUNT                 PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SEATS-TAKEN           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-CHECK-KEY             PIC X(8).
       01  WS-ENR-STATUS            PIC X(1).
       77  WS-ENROLL-ROW-SWITCH     PIC X          VALUE SPACES.
               88  WS-ENROLL-ROW-FOUND            VALUE 'Y'.
       01  WS-WAIT-SEQ              PIC S9(4) USAGE COMP.
       01  WS-NEXT-EMPNO            PIC X(6).
       01  WS-STARTED               PIC S9(9) USAGE COMP.

      *-----------------------------------------------------------------
      * VARIABLES FOR THE COMPLETION (COBTRNMN)
      *-----------------------------------------------------------------
       01  WS-TRN-COURSE            PIC X(8).
       01  WS-TRN-EMPNO             PIC X(6).
       01  WS-TRN-NAME              PIC X(30).
       01  WS-TRN-MONTHS            PIC S9(4) USAGE COMP.
       01  WS-TRN-COMP              PIC X(10).
       01  WS-TRN-EXP               PIC X(10).
       01  WS-TRN-TABLE-FLAG        PIC X(1)  VALUE 'E'.
       01  WS-TRN-ADD-FLAG          PIC X(1).

       01  WS-ROSTER-LINE.
           05 WS-RL-EMPNO           PIC X(6).
           05 FILLER                PIC X(1).
           05 WS-RL-NAME            PIC X(15).
           05 FILLER                PIC X(1).
           05 WS-RL-DEPT            PIC X(3).
           05 FILLER                PIC X(1).
           05 WS-RL-STATE           PIC X(12).
           05 FILLER                PIC X(1).
           05 WS-RL-WAIT-SEQ        PIC ZZZ9.
           05 FILLER                PIC X(1).
           05 WS-RL-COMPLETED       PIC X(10).
           05 FILLER                PIC X(24).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBTSEMN'.
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
               INCLUDE TRNSESS
           END-EXEC.

           EXEC SQL
               INCLUDE TRNENROL
           END-EXEC.

           EXEC SQL
               INCLUDE TRNWAIT
           END-EXEC.

      *-----------------------------------------------------------------
      * C1 - THE SESSION'S SEATS, C2 - ITS WAITLIST IN ORDER.
      *-----------------------------------------------------------------
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 R.EMPNO,
                 E.LASTNAME,
                 R.WORKDEPT,
                 R.ENR_STATUS,
                 COALESCE(CHAR(R.COMPLETED_DATE, ISO), ' ')
               FROM TRAINING_ENROLL R
                    INNER JOIN EMP E
                       ON E.EMPNO = R.EMPNO
               WHERE R.SESSION_ID = :TS-SESSION-ID
               ORDER BY R.EMPNO
           END-EXEC.

           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 W.EMPNO,
                 E.LASTNAME,
                 E.WORKDEPT,
                 W.WAIT_SEQ
               FROM TRAINING_WAITLIST W
                    INNER JOIN EMP E
                       ON E.EMPNO = W.EMPNO
               WHERE W.SESSION_ID = :TS-SESSION-ID
               ORDER BY W.WAIT_SEQ
           END-EXEC.

      /
       LINKAGE SECTION.

       01  TSEIDI            PIC X(8).
       01  TSECOURSEO        PIC X(8).
       01  TSESTARTO         PIC X(10).
       01  TSEENDO           PIC X(10).
       01  TSELOCO           PIC X(20).
       01  TSECAPO           PIC S9(4) USAGE COMP.
       01  TSECOSTO          PIC S9(7)V9(2) USAGE COMP-3.
       01  TSEVENDORO        PIC X(30).
       01  TSESTATUSO        PIC X(1).
       01  TSEEMPNOI         PIC X(6).
       01  TSE-LINE-COUNT    PIC S9(4) USAGE COMP.
       01  TSE-LINES.
           05 TSE-LINE       OCCURS 20 TIMES PIC X(79).
       01  TSE-ACTION-FLAG   PIC X(1).
       01  TSE-RESULT-FLAG   PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING TSEIDI, TSECOURSEO, TSESTARTO,
                                TSEENDO, TSELOCO, TSECAPO, TSECOSTO,
                                TSEVENDORO, TSESTATUSO, TSEEMPNOI,
                                TSE-LINE-COUNT, TSE-LINES,
                                TSE-ACTION-FLAG, TSE-RESULT-FLAG.

            MOVE SPACES      TO TSE-RESULT-FLAG.
            MOVE TSEIDI      TO TS-SESSION-ID
                                TE-SESSION-ID
                                TL-SESSION-ID.
            MOVE TSEEMPNOI   TO TE-EMPNO
                                TL-EMPNO.

            IF  TS-SESSION-ID = SPACES
                DISPLAY 'A SESSION ID IS REQUIRED'
                MOVE "E" TO TSE-RESULT-FLAG
                GOBACK
            END-IF.

            EXEC SQL
                 SET :WS-CURRENT-USER = USER
            END-EXEC.

            EVALUATE TSE-ACTION-FLAG
                WHEN "S"
                     PERFORM 2000-SCHEDULE THRU
                             2000-EXIT
                WHEN "E"
                     PERFORM 3000-ENROLL THRU
                             3000-EXIT
                WHEN "X"
                     PERFORM 4000-CANCEL THRU
                             4000-EXIT
                WHEN "A"
                     PERFORM 5000-ATTENDED THRU
                             5000-EXIT
                WHEN "N"
                     PERFORM 5500-NO-SHOW THRU
                             5500-EXIT
                WHEN "F"
                     PERFORM 6000-CLOSE-SESSION THRU
                             6000-EXIT
                WHEN "Y"
                     PERFORM 7000-READ-SESSION THRU
                             7000-EXIT
                WHEN OTHER
                     MOVE "E" TO TSE-RESULT-FLAG
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * SCHEDULE A SESSION, OR UPDATE ONE STILL OPEN. THE COURSE MUST
      * BE ON THE CATALOG, THE DATES IN ORDER AND THE CAPACITY AT
      * LEAST ONE - AND NEVER BELOW THE SEATS ALREADY TAKEN.
      *-----------------------------------------------------------------
       2000-SCHEDULE.

           DISPLAY 'SCHEDULE SESSION ' TS-SESSION-ID
                   ' COURSE ' TSECOURSEO.

           IF  TSECAPO NOT GREATER THAN ZERO
           OR  TSECOSTO LESS THAN ZERO
           OR  TSESTARTO GREATER THAN TSEENDO
               DISPLAY 'BAD DATES, CAPACITY OR SEAT COST'
               MOVE "E" TO TSE-RESULT-FLAG
               GO TO 2000-EXIT
           END-IF.

           MOVE TSECOURSEO TO WS-CHECK-KEY.

           EXEC SQL
             SELECT
                 COURSE_ID
             INTO
                :WS-CHECK-KEY
             FROM
                 TRAINING
             WHERE
                  COURSE_ID = :WS-CHECK-KEY
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'COURSE NOT ON CATALOG'
                    MOVE "E" TO TSE-RESULT-FLAG
                    GO TO 2000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 2000-EXIT
           END-EVALUATE.

           PERFORM 8000-READ-SESSION THRU 8000-EXIT.

           MOVE TSECOURSEO  TO TS-COURSE-ID.
           MOVE TSESTARTO   TO TS-START-DATE.
           MOVE TSEENDO     TO TS-END-DATE.
           MOVE TSELOCO     TO TS-LOCATION.
           MOVE TSECAPO     TO TS-CAPACITY.
           MOVE TSECOSTO    TO TS-SEAT-COST.
           MOVE TSEVENDORO  TO TS-VENDOR.

           IF  TSE-RESULT-FLAG = "E"
               MOVE SPACES TO TSE-RESULT-FLAG
               EXEC SQL
                 INSERT INTO TRAINING_SESSION
                      (SESSION_ID, COURSE_ID, START_DATE, END_DATE,
                       LOCATION, CAPACITY, SEAT_COST, VENDOR,
                       SESS_STATUS, CREATED_BY, CREATED_TS)
                 VALUES
                      (:TS-SESSION-ID, :TS-COURSE-ID,
                       DATE(:TS-START-DATE), DATE(:TS-END-DATE),
                       :TS-LOCATION, :TS-CAPACITY, :TS-SEAT-COST,
                       :TS-VENDOR, 'O', :WS-CURRENT-USER,
                       CURRENT TIMESTAMP)
               END-EXEC
           ELSE
               IF  TS-SESS-STATUS NOT = "O"
                   DISPLAY 'SESSION ' TS-SESSION-ID ' IS CLOSED'
                   MOVE "E" TO TSE-RESULT-FLAG
                   GO TO 2000-EXIT
               END-IF
               PERFORM 8200-COUNT-SEATS THRU 8200-EXIT
               IF  WS-SEATS-TAKEN GREATER THAN TS-CAPACITY
                   DISPLAY 'CAPACITY BELOW SEATS TAKEN'
                   MOVE "E" TO TSE-RESULT-FLAG
                   GO TO 2000-EXIT
               END-IF
               EXEC SQL
                 UPDATE TRAINING_SESSION
                    SET COURSE_ID  = :TS-COURSE-ID,
                        START_DATE = DATE(:TS-START-DATE),
                        END_DATE   = DATE(:TS-END-DATE),
                        LOCATION   = :TS-LOCATION,
                        CAPACITY   = :TS-CAPACITY,
                        SEAT_COST  = :TS-SEAT-COST,
                        VENDOR     = :TS-VENDOR
                  WHERE SESSION_ID = :TS-SESSION-ID
               END-EXEC
           END-IF.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE "O" TO TSESTATUSO
               WHEN -180
               WHEN -181
                    DISPLAY 'BAD SESSION DATE'
                    MOVE "E" TO TSE-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       2000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ENROLL - OPEN SESSIONS ONLY, BEFORE THEY START, FOR A CURRENT
      * EMPLOYEE. A SEAT WHILE ANY ARE FREE, ELSE THE WAITLIST.
      *-----------------------------------------------------------------
       3000-ENROLL.

           DISPLAY 'ENROLL ' TE-EMPNO ' ON ' TS-SESSION-ID.

           PERFORM 8000-READ-SESSION THRU 8000-EXIT.

           IF  TSE-RESULT-FLAG = "E"
               GO TO 3000-EXIT
           END-IF.

           IF  TS-SESS-STATUS NOT = "O"
               DISPLAY 'SESSION ' TS-SESSION-ID ' IS CLOSED'
               MOVE "E" TO TSE-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-STARTED
             FROM
                 TRAINING_SESSION
             WHERE
                  SESSION_ID  = :TS-SESSION-ID
              AND START_DATE <= CURRENT DATE
           END-EXEC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF  WS-STARTED GREATER THAN ZERO
               DISPLAY 'SESSION ' TS-SESSION-ID ' HAS STARTED'
               MOVE "E" TO TSE-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-COUNT
             FROM
                 EMP_TERMINATION
             WHERE
                  EMPNO = :TE-EMPNO
           END-EXEC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF  WS-COUNT GREATER THAN ZERO
               DISPLAY 'EMPLOYEE ' TE-EMPNO ' HAS LEFT'
               MOVE "E" TO TSE-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 WORKDEPT
             INTO
                :TE-WORKDEPT
             FROM
                 EMP
             WHERE
                  EMPNO = :TE-EMPNO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'EMPLOYEE NOT ON EMP'
                    MOVE "E" TO TSE-RESULT-FLAG
                    GO TO 3000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 3000-EXIT
           END-EVALUATE.

           PERFORM 8100-READ-ENROLL THRU 8100-EXIT.

           IF  WS-ENROLL-ROW-FOUND
           AND WS-ENR-STATUS NOT = "X"
               DISPLAY 'ALREADY ENROLLED'
               MOVE "E" TO TSE-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-COUNT
             FROM
                 TRAINING_WAITLIST
             WHERE
                  SESSION_ID = :TL-SESSION-ID
              AND EMPNO      = :TL-EMPNO
           END-EXEC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF  WS-COUNT GREATER THAN ZERO
               DISPLAY 'ALREADY ON THE WAITLIST'
               MOVE "E" TO TSE-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           PERFORM 8200-COUNT-SEATS THRU 8200-EXIT.

           IF  WS-SEATS-TAKEN LESS THAN TS-CAPACITY
               PERFORM 8300-TAKE-SEAT THRU 8300-EXIT
           ELSE
               PERFORM 8400-JOIN-WAITLIST THRU 8400-EXIT
           END-IF.

       3000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * CANCEL - A WAITLIST PLACE IS SIMPLY REMOVED; A SEAT IS MARKED
      * CANCELLED (NO LONGER CHARGED) AND OFFERED TO THE FIRST PERSON
      * WAITING.
      *-----------------------------------------------------------------
       4000-CANCEL.

           DISPLAY 'CANCEL ' TE-EMPNO ' ON ' TS-SESSION-ID.

           PERFORM 8000-READ-SESSION THRU 8000-EXIT.

           IF  TSE-RESULT-FLAG = "E"
               GO TO 4000-EXIT
           END-IF.

           IF  TS-SESS-STATUS NOT = "O"
               DISPLAY 'SESSION ' TS-SESSION-ID ' IS CLOSED'
               MOVE "E" TO TSE-RESULT-FLAG
               GO TO 4000-EXIT
           END-IF.

           EXEC SQL
             DELETE FROM TRAINING_WAITLIST
              WHERE SESSION_ID = :TL-SESSION-ID
                AND EMPNO      = :TL-EMPNO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.

           EVALUATE SQLCODE
               WHEN 0
                    GO TO 4000-EXIT
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 4000-EXIT
           END-EVALUATE.

           EXEC SQL
             UPDATE TRAINING_ENROLL
                SET ENR_STATUS = 'X'
              WHERE SESSION_ID = :TE-SESSION-ID
                AND EMPNO      = :TE-EMPNO
                AND ENR_STATUS = 'E'
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.

           EVALUATE SQLCODE
               WHEN 0
                    PERFORM 8500-PROMOTE-WAITLIST THRU 8500-EXIT
               WHEN +100
                    DISPLAY 'NOT ENROLLED OR WAITING'
                    MOVE "E" TO TSE-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ATTENDED - THE SEAT (ENROLLED OR EARLIER MARKED A NO-SHOW) IS
      * COMPLETED AS OF THE SESSION'S END DATE AND THE COMPLETION IS
      * RECORDED ON EMP_CERT THROUGH COBTRNMN, WHICH DERIVES THE
      * EXPIRY FROM THE COURSE'S VALID_MONTHS.
      *-----------------------------------------------------------------
       5000-ATTENDED.

           DISPLAY 'ATTENDED ' TE-EMPNO ' ON ' TS-SESSION-ID.

           PERFORM 8000-READ-SESSION THRU 8000-EXIT.

           IF  TSE-RESULT-FLAG = "E"
               GO TO 5000-EXIT
           END-IF.

           EXEC SQL
             UPDATE TRAINING_ENROLL
                SET ENR_STATUS     = 'A',
                    COMPLETED_DATE = DATE(:TS-END-DATE)
              WHERE SESSION_ID = :TE-SESSION-ID
                AND EMPNO      = :TE-EMPNO
                AND ENR_STATUS IN ('E', 'N')
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'NO SEAT TO MARK ATTENDED'
                    MOVE "E" TO TSE-RESULT-FLAG
                    GO TO 5000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           MOVE TS-COURSE-ID  TO WS-TRN-COURSE.
           MOVE TE-EMPNO      TO WS-TRN-EMPNO.
           MOVE TS-END-DATE   TO WS-TRN-COMP.
           MOVE SPACES        TO WS-TRN-ADD-FLAG.

           CALL 'COBTRNMN' USING WS-TRN-COURSE, WS-TRN-EMPNO,
                                 WS-TRN-NAME, WS-TRN-MONTHS,
                                 WS-TRN-COMP, WS-TRN-EXP,
                                 WS-TRN-TABLE-FLAG, WS-TRN-ADD-FLAG.

           IF  WS-TRN-ADD-FLAG = "E"
               DISPLAY 'COMPLETION NOT RECORDED ON EMP_CERT'
               MOVE "E" TO TSE-RESULT-FLAG
           END-IF.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * NO-SHOW - THE SEAT STAYS CHARGED.
      *-----------------------------------------------------------------
       5500-NO-SHOW.

           EXEC SQL
             UPDATE TRAINING_ENROLL
                SET ENR_STATUS = 'N'
              WHERE SESSION_ID = :TE-SESSION-ID
                AND EMPNO      = :TE-EMPNO
                AND ENR_STATUS = 'E'
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'NO SEAT TO MARK A NO-SHOW'
                    MOVE "E" TO TSE-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       5500-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * CLOSE THE SESSION - SEATS STILL UNMARKED BECOME NO-SHOWS, THE
      * WAITLIST IS CLEARED, AND NO FURTHER ENROLLMENT IS TAKEN.
      *-----------------------------------------------------------------
       6000-CLOSE-SESSION.

           PERFORM 8000-READ-SESSION THRU 8000-EXIT.

           IF  TSE-RESULT-FLAG = "E"
               GO TO 6000-EXIT
           END-IF.

           EXEC SQL
             UPDATE TRAINING_ENROLL
                SET ENR_STATUS = 'N'
              WHERE SESSION_ID = :TE-SESSION-ID
                AND ENR_STATUS = 'E'
           END-EXEC.

           IF  SQLCODE NOT = 0
           AND SQLCODE NOT = +100
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 6000-EXIT
           END-IF.

           EXEC SQL
             DELETE FROM TRAINING_WAITLIST
              WHERE SESSION_ID = :TL-SESSION-ID
           END-EXEC.

           IF  SQLCODE NOT = 0
           AND SQLCODE NOT = +100
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 6000-EXIT
           END-IF.

           EXEC SQL
             UPDATE TRAINING_SESSION
                SET SESS_STATUS = 'C'
              WHERE SESSION_ID  = :TS-SESSION-ID
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE "C" TO TSESTATUSO
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * READ THE SESSION BACK - ITS DETAILS, THEN ONE LINE PER SEAT
      * AND ONE PER WAITLIST PLACE, UP TO THE 20 LINES THE SCREEN
      * HOLDS.
      *-----------------------------------------------------------------
       7000-READ-SESSION.

           MOVE ZERO   TO TSE-LINE-COUNT.
           MOVE SPACES TO TSE-LINES.

           PERFORM 8000-READ-SESSION THRU 8000-EXIT.

           IF  TSE-RESULT-FLAG = "E"
               GO TO 7000-EXIT
           END-IF.

           MOVE TS-COURSE-ID    TO TSECOURSEO.
           MOVE TS-START-DATE   TO TSESTARTO.
           MOVE TS-END-DATE     TO TSEENDO.
           MOVE TS-LOCATION     TO TSELOCO.
           MOVE TS-CAPACITY     TO TSECAPO.
           MOVE TS-SEAT-COST    TO TSECOSTO.
           MOVE TS-VENDOR       TO TSEVENDORO.
           MOVE TS-SESS-STATUS  TO TSESTATUSO.

           MOVE SPACES TO END-OF-C1-SWITCH
                          END-OF-C2-SWITCH.

           EXEC SQL
             OPEN C1
           END-EXEC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 7000-EXIT
           END-IF.

           PERFORM 7200-FETCH-SEAT THRU 7200-EXIT
                   UNTIL END-OF-C1
                      OR TSE-LINE-COUNT NOT LESS THAN 20.

           EXEC SQL
             CLOSE C1
           END-EXEC.

           EXEC SQL
             OPEN C2
           END-EXEC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 7000-EXIT
           END-IF.

           PERFORM 7400-FETCH-WAITING THRU 7400-EXIT
                   UNTIL END-OF-C2
                      OR TSE-LINE-COUNT NOT LESS THAN 20.

           EXEC SQL
             CLOSE C2
           END-EXEC.

       7000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7200-FETCH-SEAT
      *-----------------------------------------------------------------
       7200-FETCH-SEAT.

           EXEC SQL
             FETCH C1
              INTO :WS-RL-EMPNO,
                   :WS-RL-NAME,
                   :WS-RL-DEPT,
                   :WS-ENR-STATUS,
                   :WS-RL-COMPLETED
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "Y" TO END-OF-C1-SWITCH
                    GO TO 7200-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    MOVE "Y" TO END-OF-C1-SWITCH
                    GO TO 7200-EXIT
           END-EVALUATE.

           EVALUATE WS-ENR-STATUS
               WHEN "E"
                    MOVE 'ENROLLED'     TO WS-RL-STATE
               WHEN "A"
                    MOVE 'ATTENDED'     TO WS-RL-STATE
               WHEN "N"
                    MOVE 'NO-SHOW'      TO WS-RL-STATE
               WHEN "X"
                    MOVE 'CANCELLED'    TO WS-RL-STATE
               WHEN OTHER
                    MOVE WS-ENR-STATUS  TO WS-RL-STATE
           END-EVALUATE.

           MOVE ZERO TO WS-RL-WAIT-SEQ.

           ADD 1 TO TSE-LINE-COUNT.
           MOVE WS-ROSTER-LINE TO TSE-LINE (TSE-LINE-COUNT).

       7200-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7400-FETCH-WAITING
      *-----------------------------------------------------------------
       7400-FETCH-WAITING.

           EXEC SQL
             FETCH C2
              INTO :WS-RL-EMPNO,
                   :WS-RL-NAME,
                   :WS-RL-DEPT,
                   :WS-WAIT-SEQ
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "Y" TO END-OF-C2-SWITCH
                    GO TO 7400-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    MOVE "Y" TO END-OF-C2-SWITCH
                    GO TO 7400-EXIT
           END-EVALUATE.

           MOVE 'WAITLISTED'   TO WS-RL-STATE.
           MOVE WS-WAIT-SEQ    TO WS-RL-WAIT-SEQ.
           MOVE SPACES         TO WS-RL-COMPLETED.

           ADD 1 TO TSE-LINE-COUNT.
           MOVE WS-ROSTER-LINE TO TSE-LINE (TSE-LINE-COUNT).

       7400-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 8000-READ-SESSION - 'E' WHEN THE SESSION IS NOT ON FILE.
      *-----------------------------------------------------------------
       8000-READ-SESSION.

           EXEC SQL
             SELECT
                 COURSE_ID,
                 CHAR(START_DATE, ISO),
                 CHAR(END_DATE, ISO),
                 LOCATION,
                 CAPACITY,
                 SEAT_COST,
                 VENDOR,
                 SESS_STATUS
             INTO
                :TS-COURSE-ID,
                :TS-START-DATE,
                :TS-END-DATE,
                :TS-LOCATION,
                :TS-CAPACITY,
                :TS-SEAT-COST,
                :TS-VENDOR,
                :TS-SESS-STATUS
             FROM
                 TRAINING_SESSION
             WHERE
                  SESSION_ID = :TS-SESSION-ID
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    IF  TSE-ACTION-FLAG NOT = "S"
                        DISPLAY 'UNKNOWN SESSION ' TS-SESSION-ID
                    END-IF
                    MOVE "E" TO TSE-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       8000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 8100-READ-ENROLL - THE EMPLOYEE'S SEAT ROW, IF ANY.
      *-----------------------------------------------------------------
       8100-READ-ENROLL.

           MOVE SPACES TO WS-ENROLL-ROW-SWITCH
                          WS-ENR-STATUS.

           EXEC SQL
             SELECT
                 ENR_STATUS
             INTO
                :WS-ENR-STATUS
             FROM
                 TRAINING_ENROLL
             WHERE
                  SESSION_ID = :TE-SESSION-ID
              AND EMPNO      = :TE-EMPNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE "Y" TO WS-ENROLL-ROW-SWITCH
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       8100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 8200-COUNT-SEATS - EVERY SEAT NOT CANCELLED IS TAKEN.
      *-----------------------------------------------------------------
       8200-COUNT-SEATS.

           MOVE ZERO TO WS-SEATS-TAKEN.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-SEATS-TAKEN
             FROM
                 TRAINING_ENROLL
             WHERE
                  SESSION_ID  = :TE-SESSION-ID
              AND ENR_STATUS <> 'X'
           END-EXEC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
           END-IF.

       8200-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 8300-TAKE-SEAT - CHARGED TO THE EMPLOYEE'S WORKDEPT AT THE
      * SESSION'S SEAT COST. A SEAT CANCELLED EARLIER IS REUSED.
      *-----------------------------------------------------------------
       8300-TAKE-SEAT.

           MOVE TS-SEAT-COST TO TE-SEAT-COST.

           IF  WS-ENROLL-ROW-FOUND
               EXEC SQL
                 UPDATE TRAINING_ENROLL
                    SET WORKDEPT       = :TE-WORKDEPT,
                        SEAT_COST      = :TE-SEAT-COST,
                        ENR_STATUS     = 'E',
                        ENROLLED_BY    = :WS-CURRENT-USER,
                        ENROLLED_TS    = CURRENT TIMESTAMP,
                        COMPLETED_DATE = NULL
                  WHERE SESSION_ID = :TE-SESSION-ID
                    AND EMPNO      = :TE-EMPNO
               END-EXEC
           ELSE
               EXEC SQL
                 INSERT INTO TRAINING_ENROLL
                      (SESSION_ID, EMPNO, WORKDEPT, SEAT_COST,
                       ENR_STATUS, ENROLLED_BY, ENROLLED_TS)
                 VALUES
                      (:TE-SESSION-ID, :TE-EMPNO, :TE-WORKDEPT,
                       :TE-SEAT-COST, 'E', :WS-CURRENT-USER,
                       CURRENT TIMESTAMP)
               END-EXEC
           END-IF.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       8300-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 8400-JOIN-WAITLIST - BEHIND EVERYONE ALREADY WAITING.
      *-----------------------------------------------------------------
       8400-JOIN-WAITLIST.

           EXEC SQL
             SELECT
                 COALESCE(MAX(WAIT_SEQ), 0) + 1
             INTO
                :TL-WAIT-SEQ
             FROM
                 TRAINING_WAITLIST
             WHERE
                  SESSION_ID = :TL-SESSION-ID
           END-EXEC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 8400-EXIT
           END-IF.

           EXEC SQL
             INSERT INTO TRAINING_WAITLIST
                  (SESSION_ID, EMPNO, WAIT_SEQ, WAITED_BY, WAITED_TS)
             VALUES
                  (:TL-SESSION-ID, :TL-EMPNO, :TL-WAIT-SEQ,
                   :WS-CURRENT-USER, CURRENT TIMESTAMP)
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.

           EVALUATE SQLCODE
               WHEN 0
                    DISPLAY 'SESSION FULL - WAITLISTED AT '
                            TL-WAIT-SEQ
                    MOVE "W" TO TSE-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       8400-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 8500-PROMOTE-WAITLIST - THE FIRST PERSON WAITING TAKES THE
      * FREED SEAT, CHARGED TO THEIR OWN WORKDEPT.
      *-----------------------------------------------------------------
       8500-PROMOTE-WAITLIST.

           EXEC SQL
             SELECT
                 W.EMPNO,
                 E.WORKDEPT
             INTO
                :WS-NEXT-EMPNO,
                :TE-WORKDEPT
             FROM
                 TRAINING_WAITLIST W,
                 EMP E
             WHERE
                  W.SESSION_ID = :TL-SESSION-ID
              AND E.EMPNO      = W.EMPNO
             ORDER BY W.WAIT_SEQ
             FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    GO TO 8500-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 8500-EXIT
           END-EVALUATE.

           DISPLAY 'SEAT PASSES TO ' WS-NEXT-EMPNO.

           MOVE WS-NEXT-EMPNO TO TE-EMPNO
                                 TL-EMPNO.

           EXEC SQL
             DELETE FROM TRAINING_WAITLIST
              WHERE SESSION_ID = :TL-SESSION-ID
                AND EMPNO      = :TL-EMPNO
           END-EXEC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 8500-EXIT
           END-IF.

           PERFORM 8100-READ-ENROLL THRU 8100-EXIT.
           PERFORM 8300-TAKE-SEAT THRU 8300-EXIT.

       8500-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 9000-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       9000-DBERROR.
                MOVE "E" TO TSE-RESULT-FLAG.
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
