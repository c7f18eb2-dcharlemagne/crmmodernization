      *-----------------------------------------------------------------
      *    COBLVRMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - EMPLOYEE LEAVE REQUEST ENTRY. THE EMPLOYEE
      *                    KEYS A LEAVE_TYPE AND A START AND END DATE
      *                    INSIDE ONE CALENDAR MONTH. LVR-ACTION-FLAG =
      *                    'Q' QUOTES THE REQUEST WITHOUT WRITING
      *                    ANYTHING - THE WORKING DAYS IN THE RANGE AS
      *                    COBWRKDY COUNTS THEM FOR THE DEPARTMENT'S
      *                    SUBID, THE TYPED LEAVE_TYPE_BAL BALANCE (THE
      *                    AGGREGATE LEAVE BALANCE WHEN THE TYPED
      *                    LEDGER HAS NOT STARTED) AND THE DAYS ALREADY
      *                    ASKED FOR AND NOT YET POSTED; 'S' SUBMITS
      *                    IT TO THE MANAGER OF THE EMPLOYEE'S WORKDEPT
      *                    (THE ADMINISTERING DEPARTMENT'S MANAGER WHEN
      *                    THE EMPLOYEE MANAGES IT), AS COBEXCMN ROUTES
      *                    A CLAIM, CHECKS IT AGAINST THE DEPARTMENT'S
      *                    STAFFING FLOOR THROUGH COBLVFLR AND POSTS
      *                    THE MANAGER AN INBOX NOTICE THROUGH
      *                    COBMSGPT - THE NEW REQUEST NUMBER IS
      *                    RETURNED; 'C' CANCELS THE EMPLOYEE'S OWN
      *                    SUBMITTED OR APPROVED REQUEST LVRREQNOIO
      *                    BEFORE ITS START DATE - AN APPROVED ONE
      *                    COMES OFF LEAVE_DETAIL AT ONCE AND, IF
      *                    COBLVREQ HAS ALREADY POSTED IT, IS REVERSED
      *                    BY THE NEXT NIGHTLY RUN; ANY OTHER FLAG
      *                    READS THE REQUEST BACK. RESULT 'E' MEANS AN
      *                    INVALID EMPLOYEE, LEAVE TYPE OR DATE RANGE
      *                    (INCLUDING ONE THAT SPANS TWO MONTHS OR HAS
      *                    NO WORKING DAYS), 'P' THAT THE MONTH'S PAY
      *                    PERIOD IS CLOSED, 'L' THAT A PAID TYPE'S
      *                    BALANCE LESS THE PENDING DAYS WILL NOT COVER
      *                    IT, 'O' THAT IT OVERLAPS ANOTHER SUBMITTED OR
      *                    APPROVED REQUEST, 'M' THAT NO MANAGER CAN BE
      *                    FOUND TO APPROVE, 'N' NO SUCH REQUEST FOR
      *                    THE EMPLOYEE, 'C' THAT IT CAN NO LONGER BE
      *                    CANCELLED, SPACES SUCCESS. LVRFLOORO COMES
      *                    BACK 'Y' WHEN THE REQUEST WOULD TAKE THE
      *                    DEPARTMENT BELOW ITS STAFFING FLOOR - IT IS
      *                    STILL SUBMITTED AND THE MANAGER DECIDES.
      *                    COBLVAMN TAKES THE DECISION.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBLVRMN.
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
               02  WS-REQNO                 PIC S9(9) COMP.
               02  WS-EMPNO                 PIC X(6).
       01  WS-MGRNO                 PIC X(6).
       01  WS-ADMRDEPT              PIC X(3).
       01  WS-SUBID                 PIC X(4).
       01  WS-PSTATUS               PIC X(1).
       01  WS-BALANCE               PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-PENDING               PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-ROW-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-OLD-STATUS            PIC X(1).
       01  WS-EDIT-REQNO            PIC 9(9).
       01  WS-EDIT-DAYS             PIC ZZ9.
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'LEAVE_REQUEST'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100).
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR THE COBWRKDY AND COBLVFLR CALLS
      *-----------------------------------------------------------------
       01  WS-WRKDY-DAYS            PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-WRKDY-MSG             PIC X(30).
       01  WS-FLR-RESULT            PIC X(1).
       01  WS-FLR-SHORT-DATE        PIC X(10).
       01  WS-FLR-FLOOR             PIC S9(4) USAGE COMP.
       01  WS-FLR-PRESENT           PIC S9(4) USAGE COMP.

      *-----------------------------------------------------------------
      * VARIABLES FOR INBOX NOTIFICATION (COBMSGPT)
      *-----------------------------------------------------------------
       01  WS-MSG-SOURCE            PIC X(8)  VALUE 'COBLVRMN'.
       01  WS-MSG-SUBJECT           PIC X(64).
       01  WS-MSG-TEXT              PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBLVRMN'.
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
               INCLUDE LVREQST
           END-EXEC.

           EXEC SQL
               INCLUDE LEAVTYP
           END-EXEC.

      /
       LINKAGE SECTION.

       01  LVRREQNOIO        PIC S9(9) COMP.
       01  LVREMPNOI         PIC X(6).
       01  LVRTYPEIO         PIC X(2).
       01  LVRSTARTIO        PIC X(10).
       01  LVRENDIO          PIC X(10).
       01  LVRDAYSO          PIC S9(4) COMP.
       01  LVRBALO           PIC S9(4) COMP.
       01  LVRPENDO          PIC S9(4) COMP.
       01  LVRSTATUSO        PIC X(1).
       01  LVRFLOORO         PIC X(1).
       01  LVR-ACTION-FLAG   PIC X(1).
       01  LVR-RESULT-FLAG   PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LVRREQNOIO, LVREMPNOI, LVRTYPEIO,
                                LVRSTARTIO, LVRENDIO, LVRDAYSO,
                                LVRBALO, LVRPENDO, LVRSTATUSO,
                                LVRFLOORO, LVR-ACTION-FLAG,
                                LVR-RESULT-FLAG.

            MOVE SPACES      TO LVR-RESULT-FLAG.
            MOVE LVRREQNOIO  TO WS-REQNO.
            MOVE LVREMPNOI   TO WS-EMPNO.

            DISPLAY 'WS-REQNO = ' WS-REQNO
                    ' WS-EMPNO = ' WS-EMPNO.

            EXEC SQL
                 SET :WS-CURRENT-USER = USER
            END-EXEC.

            EVALUATE LVR-ACTION-FLAG
                WHEN "Q"
                     MOVE ZERO TO WS-REQNO
                     PERFORM 3000-QUOTE-REQUEST THRU
                             3000-EXIT
                WHEN "S"
                     MOVE ZERO TO WS-REQNO
                     PERFORM 5000-SUBMIT-REQUEST THRU
                             5000-EXIT
                WHEN "C"
                     PERFORM 6000-CANCEL-REQUEST THRU
                             6000-EXIT
                WHEN OTHER
                     PERFORM 4000-READ-REQUEST THRU
                             4000-EXIT
            END-EVALUATE.

            IF  WS-REQNO NOT = ZERO
                PERFORM 8000-RETURN-REQUEST THRU 8000-EXIT
            END-IF.

            GOBACK.

      *-----------------------------------------------------------------
      * QUOTE A REQUEST - WORKING DAYS, BALANCE AND PENDING DAYS BACK
      * TO THE SCREEN, NOTHING WRITTEN
      *-----------------------------------------------------------------
       3000-QUOTE-REQUEST.

           MOVE LVRTYPEIO       TO LQ-LTYPE.
           MOVE LVRSTARTIO      TO LQ-START-DATE.
           MOVE LVRENDIO        TO LQ-END-DATE.

           PERFORM 7000-VALIDATE-REQUEST THRU 7000-EXIT.

       3000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * READ ONE REQUEST BACK TO THE CICS CALLING PROGRAM - ONLY THE
      * EMPLOYEE'S OWN
      *-----------------------------------------------------------------
       4000-READ-REQUEST.

                PERFORM 4100-SELECT-REQUEST THRU 4100-EXIT.

                EVALUATE SQLCODE
                    WHEN 0
                         IF  LQ-EMPNO NOT = WS-EMPNO
                             MOVE "N"    TO LVR-RESULT-FLAG
                         END-IF
                    WHEN +100
                         MOVE "N"        TO LVR-RESULT-FLAG
                    WHEN OTHER
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                         MOVE "N"        TO LVR-RESULT-FLAG
                END-EVALUATE.

                IF  LVR-RESULT-FLAG NOT = SPACES
                    MOVE SPACES          TO LVRTYPEIO
                                            LVRSTARTIO
                                            LVRENDIO
                                            LVRSTATUSO
                                            LVRFLOORO
                    MOVE ZERO            TO LVRDAYSO
                                            WS-REQNO
                END-IF.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4100-SELECT-REQUEST
      *-----------------------------------------------------------------
       4100-SELECT-REQUEST.

                EXEC SQL
                  SELECT
                      EMPNO
                    , LTYPE
                    , CHAR(START_DATE, ISO)
                    , CHAR(END_DATE, ISO)
                    , LDAYS
                    , LYEARMONTH
                    , RSTATUS
                    , APPROVER
                    , FLOOR_FLAG
                    , POSTED
                  INTO
                      :LQ-EMPNO
                    , :LQ-LTYPE
                    , :LQ-START-DATE
                    , :LQ-END-DATE
                    , :LQ-LDAYS
                    , :LQ-LYEARMONTH
                    , :LQ-RSTATUS
                    , :LQ-APPROVER
                    , :LQ-FLOOR-FLAG
                    , :LQ-POSTED
                  FROM LEAVE_REQUEST
                  WHERE REQNO = :WS-REQNO
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

       4100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * SUBMIT A NEW REQUEST. EVERYTHING THE QUOTE CHECKS, THEN NO
      * OVERLAP WITH ANOTHER LIVE REQUEST AND A MANAGER TO ROUTE TO.
      * A REQUEST BELOW THE STAFFING FLOOR IS FLAGGED, NOT REFUSED -
      * THE MANAGER DECIDES.
      *-----------------------------------------------------------------
       5000-SUBMIT-REQUEST.

           MOVE LVRTYPEIO       TO LQ-LTYPE.
           MOVE LVRSTARTIO      TO LQ-START-DATE.
           MOVE LVRENDIO        TO LQ-END-DATE.

           PERFORM 7000-VALIDATE-REQUEST THRU 7000-EXIT.

           IF  LVR-RESULT-FLAG NOT = SPACES
               GO TO 5000-EXIT
           END-IF.

           PERFORM 7300-CHECK-OVERLAP THRU 7300-EXIT.

           IF  LVR-RESULT-FLAG NOT = SPACES
               GO TO 5000-EXIT
           END-IF.

           PERFORM 7400-FIND-APPROVER THRU 7400-EXIT.

           IF  LVR-RESULT-FLAG NOT = SPACES
               GO TO 5000-EXIT
           END-IF.

           CALL 'COBLVFLR' USING WS-EMPNO, LQ-START-DATE, LQ-LDAYS,
                WS-FLR-RESULT, WS-FLR-SHORT-DATE, WS-FLR-FLOOR,
                WS-FLR-PRESENT.

           MOVE 'N' TO LQ-FLOOR-FLAG.
           IF  WS-FLR-RESULT = 'F'
               DISPLAY 'REQUEST TAKES DEPARTMENT BELOW ITS FLOOR ON '
                       WS-FLR-SHORT-DATE
               MOVE 'Y' TO LQ-FLOOR-FLAG
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(REQNO), 0) + 1
                 INTO :WS-REQNO
                 FROM LEAVE_REQUEST
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    MOVE ZERO TO WS-REQNO
                    GO TO 5000-EXIT
           END-EVALUATE.

           MOVE WS-EMPNO        TO LQ-EMPNO.
           MOVE WS-MGRNO        TO LQ-APPROVER.

           EXEC SQL
                   INSERT INTO
                      LEAVE_REQUEST
                      (
                        REQNO
                      , EMPNO
                      , LTYPE
                      , START_DATE
                      , END_DATE
                      , LDAYS
                      , LYEARMONTH
                      , RSTATUS
                      , APPROVER
                      , FLOOR_FLAG
                      , POSTED
                      , SUBMITTED_TS
                      , ENTERED_BY
                      )
                       VALUES
                      (
                        :WS-REQNO
                      , :LQ-EMPNO
                      , :LQ-LTYPE
                      , DATE(:LQ-START-DATE)
                      , DATE(:LQ-END-DATE)
                      , :LQ-LDAYS
                      , :LQ-LYEARMONTH
                      , 'S'
                      , :LQ-APPROVER
                      , :LQ-FLOOR-FLAG
                      , 'N'
                      , CURRENT TIMESTAMP
                      , :WS-CURRENT-USER
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
                    MOVE ZERO TO WS-REQNO
                    GO TO 5000-EXIT
           END-EVALUATE.

           MOVE WS-REQNO      TO LVRREQNOIO.

           MOVE WS-REQNO      TO WS-EDIT-REQNO.
           MOVE LQ-LDAYS      TO WS-EDIT-DAYS.
           MOVE SPACES        TO WS-MSG-SUBJECT
                                 WS-MSG-TEXT.
           STRING 'LEAVE REQUEST '  DELIMITED BY SIZE
                  WS-EDIT-REQNO     DELIMITED BY SIZE
                  ' AWAITS YOUR APPROVAL'
                                    DELIMITED BY SIZE
             INTO WS-MSG-SUBJECT.
           STRING 'EMPLOYEE '       DELIMITED BY SIZE
                  WS-EMPNO          DELIMITED BY SIZE
                  ' ASKS '          DELIMITED BY SIZE
                  WS-EDIT-DAYS      DELIMITED BY SIZE
                  ' DAYS '          DELIMITED BY SIZE
                  LQ-LTYPE          DELIMITED BY SIZE
                  ' FROM '          DELIMITED BY SIZE
                  LQ-START-DATE     DELIMITED BY SIZE
                  ' TO '            DELIMITED BY SIZE
                  LQ-END-DATE       DELIMITED BY SIZE
             INTO WS-MSG-TEXT.
           IF  LQ-FLOOR-FLAG = 'Y'
               MOVE ' - BELOW STAFFING FLOOR' TO WS-MSG-TEXT (63:23)
           END-IF.

           CALL 'COBMSGPT' USING WS-MGRNO, WS-MSG-SOURCE,
                WS-MSG-SUBJECT, WS-MSG-TEXT.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * CANCEL THE EMPLOYEE'S OWN LIVE REQUEST BEFORE IT STARTS. AN
      * APPROVED ONE LOSES ITS LEAVE_DETAIL ROW NOW; POSTED IS LEFT AS
      * IT IS SO COBLVREQ REVERSES WHAT IT HAS ALREADY POSTED.
      *-----------------------------------------------------------------
       6000-CANCEL-REQUEST.

           PERFORM 4100-SELECT-REQUEST THRU 4100-EXIT.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "N" TO LVR-RESULT-FLAG
                    GO TO 6000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    MOVE "N" TO LVR-RESULT-FLAG
                    GO TO 6000-EXIT
           END-EVALUATE.

           IF  LQ-EMPNO NOT = WS-EMPNO
               MOVE "N" TO LVR-RESULT-FLAG
               MOVE ZERO TO WS-REQNO
               GO TO 6000-EXIT
           END-IF.

           IF  LQ-RSTATUS NOT = 'S'
           AND LQ-RSTATUS NOT = 'A'
               DISPLAY 'REQUEST IS NOT LIVE - CANNOT BE CANCELLED'
               MOVE "C" TO LVR-RESULT-FLAG
               GO TO 6000-EXIT
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM SYSIBM.SYSDUMMY1
                WHERE DATE(:LQ-START-DATE) > CURRENT DATE
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
               DISPLAY 'LEAVE HAS STARTED - CANNOT BE CANCELLED'
               MOVE "C" TO LVR-RESULT-FLAG
               GO TO 6000-EXIT
           END-IF.

           IF  LQ-RSTATUS = 'A'
               PERFORM 7150-CHECK-PERIOD THRU 7150-EXIT
           END-IF.

           IF  LVR-RESULT-FLAG NOT = SPACES
               GO TO 6000-EXIT
           END-IF.

           IF  LQ-RSTATUS = 'A'
               EXEC SQL
                   DELETE FROM
                       LEAVE_DETAIL
                   WHERE
                      (
                        ( LEAVE_DETAIL.EMPNO      = :LQ-EMPNO )
                    AND ( LEAVE_DETAIL.LSTARTDATE =
                                          DATE(:LQ-START-DATE) )
                    AND ( LEAVE_DETAIL.LTYPE      = :LQ-LTYPE )
                    AND ( LEAVE_DETAIL.LDAYS      = :LQ-LDAYS )
                      )
               END-EXEC
               DISPLAY '++ SQLCODE AFTER DELETE = ' SQLCODE
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

           MOVE LQ-RSTATUS TO WS-OLD-STATUS.

           EXEC SQL
                   UPDATE
                       LEAVE_REQUEST
                   SET  RSTATUS      = 'C'
                      , CANCELLED_TS = CURRENT TIMESTAMP
                   WHERE
                      (
                        ( LEAVE_REQUEST.REQNO   = :WS-REQNO )
                    AND ( LEAVE_REQUEST.RSTATUS = :WS-OLD-STATUS )
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
                    MOVE "C" TO LVR-RESULT-FLAG
                    GO TO 6000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 6000-EXIT
           END-EVALUATE.

           MOVE SPACES         TO WS-MDLOG-KEY
                                  WS-MDLOG-BEFORE
                                  WS-MDLOG-AFTER.
           MOVE "U"            TO WS-MDLOG-ACTION.
           MOVE WS-REQNO       TO WS-EDIT-REQNO.
           MOVE WS-EDIT-REQNO  TO WS-MDLOG-KEY.
           MOVE LQ-LDAYS       TO WS-EDIT-DAYS.

           STRING WS-OLD-STATUS  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  LQ-EMPNO       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  LQ-LTYPE       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  LQ-START-DATE  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-EDIT-DAYS   DELIMITED BY SIZE
                  ' POSTED '     DELIMITED BY SIZE
                  LQ-POSTED      DELIMITED BY SIZE
             INTO WS-MDLOG-BEFORE.
           STRING 'C BY '        DELIMITED BY SIZE
                  WS-CURRENT-USER
                                 DELIMITED BY SIZE
             INTO WS-MDLOG-AFTER.

           CALL 'COBMDLOG' USING WS-MDLOG-TABLE, WS-MDLOG-KEY,
                WS-MDLOG-ACTION, WS-MDLOG-BEFORE, WS-MDLOG-AFTER.

           MOVE SPACES        TO WS-MSG-SUBJECT
                                 WS-MSG-TEXT.
           STRING 'LEAVE REQUEST '  DELIMITED BY SIZE
                  WS-EDIT-REQNO     DELIMITED BY SIZE
                  ' CANCELLED'      DELIMITED BY SIZE
             INTO WS-MSG-SUBJECT.
           STRING 'EMPLOYEE '       DELIMITED BY SIZE
                  LQ-EMPNO          DELIMITED BY SIZE
                  ' HAS CANCELLED ' DELIMITED BY SIZE
                  WS-EDIT-DAYS      DELIMITED BY SIZE
                  ' DAYS '          DELIMITED BY SIZE
                  LQ-LTYPE          DELIMITED BY SIZE
                  ' FROM '          DELIMITED BY SIZE
                  LQ-START-DATE     DELIMITED BY SIZE
                  ' TO '            DELIMITED BY SIZE
                  LQ-END-DATE       DELIMITED BY SIZE
             INTO WS-MSG-TEXT.

           CALL 'COBMSGPT' USING LQ-APPROVER, WS-MSG-SOURCE,
                WS-MSG-SUBJECT, WS-MSG-TEXT.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7000-VALIDATE-REQUEST - THE DATE RANGE, THEN THE EMPLOYEE,
      * TYPE, WORKING DAYS, PERIOD AND BALANCE. FIRST FAILURE WINS.
      *-----------------------------------------------------------------
       7000-VALIDATE-REQUEST.

           MOVE ZERO TO LVRDAYSO
                        LVRBALO
                        LVRPENDO
                        LQ-LDAYS.

           IF  LQ-LTYPE = SPACES
            OR LQ-START-DATE (1:4) IS NOT NUMERIC
            OR LQ-START-DATE (5:1) NOT = '-'
            OR LQ-START-DATE (6:2) IS NOT NUMERIC
            OR LQ-START-DATE (8:1) NOT = '-'
            OR LQ-START-DATE (9:2) IS NOT NUMERIC
            OR LQ-END-DATE (1:4) IS NOT NUMERIC
            OR LQ-END-DATE (5:1) NOT = '-'
            OR LQ-END-DATE (6:2) IS NOT NUMERIC
            OR LQ-END-DATE (8:1) NOT = '-'
            OR LQ-END-DATE (9:2) IS NOT NUMERIC
               MOVE "E" TO LVR-RESULT-FLAG
               GO TO 7000-EXIT
           END-IF.

           IF  LQ-START-DATE (1:7) NOT = LQ-END-DATE (1:7)
               DISPLAY 'A REQUEST MAY NOT SPAN TWO MONTHS - REFUSED'
               MOVE "E" TO LVR-RESULT-FLAG
               GO TO 7000-EXIT
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM SYSIBM.SYSDUMMY1
                WHERE DATE(:LQ-END-DATE) >= DATE(:LQ-START-DATE)
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
               MOVE "E" TO LVR-RESULT-FLAG
               GO TO 7000-EXIT
           END-IF.

           PERFORM 7100-GET-EMPLOYEE THRU 7100-EXIT.

           IF  LVR-RESULT-FLAG NOT = SPACES
               GO TO 7000-EXIT
           END-IF.

           MOVE SPACES TO LT-PAIDFLAG.

           EXEC SQL
               SELECT PAIDFLAG
                 INTO :LT-PAIDFLAG
                 FROM LEAVE_TYPE
                WHERE LTYPE = :LQ-LTYPE
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "E" TO LVR-RESULT-FLAG
                    GO TO 7000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 7000-EXIT
           END-EVALUATE.

           CALL 'COBWRKDY' USING LQ-START-DATE,
                                 LQ-END-DATE,
                                 WS-SUBID,
                                 WS-WRKDY-DAYS,
                                 WS-WRKDY-MSG.

           IF  WS-WRKDY-MSG NOT = SPACES
            OR WS-WRKDY-DAYS NOT GREATER THAN ZERO
               DISPLAY 'NO WORKING DAYS IN RANGE - ' WS-WRKDY-MSG
               MOVE "E" TO LVR-RESULT-FLAG
               GO TO 7000-EXIT
           END-IF.

           MOVE WS-WRKDY-DAYS       TO LQ-LDAYS
                                       LVRDAYSO.
           MOVE LQ-START-DATE (1:4) TO LQ-LYEARMONTH (1:4).
           MOVE LQ-START-DATE (6:2) TO LQ-LYEARMONTH (5:2).

           PERFORM 7150-CHECK-PERIOD THRU 7150-EXIT.

           IF  LVR-RESULT-FLAG NOT = SPACES
               GO TO 7000-EXIT
           END-IF.

           PERFORM 7200-CHECK-BALANCE THRU 7200-EXIT.

       7000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7100-GET-EMPLOYEE - A CURRENT EMPLOYEE, WITH THE DEPARTMENT'S
      * MANAGER, ADMINISTERING DEPARTMENT AND CALENDAR SUBID
      *-----------------------------------------------------------------
       7100-GET-EMPLOYEE.

           MOVE SPACES TO WS-MGRNO
                          WS-ADMRDEPT
                          WS-SUBID.

           EXEC SQL
               SELECT COALESCE(D.MGRNO, ' ')
                    , COALESCE(D.ADMRDEPT, ' ')
                    , COALESCE(D.SUBID, ' ')
                 INTO :WS-MGRNO
                    , :WS-ADMRDEPT
                    , :WS-SUBID
                 FROM EMP E
                 LEFT OUTER JOIN DEPT D
                   ON D.DEPTNO = E.WORKDEPT
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
               WHEN +100
                    MOVE "E" TO LVR-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    MOVE "E" TO LVR-RESULT-FLAG
           END-EVALUATE.

       7100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7150-CHECK-PERIOD - A PERIOD COBPDCLS HAS CLOSED TAKES NO NEW
      * LEAVE AND GIVES NONE BACK
      *-----------------------------------------------------------------
       7150-CHECK-PERIOD.

           MOVE SPACES TO WS-PSTATUS.

           EXEC SQL
               SELECT PSTATUS
                 INTO :WS-PSTATUS
                 FROM PAY_PERIOD
                WHERE PYEARMONTH = :LQ-LYEARMONTH
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    IF  WS-PSTATUS = 'C'
                        DISPLAY 'PAY PERIOD ' LQ-LYEARMONTH
                                ' IS CLOSED - REFUSED'
                        MOVE "P" TO LVR-RESULT-FLAG
                    END-IF
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    MOVE "P" TO LVR-RESULT-FLAG
           END-EVALUATE.

       7150-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7200-CHECK-BALANCE - THE LATEST TYPED BALANCE AT OR BEFORE THE
      * MONTH (THE AGGREGATE LEAVE BALANCE WHEN THE TYPED LEDGER HAS
      * NOT STARTED), LESS EVERY DAY OF THE TYPE ALREADY ASKED FOR AND
      * NOT YET POSTED. AN UNPAID TYPE MAY OVERDRAW, AS IN COBLVREQ.
      *-----------------------------------------------------------------
       7200-CHECK-BALANCE.

           MOVE ZERO TO WS-BALANCE
                        WS-PENDING.

           EXEC SQL
               SELECT LBALANCE
                 INTO :WS-BALANCE
                 FROM LEAVE_TYPE_BAL
                WHERE EMPNO = :WS-EMPNO
                  AND LTYPE = :LQ-LTYPE
                  AND LYEARMONTH =
                      (SELECT MAX(LYEARMONTH)
                         FROM LEAVE_TYPE_BAL
                        WHERE EMPNO = :WS-EMPNO
                          AND LTYPE = :LQ-LTYPE
                          AND LYEARMONTH <= :LQ-LYEARMONTH)
           END-EXEC.

           IF  SQLCODE = +100
               EXEC SQL
                   SELECT LBALANCE
                     INTO :WS-BALANCE
                     FROM LEAVE
                    WHERE EMPNO = :WS-EMPNO
                      AND LYEARMONTH =
                          (SELECT MAX(LYEARMONTH)
                             FROM LEAVE
                            WHERE EMPNO = :WS-EMPNO
                              AND LYEARMONTH <= :LQ-LYEARMONTH)
               END-EXEC
           END-IF.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE ZERO TO WS-BALANCE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 7200-EXIT
           END-EVALUATE.

           EXEC SQL
               SELECT COALESCE(SUM(LDAYS), 0)
                 INTO :WS-PENDING
                 FROM LEAVE_REQUEST
                WHERE EMPNO  = :WS-EMPNO
                  AND LTYPE  = :LQ-LTYPE
                  AND REQNO <> :WS-REQNO
                  AND (RSTATUS = 'S'
                   OR (RSTATUS = 'A' AND POSTED = 'N'))
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 7200-EXIT
           END-EVALUATE.

           MOVE WS-BALANCE TO LVRBALO.
           MOVE WS-PENDING TO LVRPENDO.

           IF  LT-PAIDFLAG NOT = 'N'
           AND LQ-LDAYS GREATER THAN WS-BALANCE - WS-PENDING
               DISPLAY 'INSUFFICIENT LEAVE BALANCE - REFUSED'
               MOVE "L" TO LVR-RESULT-FLAG
           END-IF.

       7200-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7300-CHECK-OVERLAP - NO TWO LIVE REQUESTS FOR THE SAME DAYS
      *-----------------------------------------------------------------
       7300-CHECK-OVERLAP.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM LEAVE_REQUEST
                WHERE EMPNO      =  :WS-EMPNO
                  AND RSTATUS    IN ('S', 'A')
                  AND START_DATE <= DATE(:LQ-END-DATE)
                  AND END_DATE   >= DATE(:LQ-START-DATE)
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    MOVE "O" TO LVR-RESULT-FLAG
                    GO TO 7300-EXIT
           END-EVALUATE.

           IF  WS-ROW-COUNT GREATER THAN ZERO
               DISPLAY 'OVERLAPS ANOTHER LEAVE REQUEST - REFUSED'
               MOVE "O" TO LVR-RESULT-FLAG
           END-IF.

       7300-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7400-FIND-APPROVER - THE WORKDEPT'S MANAGER; AN EMPLOYEE WHO
      * MANAGES THAT DEPARTMENT (OR A DEPARTMENT WITH NO MANAGER) GOES
      * UP TO THE ADMINISTERING DEPARTMENT'S MANAGER. NOBODY APPROVES
      * THEIR OWN.
      *-----------------------------------------------------------------
       7400-FIND-APPROVER.

           IF  (WS-MGRNO = SPACES OR WS-MGRNO = WS-EMPNO)
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
                        MOVE SPACES TO WS-MGRNO
               END-EVALUATE
           END-IF.

           IF  WS-MGRNO = SPACES
            OR WS-MGRNO = WS-EMPNO
               DISPLAY 'NO MANAGER TO APPROVE REQUEST - REFUSED'
               MOVE "M" TO LVR-RESULT-FLAG
           END-IF.

       7400-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 8000-RETURN-REQUEST - CURRENT STATE OF THE REQUEST TO THE
      * SCREEN
      *-----------------------------------------------------------------
       8000-RETURN-REQUEST.

           PERFORM 4100-SELECT-REQUEST THRU 4100-EXIT.

           EVALUATE SQLCODE
               WHEN 0
                    IF  LQ-EMPNO = WS-EMPNO
                        MOVE LQ-LTYPE      TO LVRTYPEIO
                        MOVE LQ-START-DATE TO LVRSTARTIO
                        MOVE LQ-END-DATE   TO LVRENDIO
                        MOVE LQ-LDAYS      TO LVRDAYSO
                        MOVE LQ-RSTATUS    TO LVRSTATUSO
                        MOVE LQ-FLOOR-FLAG TO LVRFLOORO
                    END-IF
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
