      *-----------------------------------------------------------------
      *    COBLVAMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MANAGER DECISION ON A SUBMITTED LEAVE
      *                    REQUEST. LVA-ACTION-FLAG = 'N' BRINGS UP THE
      *                    NEXT REQUEST IN THE MANAGER'S QUEUE - THE
      *                    OLDEST SUBMITTED REQUEST ROUTED TO LVAAPPRI
      *                    - WITH THE NUMBER STILL WAITING IN LVAQUEUEO;
      *                    'A' APPROVES REQUEST LVAREQNOIO, UNLESS
      *                    COBLVFLR FINDS IT WOULD TAKE THE DEPARTMENT
      *                    BELOW ITS STAFFING FLOOR OR CANNOT MAKE THE
      *                    CHECK (RESULT 'F', WITH THE FIRST SHORT DAY
      *                    IN LVASHORTO); 'O' APPROVES IT BELOW THE
      *                    FLOOR ANYWAY, MARKING FLOOR_FLAG 'O'; 'R'
      *                    REJECTS IT WITH THE REASON KEYED IN
      *                    LVAREASONI; ANY OTHER FLAG READS THE
      *                    REQUEST BACK. A REQUEST STILL
      *                    AWAITING A DECISION IS READ BACK WITH A
      *                    FRESH FLOOR CHECK. ONLY THE MANAGER COBLVRMN
      *                    ROUTED IT TO MAY DECIDE IT (RESULT 'M'), AND
      *                    AS IN COBEXAMN NOT UNDER THE USER WHO
      *                    ENTERED IT (RESULT 'S'). 'N' MEANS NO SUCH
      *                    REQUEST OR NOT AWAITING A DECISION, 'Q' AN
      *                    EMPTY QUEUE, 'E' A REJECTION WITHOUT A
      *                    REASON, 'P' THAT THE MONTH'S PAY PERIOD HAS
      *                    CLOSED, SPACES SUCCESS. APPROVAL WRITES THE
      *                    LEAVE_DETAIL ROW AT ONCE SO THE ABSENCE
      *                    CALENDAR AND LATER FLOOR CHECKS SEE IT;
      *                    COBLVREQ POSTS LTAKEN THAT NIGHT. EACH
      *                    DECISION IS STAMPED TO MASTER_CHANGE_LOG
      *                    THROUGH COBMDLOG AND POSTED TO THE
      *                    EMPLOYEE'S INBOX THROUGH COBMSGPT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBLVAMN.
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
       01  WS-NEW-STATUS            PIC X(1).
       01  WS-NEW-FLOOR-FLAG        PIC X(1).
       01  WS-PSTATUS               PIC X(1).
       01  WS-QUEUE-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-EDIT-REQNO            PIC 9(9).
       01  WS-EDIT-DAYS             PIC ZZ9.
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'LEAVE_REQUEST'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100).
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR THE COBLVFLR CALL
      *-----------------------------------------------------------------
       01  WS-FLR-RESULT            PIC X(1).
       01  WS-FLR-SHORT-DATE        PIC X(10).
       01  WS-FLR-FLOOR             PIC S9(4) USAGE COMP.
       01  WS-FLR-PRESENT           PIC S9(4) USAGE COMP.

      *-----------------------------------------------------------------
      * VARIABLES FOR INBOX NOTIFICATION (COBMSGPT)
      *-----------------------------------------------------------------
       01  WS-MSG-SOURCE            PIC X(8)  VALUE 'COBLVAMN'.
       01  WS-MSG-SUBJECT           PIC X(64).
       01  WS-MSG-TEXT              PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBLVAMN'.
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

      /
       LINKAGE SECTION.

       01  LVAREQNOIO        PIC S9(9) COMP.
       01  LVAAPPRI          PIC X(6).
       01  LVAREASONI        PIC X(30).
       01  LVAEMPNOO         PIC X(6).
       01  LVATYPEO          PIC X(2).
       01  LVASTARTO         PIC X(10).
       01  LVAENDO           PIC X(10).
       01  LVADAYSO          PIC S9(4) COMP.
       01  LVASTATUSO        PIC X(1).
       01  LVAFLOORO         PIC X(1).
       01  LVASHORTO         PIC X(10).
       01  LVAQUEUEO         PIC S9(9) COMP.
       01  LVA-ACTION-FLAG   PIC X(1).
       01  LVA-RESULT-FLAG   PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LVAREQNOIO, LVAAPPRI, LVAREASONI,
                                LVAEMPNOO, LVATYPEO, LVASTARTO,
                                LVAENDO, LVADAYSO, LVASTATUSO,
                                LVAFLOORO, LVASHORTO, LVAQUEUEO,
                                LVA-ACTION-FLAG, LVA-RESULT-FLAG.

            MOVE SPACES     TO LVA-RESULT-FLAG
                               LVASHORTO.
            MOVE LVAREQNOIO TO WS-REQNO.

            DISPLAY 'WS-REQNO = ' WS-REQNO
                    ' APPROVER = ' LVAAPPRI.

            EXEC SQL
                 SET :WS-CURRENT-USER = USER
            END-EXEC.

            EVALUATE LVA-ACTION-FLAG
                WHEN "N"
                     PERFORM 3000-NEXT-IN-QUEUE THRU
                             3000-EXIT
                WHEN "A"
                     MOVE 'A' TO WS-NEW-STATUS
                     PERFORM 5000-DECIDE-REQUEST THRU
                             5000-EXIT
                WHEN "O"
                     MOVE 'A' TO WS-NEW-STATUS
                     PERFORM 5000-DECIDE-REQUEST THRU
                             5000-EXIT
                WHEN "R"
                     MOVE 'R' TO WS-NEW-STATUS
                     PERFORM 5000-DECIDE-REQUEST THRU
                             5000-EXIT
                WHEN OTHER
                     PERFORM 4000-READ-REQUEST THRU
                             4000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * 3000-NEXT-IN-QUEUE - THE OLDEST REQUEST WAITING ON THIS
      * MANAGER, AND HOW MANY ARE WAITING
      *-----------------------------------------------------------------
       3000-NEXT-IN-QUEUE.

           MOVE ZERO TO WS-QUEUE-COUNT
                        LVAQUEUEO.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QUEUE-COUNT
                 FROM LEAVE_REQUEST
                WHERE APPROVER = :LVAAPPRI
                  AND RSTATUS  = 'S'
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

           MOVE WS-QUEUE-COUNT TO LVAQUEUEO.

           IF  WS-QUEUE-COUNT = ZERO
               MOVE "Q" TO LVA-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           EXEC SQL
               SELECT REQNO
                 INTO :WS-REQNO
                 FROM LEAVE_REQUEST
                WHERE APPROVER = :LVAAPPRI
                  AND RSTATUS  = 'S'
                ORDER BY SUBMITTED_TS, REQNO
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "Q" TO LVA-RESULT-FLAG
                    GO TO 3000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 3000-EXIT
           END-EVALUATE.

           MOVE WS-REQNO TO LVAREQNOIO.

           PERFORM 4000-READ-REQUEST THRU 4000-EXIT.

       3000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * READ ONE REQUEST BACK TO THE CICS CALLING PROGRAM. ONE STILL
      * WAITING IS CHECKED AGAINST THE FLOOR AS THINGS STAND NOW.
      *-----------------------------------------------------------------
       4000-READ-REQUEST.

                PERFORM 4100-SELECT-REQUEST THRU 4100-EXIT.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE "N"        TO LVA-RESULT-FLAG
                         MOVE SPACES     TO LQ-EMPNO
                                            LQ-LTYPE
                                            LQ-START-DATE
                                            LQ-END-DATE
                                            LQ-RSTATUS
                                            LQ-FLOOR-FLAG
                         MOVE ZERO       TO LQ-LDAYS
                    WHEN OTHER
                         MOVE SPACES     TO LQ-EMPNO
                                            LQ-LTYPE
                                            LQ-START-DATE
                                            LQ-END-DATE
                                            LQ-RSTATUS
                                            LQ-FLOOR-FLAG
                         MOVE ZERO       TO LQ-LDAYS
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE LQ-EMPNO            TO LVAEMPNOO.
                MOVE LQ-LTYPE            TO LVATYPEO.
                MOVE LQ-START-DATE       TO LVASTARTO.
                MOVE LQ-END-DATE         TO LVAENDO.
                MOVE LQ-LDAYS            TO LVADAYSO.
                MOVE LQ-RSTATUS          TO LVASTATUSO.
                MOVE LQ-FLOOR-FLAG       TO LVAFLOORO.

                IF  LQ-RSTATUS = 'S'
                    PERFORM 7000-CHECK-FLOOR THRU 7000-EXIT
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
                    , ENTERED_BY
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
                    , :LQ-ENTERED-BY
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
      * APPROVE OR REJECT ONE SUBMITTED REQUEST
      *-----------------------------------------------------------------
       5000-DECIDE-REQUEST.

           PERFORM 4000-READ-REQUEST THRU 4000-EXIT.

           IF  LVA-RESULT-FLAG NOT = SPACES
               GO TO 5000-EXIT
           END-IF.

           IF  LQ-RSTATUS NOT = 'S'
               DISPLAY 'REQUEST IS NOT AWAITING A DECISION'
               MOVE "N" TO LVA-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           IF  LQ-APPROVER NOT = LVAAPPRI
               DISPLAY 'NOT THE EMPLOYEE''S APPROVING MANAGER - '
                       'REFUSED'
               MOVE "M" TO LVA-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           IF  LQ-ENTERED-BY = WS-CURRENT-USER
               DISPLAY 'APPROVER MAY NOT BE THE USER WHO ENTERED THE '
                       'REQUEST - REFUSED'
               MOVE "S" TO LVA-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           IF  WS-NEW-STATUS = 'R'
           AND LVAREASONI = SPACES
               MOVE "E" TO LVA-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           MOVE LQ-FLOOR-FLAG TO WS-NEW-FLOOR-FLAG.
           MOVE SPACES        TO LQ-REJECT-REASON.

           IF  WS-NEW-STATUS = 'R'
               MOVE LVAREASONI TO LQ-REJECT-REASON
           ELSE
               PERFORM 7100-CHECK-PERIOD THRU 7100-EXIT
               IF  LVA-RESULT-FLAG NOT = SPACES
                   GO TO 5000-EXIT
               END-IF
               MOVE 'N' TO WS-NEW-FLOOR-FLAG
               IF  WS-FLR-RESULT NOT = 'Y'
                   IF  LVA-ACTION-FLAG NOT = 'O'
                       DISPLAY 'APPROVAL BREACHES STAFFING FLOOR ON '
                               WS-FLR-SHORT-DATE ' - REFUSED'
                       MOVE "F" TO LVA-RESULT-FLAG
                       GO TO 5000-EXIT
                   END-IF
                   MOVE 'O' TO WS-NEW-FLOOR-FLAG
               END-IF
           END-IF.

           EXEC SQL
                   UPDATE
                       LEAVE_REQUEST
                   SET  RSTATUS       = :WS-NEW-STATUS
                      , FLOOR_FLAG    = :WS-NEW-FLOOR-FLAG
                      , DECIDED_BY    = :WS-CURRENT-USER
                      , DECIDED_TS    = CURRENT TIMESTAMP
                      , REJECT_REASON = :LQ-REJECT-REASON
                   WHERE
                      (
                        ( LEAVE_REQUEST.REQNO   = :WS-REQNO )
                    AND ( LEAVE_REQUEST.RSTATUS = 'S' )
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
                    MOVE "N" TO LVA-RESULT-FLAG
                    GO TO 5000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           IF  WS-NEW-STATUS = 'A'
               PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT
           END-IF.

           MOVE WS-NEW-STATUS     TO LVASTATUSO.
           MOVE WS-NEW-FLOOR-FLAG TO LVAFLOORO.

           PERFORM 7500-WRITE-CHANGE-LOG THRU 7500-EXIT.
           PERFORM 7600-NOTIFY-EMPLOYEE THRU 7600-EXIT.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 5100-WRITE-DETAIL - THE APPROVED ABSENCE GOES ON LEAVE_DETAIL
      * NOW; COBLVREQ'S NIGHTLY PASS POSTS LTAKEN WITHOUT WRITING IT
      * AGAIN
      *-----------------------------------------------------------------
       5100-WRITE-DETAIL.

           EXEC SQL
                   INSERT INTO
                      LEAVE_DETAIL
                      (
                        EMPNO
                      , LSTARTDATE
                      , LDAYS
                      , LTYPE
                      , LYEARMONTH
                      )
                       VALUES
                      (
                        :LQ-EMPNO
                      , DATE(:LQ-START-DATE)
                      , :LQ-LDAYS
                      , :LQ-LTYPE
                      , :LQ-LYEARMONTH
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
           END-EVALUATE.

       5100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7000-CHECK-FLOOR - THE REQUEST AGAINST THE DEPARTMENT'S
      * STAFFING FLOOR AS THE ABSENCES STAND NOW
      *-----------------------------------------------------------------
       7000-CHECK-FLOOR.

           CALL 'COBLVFLR' USING LQ-EMPNO, LQ-START-DATE, LQ-LDAYS,
                WS-FLR-RESULT, WS-FLR-SHORT-DATE, WS-FLR-FLOOR,
                WS-FLR-PRESENT.

           IF  WS-FLR-RESULT = 'F'
               MOVE WS-FLR-SHORT-DATE TO LVASHORTO
           END-IF.

       7000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7100-CHECK-PERIOD - NO APPROVAL INTO A PERIOD COBPDCLS HAS
      * CLOSED - COBLVREQ COULD NOT POST IT
      *-----------------------------------------------------------------
       7100-CHECK-PERIOD.

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
                        MOVE "P" TO LVA-RESULT-FLAG
                    END-IF
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    MOVE "P" TO LVA-RESULT-FLAG
           END-EVALUATE.

       7100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7500-WRITE-CHANGE-LOG - STAMP THE DECISION TO THE SHARED
      * MASTER-DATA CHANGE LOG, KEYED BY REQUEST NUMBER.
      *-----------------------------------------------------------------
       7500-WRITE-CHANGE-LOG.

           MOVE SPACES         TO WS-MDLOG-KEY
                                  WS-MDLOG-BEFORE
                                  WS-MDLOG-AFTER.
           MOVE "U"            TO WS-MDLOG-ACTION.
           MOVE WS-REQNO       TO WS-EDIT-REQNO.
           MOVE WS-EDIT-REQNO  TO WS-MDLOG-KEY.
           MOVE LQ-LDAYS       TO WS-EDIT-DAYS.

           STRING 'S '           DELIMITED BY SIZE
                  LQ-EMPNO       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  LQ-LTYPE       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  LQ-START-DATE  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-EDIT-DAYS   DELIMITED BY SIZE
                  ' FLOOR '      DELIMITED BY SIZE
                  LQ-FLOOR-FLAG  DELIMITED BY SIZE
             INTO WS-MDLOG-BEFORE.
           STRING WS-NEW-STATUS  DELIMITED BY SIZE
                  ' BY '         DELIMITED BY SIZE
                  LVAAPPRI       DELIMITED BY SIZE
                  ' FLOOR '      DELIMITED BY SIZE
                  WS-NEW-FLOOR-FLAG
                                 DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  LQ-REJECT-REASON
                                 DELIMITED BY SIZE
             INTO WS-MDLOG-AFTER.

           CALL 'COBMDLOG' USING WS-MDLOG-TABLE, WS-MDLOG-KEY,
                WS-MDLOG-ACTION, WS-MDLOG-BEFORE, WS-MDLOG-AFTER.

       7500-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7600-NOTIFY-EMPLOYEE - THE DECISION TO THE EMPLOYEE'S INBOX
      *-----------------------------------------------------------------
       7600-NOTIFY-EMPLOYEE.

           MOVE SPACES TO WS-MSG-SUBJECT
                          WS-MSG-TEXT.

           IF  WS-NEW-STATUS = 'A'
               STRING 'LEAVE REQUEST '  DELIMITED BY SIZE
                      WS-EDIT-REQNO     DELIMITED BY SIZE
                      ' APPROVED'       DELIMITED BY SIZE
                 INTO WS-MSG-SUBJECT
               STRING 'YOUR '           DELIMITED BY SIZE
                      WS-EDIT-DAYS      DELIMITED BY SIZE
                      ' DAYS '          DELIMITED BY SIZE
                      LQ-LTYPE          DELIMITED BY SIZE
                      ' FROM '          DELIMITED BY SIZE
                      LQ-START-DATE     DELIMITED BY SIZE
                      ' TO '            DELIMITED BY SIZE
                      LQ-END-DATE       DELIMITED BY SIZE
                      ' ARE BOOKED.'    DELIMITED BY SIZE
                 INTO WS-MSG-TEXT
           ELSE
               STRING 'LEAVE REQUEST '  DELIMITED BY SIZE
                      WS-EDIT-REQNO     DELIMITED BY SIZE
                      ' REJECTED'       DELIMITED BY SIZE
                 INTO WS-MSG-SUBJECT
               STRING 'REASON: '        DELIMITED BY SIZE
                      LQ-REJECT-REASON  DELIMITED BY SIZE
                 INTO WS-MSG-TEXT
           END-IF.

           CALL 'COBMSGPT' USING LQ-EMPNO, WS-MSG-SOURCE,
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
