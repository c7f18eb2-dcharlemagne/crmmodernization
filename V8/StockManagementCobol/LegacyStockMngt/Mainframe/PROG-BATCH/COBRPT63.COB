      *                SHORTFALL, AND THE RUN CLOSES WITH THE
      *                PER-COURSE DEMAND COUNT THE TRAINING
      *                COORDINATOR BOOKS AGAINST - SO THE TRAINING
      *                BUDGET STOPS BEING GUESSWORK. A SECOND SYSIN
      *                CARD OF 'Y' ALSO ENROLLS EVERYONE MISSING A
      *                REQUIRED COURSE IN THAT COURSE'S NEXT OPEN
      *                TRAINING_SESSION THROUGH COBTSEMN (A FULL
      *                SESSION WAITLISTS THEM), SKIPPING ANYONE ALREADY
      *                BOOKED ON ONE, AND COUNTS THE OUTCOMES.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
       01  WS-SHORT-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       77  WS-SHORT-SWITCH        PIC X          VALUE SPACES.
               88  WS-FALLS-SHORT              VALUE 'Y'.
       01  WS-ENROLL-OPT          PIC X(1).
               88  WS-ENROLL-GAPS              VALUE 'Y'.
       01  WS-BOOKED-COUNT        PIC S9(9) USAGE COMP.
       01  WS-ENROLLED-COUNT      PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-WAITLISTED-COUNT    PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-ALREADY-COUNT       PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-NO-SESSION-COUNT    PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-REFUSED-COUNT       PIC S9(4) USAGE COMP VALUE ZERO.

      ******************************************************************
      * ENROLLMENT INTERFACE (COBTSEMN)
      ******************************************************************
       01  WS-TSE-ID              PIC X(8).
       01  WS-TSE-COURSE          PIC X(8).
       01  WS-TSE-START           PIC X(10).
       01  WS-TSE-END             PIC X(10).
       01  WS-TSE-LOC             PIC X(20).
       01  WS-TSE-CAP             PIC S9(4) USAGE COMP.
       01  WS-TSE-COST            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-TSE-VENDOR          PIC X(30).
       01  WS-TSE-STATUS          PIC X(1).
       01  WS-TSE-EMPNO           PIC X(6).
       01  WS-TSE-LINE-COUNT      PIC S9(4) USAGE COMP.
       01  WS-TSE-LINES.
           05 WS-TSE-LINE         OCCURS 20 TIMES PIC X(79).
       01  WS-TSE-ACTION          PIC X(1)  VALUE 'E'.
       01  WS-TSE-RESULT          PIC X(1).

      ******************************************************************
      * PER-COURSE DEMAND ROLL-UP
           10 WS-DMD-HEADS        PIC ZZZ9.
           10 FILLER              PIC X(108).

       01  WS-RPT-ENROLL-LINE.
           10 FILLER              PIC X(4).
           10 WS-ENR-LABEL        PIC X(30).
           10 WS-ENR-HEADS        PIC ZZZ9.
           10 FILLER              PIC X(94).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       MAINLINE.

                ACCEPT WS-SEL-PROJ.
                ACCEPT WS-ENROLL-OPT.

                MOVE WS-SEL-PROJ TO WS-HDR-PROJ.

                DISPLAY 'ASSIGNMENTS FALLING SHORT = '
                        WS-SHORT-COUNT.

                IF WS-ENROLL-GAPS
                   PERFORM 3500-PRINT-ENROLLMENT
                   THRU    3500-EXIT
                END-IF.

                GOBACK.
      /
      ******************************************************************
                   THRU    2600-EXIT
                   PERFORM 2700-TALLY-DEMAND
                   THRU    2700-EXIT
                   IF WS-ENROLL-GAPS
                      PERFORM 2800-ENROLL-NEXT-SESSION
                      THRU    2800-EXIT
                   END-IF
                END-IF.

       2500-EXIT.
       2750-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-ENROLL-NEXT-SESSION - THE EARLIEST OPEN SESSION OF THE
      * COURSE STILL TO START. SOMEONE SHORT ON SEVERAL ACTIVITIES IS
      * BOOKED ONCE - ANY SEAT OR WAITLIST PLACE ON AN OPEN SESSION OF
      * THE COURSE ALREADY COUNTS.
      ******************************************************************
       2800-ENROLL-NEXT-SESSION.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-BOOKED-COUNT
                      FROM TRAINING_SESSION S
                     WHERE S.COURSE_ID   = :WS-REQ-COURSE
                       AND S.SESS_STATUS = 'O'
                       AND (EXISTS
                             (SELECT 1
                                FROM TRAINING_ENROLL R
                               WHERE R.SESSION_ID  = S.SESSION_ID
                                 AND R.EMPNO       = :WS-EMPNO
                                 AND R.ENR_STATUS  = 'E')
                         OR EXISTS
                             (SELECT 1
                                FROM TRAINING_WAITLIST W
                               WHERE W.SESSION_ID  = S.SESSION_ID
                                 AND W.EMPNO       = :WS-EMPNO))
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-BOOKED-COUNT GREATER THAN ZERO
                   ADD 1 TO WS-ALREADY-COUNT
                   GO TO 2800-EXIT
                END-IF.

                EXEC SQL
                    SELECT SESSION_ID
                      INTO :WS-TSE-ID
                      FROM TRAINING_SESSION
                     WHERE COURSE_ID   = :WS-REQ-COURSE
                       AND SESS_STATUS = 'O'
                       AND START_DATE  > CURRENT DATE
                     ORDER BY START_DATE, SESSION_ID
                     FETCH FIRST 1 ROW ONLY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         DISPLAY 'NO OPEN SESSION OF ' WS-REQ-COURSE
                                 ' FOR ' WS-EMPNO
                         ADD 1 TO WS-NO-SESSION-COUNT
                         GO TO 2800-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-EMPNO TO WS-TSE-EMPNO.
                MOVE 'E'      TO WS-TSE-ACTION.

                CALL 'COBTSEMN' USING WS-TSE-ID, WS-TSE-COURSE,
                                      WS-TSE-START, WS-TSE-END,
                                      WS-TSE-LOC, WS-TSE-CAP,
                                      WS-TSE-COST, WS-TSE-VENDOR,
                                      WS-TSE-STATUS, WS-TSE-EMPNO,
                                      WS-TSE-LINE-COUNT, WS-TSE-LINES,
                                      WS-TSE-ACTION, WS-TSE-RESULT.

                EVALUATE WS-TSE-RESULT
                    WHEN SPACES
                         ADD 1 TO WS-ENROLLED-COUNT
                    WHEN 'W'
                         ADD 1 TO WS-WAITLISTED-COUNT
                    WHEN OTHER
                         DISPLAY 'ENROLLMENT REFUSED FOR ' WS-EMPNO
                                 ' ON ' WS-TSE-ID
                         ADD 1 TO WS-REFUSED-COUNT
                END-EVALUATE.

       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-PRINT-DEMAND
       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3500-PRINT-ENROLLMENT
      ******************************************************************
       3500-PRINT-ENROLLMENT.

                MOVE 'ENROLLED IN NEXT SESSION'  TO WS-ENR-LABEL.
                MOVE WS-ENROLLED-COUNT           TO WS-ENR-HEADS.
                PRINT WS-RPT-ENROLL-LINE.

                MOVE 'WAITLISTED (SESSION FULL)' TO WS-ENR-LABEL.
                MOVE WS-WAITLISTED-COUNT         TO WS-ENR-HEADS.
                PRINT WS-RPT-ENROLL-LINE.

                MOVE 'ALREADY BOOKED'            TO WS-ENR-LABEL.
                MOVE WS-ALREADY-COUNT            TO WS-ENR-HEADS.
                PRINT WS-RPT-ENROLL-LINE.

                MOVE 'NO OPEN SESSION SCHEDULED' TO WS-ENR-LABEL.
                MOVE WS-NO-SESSION-COUNT         TO WS-ENR-HEADS.
                PRINT WS-RPT-ENROLL-LINE.

                MOVE 'ENROLLMENT REFUSED'        TO WS-ENR-LABEL.
                MOVE WS-REFUSED-COUNT            TO WS-ENR-HEADS.
                PRINT WS-RPT-ENROLL-LINE.

                IF WS-NO-SESSION-COUNT GREATER THAN ZERO
                   OR WS-REFUSED-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

       3500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 9000-DBERROR - GET ERROR MESSAGE
