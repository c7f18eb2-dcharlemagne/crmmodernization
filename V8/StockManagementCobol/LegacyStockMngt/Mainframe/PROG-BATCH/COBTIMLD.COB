      *                NOT ON PROJECT, A04 ACTIVITY NOT ON PACTIVITY,
      *                W05 DATE OUTSIDE THE ACTIVITY WINDOW,
      *                L06 WEEK ALREADY POSTED - RESUBMIT REFUSED,
      *                A07 ADJUSTMENT AGAINST A WEEK NEVER POSTED,
      *                D08 DAY SPLIT NOT NUMERIC, BAD REMOTE MARK OR
      *                NOT ADDING UP TO THE LINE'S HOURS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  A LINE MAY CARRY A DAY-BY-DAY SPLIT OF ITS
      *                     HOURS (DAY 1 IS SIX DAYS BEFORE THE WEEK-
      *                     ENDING DATE, DAY 7 IS THE WEEK-ENDING
      *                     DATE) WITH AN 'R' ON ANY DAY WORKED
      *                     REMOTELY. THE SPLIT MUST ADD UP TO THE
      *                     LINE'S HOURS (D08) AND POSTS TO
      *                     TIMESHEET_DAY FOR COBRPT89 TO SET AGAINST
      *                     THE BADGE-SWIPE ATTENDANCE. A LINE WITHOUT
      *                     A SPLIT LOADS AS BEFORE.
      *    2026-10-15  RJM  A NEW WEEK ROW STARTS UNSIGNED (SIGNOFF
      *                     'N', NOTHING PAID) AND AN ADJUSTMENT THAT
      *                     REOPENS A WEEK WITHDRAWS ITS SIGN-OFF, SO
      *                     COBPAYRN PAYS AN HOURLY EMPLOYEE ONLY
      *                     HOURS AN APPROVER HAS SIGNED OFF THROUGH
      *                     COBTWSMN.
      *    2026-09-02  RJM  CARRY THE WEEK'S RUNNING ACCEPTED HOURS
      *                     ON TIMESHEET_WEEK.ACCHOURS - SET AS THE
      *                     WEEK'S LINES LAND, ADJUSTED BY EACH
      *    '-' WHEN THE DELTA REDUCES THE WEEK'S HOURS.
           05 TIM-ADJ-FLAG              PIC X(1).
           05 TIM-ADJ-SIGN              PIC X(1).
      *    OPTIONAL DAY-BY-DAY SPLIT, DAY 1 SIX DAYS BEFORE THE WEEK-
      *    ENDING DATE - HOURS 99V99 ('0800' IS 8.00) AND 'R' WHEN THE
      *    DAY WAS WORKED REMOTELY. ALL SPACES MEANS NO SPLIT.
           05 TIM-DAY-SPLIT.
              10 TIM-DAY-ENTRY          OCCURS 7 TIMES.
                 15 TIM-DAY-HOURS       PIC 9(2)V9(2).
                 15 TIM-DAY-REMOTE      PIC X(1).
           05 FILLER                    PIC X(12).

       FD  TIMEREJ
           LABEL RECORDS ARE STANDARD
               88  WS-WEEK-ON-FILE             VALUE 'Y'.
       01  WS-SIGNED-HOURS        PIC S9(3)V9(2) USAGE COMP-3.

      ******************************************************************
      * VARIABLES FOR THE DAY-BY-DAY SPLIT (TIMESHEET_DAY)
      ******************************************************************
       77  WS-DAY-SPLIT-SWITCH    PIC X          VALUE SPACES.
               88  WS-DAY-SPLIT                VALUE 'Y'.
       01  WS-DAY-SUB             PIC S9(4) USAGE COMP.
       01  WS-DAYS-BACK           PIC S9(4) USAGE COMP.
       01  WS-DAY-DATE            PIC X(10).
       01  WS-DAY-HOURS           PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-DAY-REMOTE          PIC X(1).
       01  WS-SPLIT-TOTAL         PIC S9(3)V9(2) USAGE COMP-3.

      ******************************************************************
      * WEEKS OPENED BY THIS RUN - A WEEK'S LINES ARRIVE TOGETHER,
      * SO THE L06 LOCK MUST NOT REFUSE THE SECOND AND LATER LINES
                EXEC SQL INCLUDE TIMESIGN
                END-EXEC.

                EXEC SQL INCLUDE TIMEDAY
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
                END-READ.

                MOVE SPACES       TO WS-REASON
                                     WS-ADJ-LINE-SWITCH
                                     WS-DAY-SPLIT-SWITCH.
                MOVE TIM-EMPNO    TO WS-EMPNO.
                MOVE TIM-PROJNO   TO WS-PROJNO.
                MOVE TIM-WEEKDATE TO WS-WEEKDATE.
                   THRU    2500-EXIT
                   PERFORM 2600-POST-WEEK-STATE
                   THRU    2600-EXIT
                   IF WS-DAY-SPLIT
                      PERFORM 2700-POST-DAY-SPLIT
                      THRU    2700-EXIT
                   END-IF
                   ADD 1 TO WS-ACCEPT-COUNT
                ELSE
                   MOVE TIMEIN-REC TO TREJ-INPUT
                   GO TO 2100-EXIT
                END-IF.

                PERFORM 2150-CHECK-DAY-SPLIT
                THRU    2150-EXIT.
                IF WS-REASON NOT = SPACES
                   GO TO 2100-EXIT
                END-IF.

      *         AN ADJUSTMENT'S SIGN COLUMN TURNS THE LINE INTO A
      *         NEGATIVE DELTA.
                IF TIM-ADJ-FLAG = 'A'
       2100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-CHECK-DAY-SPLIT - A LINE WITH NO SPLIT PASSES. A SPLIT
      * NEEDS NUMERIC HOURS ON ALL SEVEN DAYS, A REMOTE MARK OF 'R'
      * OR SPACE, AND A TOTAL EQUAL TO THE LINE'S HOURS (D08).
      ******************************************************************
       2150-CHECK-DAY-SPLIT.

                IF TIM-DAY-SPLIT = SPACES
                   GO TO 2150-EXIT
                END-IF.

                MOVE 'Y'  TO WS-DAY-SPLIT-SWITCH.
                MOVE ZERO TO WS-SPLIT-TOTAL.

                PERFORM 2160-CHECK-ONE-DAY
                THRU    2160-EXIT
                VARYING WS-DAY-SUB FROM 1 BY 1
                UNTIL   WS-DAY-SUB GREATER THAN 7
                   OR   WS-REASON NOT = SPACES.

                IF WS-REASON = SPACES
                   AND WS-SPLIT-TOTAL NOT = TIM-HOURS
                   MOVE 'D08' TO WS-REASON
                END-IF.

       2150-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2160-CHECK-ONE-DAY
      ******************************************************************
       2160-CHECK-ONE-DAY.

                IF TIM-DAY-HOURS (WS-DAY-SUB) NOT NUMERIC
                   MOVE 'D08' TO WS-REASON
                   GO TO 2160-EXIT
                END-IF.

                IF TIM-DAY-REMOTE (WS-DAY-SUB) NOT = SPACE
                   AND TIM-DAY-REMOTE (WS-DAY-SUB) NOT = 'R'
                   MOVE 'D08' TO WS-REASON
                   GO TO 2160-EXIT
                END-IF.

                ADD TIM-DAY-HOURS (WS-DAY-SUB) TO WS-SPLIT-TOTAL.

       2160-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-CHECK-WEEK-STATE - A POSTED WEEK LOCKS AGAINST PLAIN
      * HOURS ON ACCHOURS. AN ADJUSTMENT LINE FLIPS IT TO 'R',
      * APPLIES ITS SIGNED DELTA TO ACCHOURS AND CLEARS THE
      * OVERTIME-PRICED FLAG SO COBOTCLC KNOWS TO RE-PRICE FROM THE
      * CORRECTED TOTAL, AND GOES ON THE REGISTER. THE REOPENED WEEK
      * LOSES ITS SIGN-OFF UNTIL THE CORRECTED HOURS ARE SIGNED OFF
      * AGAIN.
      ******************************************************************
       2600-POST-WEEK-STATE.

                       UPDATE TIMESHEET_WEEK
                          SET WSTATUS   = 'R',
                              OTPRICED  = 'N',
                              SIGNOFF   = 'N',
                              ACCHOURS  = ACCHOURS + :WS-HOURS,
                              POSTED_TS = CURRENT TIMESTAMP
                        WHERE EMPNO    = :WS-EMPNO
                   EXEC SQL
                       INSERT INTO TIMESHEET_WEEK
                            (EMPNO, WEEKDATE, WSTATUS, OTPRICED,
                             OTAMOUNT, ACCHOURS, POSTED_TS,
                             SIGNOFF, PAID_HOURS)
                       VALUES
                            (:WS-EMPNO, DATE(:WS-WEEKDATE), 'P',
                             'N', 0, :WS-HOURS, CURRENT TIMESTAMP,
                             'N', 0)
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
                   EVALUATE SQLCODE
       2650-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-POST-DAY-SPLIT - ADD EACH DAY'S HOURS (SIGNED LIKE THE
      * LINE) TO ITS TIMESHEET_DAY ROW, CREATING THE ROW ON THE
      * FIRST LINE THAT TOUCHES THE DAY. A REMOTE MARK STICKS ONCE
      * ANY LINE SETS IT. A DAY WITH NO HOURS AND NO MARK IS SKIPPED.
      ******************************************************************
       2700-POST-DAY-SPLIT.

                PERFORM 2750-POST-ONE-DAY
                THRU    2750-EXIT
                VARYING WS-DAY-SUB FROM 1 BY 1
                UNTIL   WS-DAY-SUB GREATER THAN 7.

       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2750-POST-ONE-DAY
      ******************************************************************
       2750-POST-ONE-DAY.

                MOVE TIM-DAY-HOURS (WS-DAY-SUB) TO WS-DAY-HOURS.

                IF TIM-DAY-REMOTE (WS-DAY-SUB) = 'R'
                   MOVE 'Y' TO WS-DAY-REMOTE
                ELSE
                   MOVE 'N' TO WS-DAY-REMOTE
                END-IF.

                IF WS-DAY-HOURS = ZERO
                   AND WS-DAY-REMOTE = 'N'
                   GO TO 2750-EXIT
                END-IF.

                IF WS-ADJ-LINE
                   AND TIM-ADJ-SIGN = '-'
                   COMPUTE WS-DAY-HOURS = ZERO - WS-DAY-HOURS
                END-IF.

                COMPUTE WS-DAYS-BACK = 7 - WS-DAY-SUB.

                EXEC SQL
                     SET :WS-DAY-DATE =
                         CHAR(DATE(:WS-WEEKDATE) - :WS-DAYS-BACK DAYS,
                              ISO)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    UPDATE TIMESHEET_DAY
                       SET HOURS      = HOURS + :WS-DAY-HOURS,
                           REMOTE     =
                               CASE WHEN :WS-DAY-REMOTE = 'Y'
                                    THEN 'Y'
                                    ELSE REMOTE
                               END,
                           UPDATED_TS = CURRENT TIMESTAMP
                     WHERE EMPNO     = :WS-EMPNO
                       AND WORK_DATE = DATE(:WS-DAY-DATE)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         GO TO 2750-EXIT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    INSERT INTO TIMESHEET_DAY
                         (EMPNO, WORK_DATE, WEEKDATE, HOURS, REMOTE,
                          UPDATED_TS)
                    VALUES
                         (:WS-EMPNO, DATE(:WS-DAY-DATE),
                          DATE(:WS-WEEKDATE), :WS-DAY-HOURS,
                          :WS-DAY-REMOTE, CURRENT TIMESTAMP)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2750-EXIT.
                EXIT.

      /
      ******************************************************************
      * 9000-DBERROR - GET ERROR MESSAGE
