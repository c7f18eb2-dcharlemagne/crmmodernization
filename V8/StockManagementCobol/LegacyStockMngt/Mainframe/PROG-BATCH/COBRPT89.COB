      *-----------------------------------------------------------------
      *     COBRPT89 - WEEKLY TIMESHEET / BADGE-SWIPE RECONCILIATION.
      *                READS THE WEEK-ENDING DATE (YYYY-MM-DD) OFF
      *                SYSIN AND, FOR EVERY EMPLOYEE WITH A TIMESHEET
      *                FOR THE WEEK OR A SWIPE DURING IT, SETS EACH
      *                DAY'S ON-SITE PRESENCE (EMP_ATTENDANCE) AGAINST
      *                THE DAY'S BOOKED HOURS (TIMESHEET_DAY). BY
      *                WORKDEPT IT LISTS -
      *                  HOURS BOOKED ON A DAY WITH NO SWIPE THAT NO
      *                  REMOTE-WORK MARK OR LEAVE_DETAIL ABSENCE
      *                  COVERS;
      *                  A DAY ON SITE WITH NO HOURS BOOKED;
      *                  A WEEK WHOSE HOURS (TIMESHEET_WEEK.ACCHOURS)
      *                  WERE NOT ALL SPLIT BY DAY, WHICH CANNOT BE
      *                  RECONCILED DAY BY DAY - SHOWN WITH THE DAYS
      *                  ON SITE FOR THE APPROVER TO JUDGE.
      *                A LEAVE_DETAIL ROW COVERS THE DAY WHEN THE
      *                WORKING DAYS FROM ITS START TO THE DAY (COBWRKDY)
      *                DO NOT EXCEED ITS LDAYS. RUN AFTER THE WEEK'S
      *                TIMESHT LOAD AND BEFORE APPROVERS SIGN OFF IN
      *                COBTWSMN - THE SIGN-OFF COLUMN SHOWS WHERE EACH
      *                WEEK STANDS. RC 4 WHEN ANY DAY IS FLAGGED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT89.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
      *-------------
       FILE SECTION.
      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       77  END-OF-C2-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C2                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-WEEKDATE            PIC X(10).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-LAST-DEPT           PIC X(3)  VALUE SPACES.
       01  WS-EMPNO               PIC X(6).
       01  WS-LASTNAME            PIC X(15).
       01  WS-ACCHOURS            PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-SIGNOFF             PIC X(1).
       01  WS-SPLIT-HOURS         PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-UNSPLIT-HOURS       PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-DAY-HOURS           PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-DAY-REMOTE          PIC X(1).
       01  WS-SWIPES              PIC S9(9) USAGE COMP.
       01  WS-ONSITE-DAYS         PIC S9(4) USAGE COMP.
       01  WS-DAYS-BACK           PIC S9(4) USAGE COMP.
       01  WS-DAY-SUB             PIC S9(4) USAGE COMP.
       77  WS-DEPT-PRINTED-SWITCH PIC X          VALUE SPACES.
               88  WS-DEPT-PRINTED             VALUE 'Y'.
       77  WS-LEAVE-SWITCH        PIC X          VALUE SPACES.
               88  WS-ON-LEAVE                 VALUE 'Y'.

      ******************************************************************
      * THE SEVEN DATES OF THE WEEK, DAY 1 SIX DAYS BEFORE THE WEEK-
      * ENDING DATE - THE SAME NUMBERING AS THE TIMEIN DAY SPLIT.
      ******************************************************************
       01  WS-WEEK-TABLE.
           05 WS-WEEK-DAY         PIC X(10) OCCURS 7 TIMES.
       01  WS-DAY-DATE            PIC X(10).

      ******************************************************************
      * VARIABLES FOR THE LEAVE COVER CHECK (COBWRKDY)
      ******************************************************************
       01  WS-LV-STARTDATE        PIC X(10).
       01  WS-LV-LDAYS            PIC S9(4) USAGE COMP.
       01  WS-WRKDY-SUBID         PIC X(4)  VALUE SPACES.
       01  WS-WRKDY-DAYS          PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-WRKDY-MSG           PIC X(30).

      ******************************************************************
      * COUNTS
      ******************************************************************
       01  WS-EMP-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-NOPRES-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-NOHOURS-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-UNSPLIT-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-REMOTE-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-LEAVE-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(16).
           10 FILLER              PIC X(47)
                VALUE 'TIMESHEET / BADGE-SWIPE RECONCILIATION'.
           10 FILLER              PIC X(13)  VALUE 'WEEK ENDING:'.
           10 WS-HDR-WEEK         PIC X(10).
           10 FILLER              PIC X(46).

       01  WS-RPT-DEPT.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(11)  VALUE 'DEPARTMENT '.
           10 WS-RD-DEPT          PIC X(3).
           10 FILLER              PIC X(116).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(7).
           10 FILLER              PIC X(6)   VALUE 'EMPNO'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(15)  VALUE 'NAME'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE 'DATE'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE ' HOURS'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(3)   VALUE 'SWP'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(1)   VALUE 'S'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(36)  VALUE 'FINDING'.
           10 FILLER              PIC X(36).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(7).
           10 WS-RD-EMPNO         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RD-LASTNAME      PIC X(15).
           10 FILLER              PIC X(2).
           10 WS-RD-DATE          PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RD-HOURS         PIC ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RD-SWIPES        PIC ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-SIGNOFF       PIC X(1).
           10 FILLER              PIC X(2).
           10 WS-RD-NOTE          PIC X(36).
           10 FILLER              PIC X(36).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT89'.
       01  WS-ERRLG-PARA        PIC X(30) VALUE '9000-DBERROR'.
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80) OCCURS 12 TIMES
                                    INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      ******************************************************************
      * SQLCA AND DCLGENS FOR TABLES
      ******************************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.

                EXEC SQL INCLUDE EMP
                END-EXEC.

                EXEC SQL INCLUDE TIMESIGN
                END-EXEC.

                EXEC SQL INCLUDE TIMEDAY
                END-EXEC.

                EXEC SQL INCLUDE EMPATTND
                END-EXEC.

                EXEC SQL INCLUDE LEAVDET
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - EVERYONE WITH A TIMESHEET FOR THE WEEK OR A SWIPE DURING
      * IT, WITH THE WEEK'S ACCEPTED HOURS AND HOW MANY OF THEM WERE
      * SPLIT BY DAY, GROUPED BY WORKDEPT.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      E.WORKDEPT,
                      E.EMPNO,
                      E.LASTNAME,
                      COALESCE(W.ACCHOURS, 0),
                      COALESCE(W.SIGNOFF, ' '),
                      COALESCE(
                        (SELECT SUM(D.HOURS)
                           FROM TIMESHEET_DAY D
                          WHERE D.EMPNO    = E.EMPNO
                            AND D.WEEKDATE = DATE(:WS-WEEKDATE)), 0)
                    FROM EMP E
                         LEFT OUTER JOIN TIMESHEET_WEEK W
                           ON W.EMPNO    = E.EMPNO
                          AND W.WEEKDATE = DATE(:WS-WEEKDATE)
                    WHERE W.EMPNO IS NOT NULL
                       OR EXISTS
                          (SELECT 1
                             FROM EMP_ATTENDANCE A
                            WHERE A.EMPNO = E.EMPNO
                              AND A.ATT_DATE
                                  >= DATE(:WS-WEEKDATE) - 6 DAYS
                              AND A.ATT_DATE
                                  <= DATE(:WS-WEEKDATE))
                    ORDER BY E.WORKDEPT, E.EMPNO
                END-EXEC.

      ******************************************************************
      * C2 - THE EMPLOYEE'S ABSENCES STARTING ON OR BEFORE THE DAY
      * RECENTLY ENOUGH TO REACH IT.
      ******************************************************************
                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      CHAR(L.LSTARTDATE, ISO),
                      L.LDAYS
                    FROM LEAVE_DETAIL L
                    WHERE L.EMPNO       = :WS-EMPNO
                      AND L.LSTARTDATE <= DATE(:WS-DAY-DATE)
                      AND L.LSTARTDATE >= DATE(:WS-DAY-DATE) - 90 DAYS
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-WEEKDATE.

                MOVE WS-WEEKDATE TO WS-HDR-WEEK.

                DISPLAY 'TIMESHEET RECONCILIATION FOR WEEK ENDING '
                        WS-WEEKDATE.

                PERFORM 1100-BUILD-WEEK
                THRU    1100-EXIT
                VARYING WS-DAY-SUB FROM 1 BY 1
                UNTIL   WS-DAY-SUB GREATER THAN 7.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                MOVE 'EMPLOYEES RECONCILED'           TO WS-CNT-LABEL.
                MOVE WS-EMP-COUNT                     TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'DAYS BOOKED, NOT ON SITE'       TO WS-CNT-LABEL.
                MOVE WS-NOPRES-COUNT                  TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'DAYS ON SITE, NO HOURS BOOKED'  TO WS-CNT-LABEL.
                MOVE WS-NOHOURS-COUNT                 TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'WEEKS NOT SPLIT BY DAY'         TO WS-CNT-LABEL.
                MOVE WS-UNSPLIT-COUNT                 TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'OFF-SITE DAYS COVERED - REMOTE' TO WS-CNT-LABEL.
                MOVE WS-REMOTE-COUNT                  TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'OFF-SITE DAYS COVERED - LEAVE'  TO WS-CNT-LABEL.
                MOVE WS-LEAVE-COUNT                   TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                DISPLAY 'EMPLOYEES RECONCILED      = ' WS-EMP-COUNT.
                DISPLAY 'DAYS BOOKED, NOT ON SITE  = ' WS-NOPRES-COUNT.
                DISPLAY 'DAYS ON SITE, NO HOURS    = ' WS-NOHOURS-COUNT.
                DISPLAY 'WEEKS NOT SPLIT BY DAY    = ' WS-UNSPLIT-COUNT.

                IF WS-NOPRES-COUNT GREATER THAN ZERO
                   OR WS-NOHOURS-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1100-BUILD-WEEK - ONE DATE OF THE WEEK.
      ******************************************************************
       1100-BUILD-WEEK.

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

                MOVE WS-DAY-DATE TO WS-WEEK-DAY (WS-DAY-SUB).

       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2200-FETCH-CURSOR
                THRU    2200-EXIT
                UNTIL END-OF-C1.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-CURSOR
      ******************************************************************
       2200-FETCH-CURSOR.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-WORKDEPT,
                          :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-ACCHOURS,
                          :WS-SIGNOFF,
                          :WS-SPLIT-HOURS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-RECONCILE-EMPLOYEE
                         THRU    2400-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-RECONCILE-EMPLOYEE - WALK THE SEVEN DAYS, THEN NOTE ANY
      * HOURS THE DAY SPLIT DOES NOT ACCOUNT FOR.
      ******************************************************************
       2400-RECONCILE-EMPLOYEE.

                IF WS-WORKDEPT NOT = WS-LAST-DEPT
                   MOVE WS-WORKDEPT TO WS-LAST-DEPT
                   MOVE SPACES      TO WS-DEPT-PRINTED-SWITCH
                END-IF.

                ADD 1 TO WS-EMP-COUNT.

                MOVE ZERO TO WS-ONSITE-DAYS.
                COMPUTE WS-UNSPLIT-HOURS = WS-ACCHOURS - WS-SPLIT-HOURS.

                PERFORM 2500-RECONCILE-DAY
                THRU    2500-EXIT
                VARYING WS-DAY-SUB FROM 1 BY 1
                UNTIL   WS-DAY-SUB GREATER THAN 7.

                IF WS-UNSPLIT-HOURS GREATER THAN ZERO
                   ADD 1 TO WS-UNSPLIT-COUNT
                   MOVE WS-WEEKDATE      TO WS-RD-DATE
                   MOVE WS-UNSPLIT-HOURS TO WS-RD-HOURS
                   MOVE WS-ONSITE-DAYS   TO WS-RD-SWIPES
                   MOVE 'UNSPLIT HOURS - SWP = DAYS ON SITE'
                                         TO WS-RD-NOTE
                   PERFORM 2800-PRINT-DETAIL
                   THRU    2800-EXIT
                END-IF.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-RECONCILE-DAY - HOURS WITH NO SWIPE PASS ONLY WHEN THE
      * DAY IS MARKED REMOTE OR ON LEAVE. A SWIPE WITH NO HOURS IS
      * FLAGGED ONLY WHEN THE WHOLE WEEK WAS SPLIT BY DAY - UNSPLIT
      * HOURS MAY WELL BELONG TO THAT DAY.
      ******************************************************************
       2500-RECONCILE-DAY.

                MOVE WS-WEEK-DAY (WS-DAY-SUB) TO WS-DAY-DATE.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-SWIPES
                      FROM EMP_ATTENDANCE
                     WHERE EMPNO    = :WS-EMPNO
                       AND ATT_DATE = DATE(:WS-DAY-DATE)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-SWIPES GREATER THAN ZERO
                   ADD 1 TO WS-ONSITE-DAYS
                END-IF.

                EXEC SQL
                    SELECT HOURS,
                           REMOTE
                      INTO :WS-DAY-HOURS,
                           :WS-DAY-REMOTE
                      FROM TIMESHEET_DAY
                     WHERE EMPNO     = :WS-EMPNO
                       AND WORK_DATE = DATE(:WS-DAY-DATE)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE ZERO TO WS-DAY-HOURS
                         MOVE 'N'  TO WS-DAY-REMOTE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-DAY-DATE  TO WS-RD-DATE.
                MOVE WS-DAY-HOURS TO WS-RD-HOURS.
                MOVE WS-SWIPES    TO WS-RD-SWIPES.

                IF WS-DAY-HOURS GREATER THAN ZERO
                   AND WS-SWIPES = ZERO
                   IF WS-DAY-REMOTE = 'Y'
                      ADD 1 TO WS-REMOTE-COUNT
                      GO TO 2500-EXIT
                   END-IF
                   PERFORM 2600-CHECK-LEAVE
                   THRU    2600-EXIT
                   IF WS-ON-LEAVE
                      ADD 1 TO WS-LEAVE-COUNT
                      GO TO 2500-EXIT
                   END-IF
                   ADD 1 TO WS-NOPRES-COUNT
                   MOVE 'HOURS BOOKED - NOT ON SITE' TO WS-RD-NOTE
                   PERFORM 2800-PRINT-DETAIL
                   THRU    2800-EXIT
                   GO TO 2500-EXIT
                END-IF.

                IF WS-SWIPES GREATER THAN ZERO
                   AND WS-DAY-HOURS NOT GREATER THAN ZERO
                   AND WS-UNSPLIT-HOURS NOT GREATER THAN ZERO
                   ADD 1 TO WS-NOHOURS-COUNT
                   MOVE 'ON SITE - NO HOURS BOOKED'  TO WS-RD-NOTE
                   PERFORM 2800-PRINT-DETAIL
                   THRU    2800-EXIT
                END-IF.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-CHECK-LEAVE - ANY ABSENCE WHOSE WORKING DAYS FROM ITS
      * START THROUGH THE DAY FIT WITHIN ITS LDAYS COVERS THE DAY.
      ******************************************************************
       2600-CHECK-LEAVE.

                MOVE SPACES TO WS-LEAVE-SWITCH
                               END-OF-C2-SWITCH.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2650-FETCH-LEAVE
                THRU    2650-EXIT
                UNTIL END-OF-C2
                   OR WS-ON-LEAVE.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2650-FETCH-LEAVE
      ******************************************************************
       2650-FETCH-LEAVE.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-LV-STARTDATE,
                          :WS-LV-LDAYS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 2650-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                CALL 'COBWRKDY' USING WS-LV-STARTDATE,
                                      WS-DAY-DATE,
                                      WS-WRKDY-SUBID,
                                      WS-WRKDY-DAYS,
                                      WS-WRKDY-MSG.

                IF WS-WRKDY-MSG = SPACES
                   AND WS-WRKDY-DAYS NOT GREATER THAN WS-LV-LDAYS
                   MOVE 'Y' TO WS-LEAVE-SWITCH
                END-IF.

       2650-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-PRINT-DETAIL - THE DEPARTMENT LINE GOES OUT AHEAD OF ITS
      * FIRST FINDING, SO A CLEAN DEPARTMENT PRINTS NOTHING.
      ******************************************************************
       2800-PRINT-DETAIL.

                IF NOT WS-DEPT-PRINTED
                   MOVE WS-WORKDEPT TO WS-RD-DEPT
                   PRINT WS-RPT-DEPT
                   MOVE 'Y'         TO WS-DEPT-PRINTED-SWITCH
                END-IF.

                MOVE WS-EMPNO     TO WS-RD-EMPNO.
                MOVE WS-LASTNAME  TO WS-RD-LASTNAME.
                MOVE WS-SIGNOFF   TO WS-RD-SIGNOFF.
                PRINT WS-RPT-DETAIL.

       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 9000-DBERROR - GET ERROR MESSAGE
      ******************************************************************
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

                GOBACK.

       9000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 9999-ERROR-DISPLAY
      ******************************************************************
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
