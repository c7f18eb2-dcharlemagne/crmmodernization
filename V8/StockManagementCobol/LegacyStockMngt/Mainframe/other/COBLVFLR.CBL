      *-----------------------------------------------------------------
      *    COBLVFLR - SHARED STAFFING-FLOOR CHECK FOR A LEAVE REQUEST.
      *               CALLED BY THE LEAVE SCREENS (COBLVRMN ON
      *               SUBMISSION, COBLVAMN BEFORE APPROVAL). GIVEN THE
      *               EMPNO, THE ISO START DATE AND THE NUMBER OF
      *               WORKING DAYS ASKED FOR, IT LAYS THE REQUEST ON
      *               THE MONTH'S WORKING-DAY GRID EXACTLY AS COBLVCAL
      *               DRAWS ITS ABSENCE CALENDAR - COBWRKDY'S
      *               CALENDAR FOR THE DEPARTMENT'S SUBID, THE
      *               DEPARTMENT'S EMP HEADCOUNT, AND EVERY OTHER
      *               EMPLOYEE'S LEAVE_DETAIL ABSENCE IN THE MONTH -
      *               AND HANDS BACK LVFLR-RESULT -
      *                 'Y' THE NUMBER PRESENT NEVER DROPS BELOW THE
      *                     FLOOR, OR NO FLOOR IS ON STAFF_FLOOR FOR
      *                     THE DEPARTMENT OR THE COMPANY;
      *                 'F' ON LVFLR-SHORT-DATE (THE FIRST SUCH DAY)
      *                     ONLY LVFLR-PRESENT WOULD BE IN AGAINST A
      *                     FLOOR OF LVFLR-FLOOR;
      *                 'X' THE CHECK COULD NOT BE MADE (NO SUCH
      *                     EMPLOYEE, A BAD DATE OR A DATABASE ERROR).
      *               LIKE COBDLGCK, A FAILURE INSIDE THIS ROUTINE
      *               NEVER ABENDS THE CALLER - IT JUST COMES BACK 'X'
      *               AND THE CALLER DECIDES.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBLVFLR.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCT  2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77  END-OF-C1-SWITCH         PIC X          VALUE  SPACES.
               88  END-OF-C1                       VALUE  'Y'.
       01  WS-EMPNO                 PIC X(6).
       01  WS-WORKDEPT              PIC X(3).
       01  WS-SUBID                 PIC X(4).
       01  WS-CAL-MONTH             PIC X(6).
       01  WS-REQ-START             PIC X(10).
       01  WS-REQ-DAYS              PIC S9(4) USAGE COMP.
       01  WS-FLOOR                 PIC S9(4) USAGE COMP.
       01  WS-DEPT-HEADCOUNT        PIC S9(4) USAGE COMP.
       01  WS-PRESENT               PIC S9(4) USAGE COMP.
       01  WS-ABS-EMPNO             PIC X(6).
       01  WS-ABS-START             PIC X(10).
       01  WS-ABS-LDAYS             PIC S9(4) USAGE COMP.
       01  WS-PRIOR-EMPNO           PIC X(6)  VALUE SPACES.
       01  WS-START-DD              PIC 9(2).
       01  WS-DAY-SUB               PIC S9(4) USAGE COMP.
       01  WS-DAYS-LEFT             PIC S9(4) USAGE COMP.
       01  WS-MONTH-DAYS            PIC S9(4) USAGE COMP VALUE +31.
       01  WS-DAY-DATE              PIC X(10).
       01  WS-DAY-DD                PIC 9(2).
       01  WS-DATE-FROM             PIC X(10).
       01  WS-DATE-TO               PIC X(10).
       01  WS-RESULT                PIC X(1).
       01  WS-STEP-OK-SWITCH        PIC X(1).
               88  WS-STEP-OK                    VALUE 'Y'.
       01  WS-SHORT-DATE            PIC X(10).
       01  WS-SHORT-PRESENT         PIC S9(4) USAGE COMP.

       01  WS-EMP-GRID.
           05  WS-EMP-DAY           OCCURS 31 TIMES PIC X(1).
       01  WS-DEPT-ABSENT.
           05  WS-DEPT-ABS-DAY      OCCURS 31 TIMES
                                    PIC S9(4) USAGE COMP.
       01  WS-WORKDAY-GRID.
           05  WS-WORKDAY-FLAG      OCCURS 31 TIMES PIC X(1).

      *-----------------------------------------------------------------
      * VARIABLES FOR THE COBWRKDY CALL
      *-----------------------------------------------------------------
       01  WS-WRKDY-DAYS            PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-WRKDY-MSG             PIC X(30).

      *-----------------------------------------------------------------
      * SQLCA AND DCLGENS FOR TABLES
      *-----------------------------------------------------------------
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE STFFLOOR
           END-EXEC.

           EXEC SQL
               INCLUDE LEAVDET
           END-EXEC.

      *-----------------------------------------------------------------
      * THE MONTH'S ABSENCES FOR EVERYBODY ELSE IN THE DEPARTMENT,
      * BY EMPLOYEE SO AN EMPLOYEE WITH OVERLAPPING ROWS IS ONLY
      * COUNTED ABSENT ONCE A DAY - THE SAME RULE AS COBLVCAL.
      *-----------------------------------------------------------------
           EXEC SQL DECLARE C1 CURSOR FOR
               SELECT L.EMPNO,
                      CHAR(L.LSTARTDATE, ISO),
                      L.LDAYS
                 FROM LEAVE_DETAIL L
                INNER JOIN EMP E
                   ON E.EMPNO = L.EMPNO
                WHERE E.WORKDEPT  =  :WS-WORKDEPT
                  AND L.LYEARMONTH = :WS-CAL-MONTH
                  AND L.EMPNO     <> :WS-EMPNO
                ORDER BY L.EMPNO, L.LSTARTDATE
           END-EXEC.

      /
       LINKAGE SECTION.

       01  LVFLR-EMPNO              PIC X(6).
       01  LVFLR-START-DATE         PIC X(10).
       01  LVFLR-LDAYS              PIC S9(4) USAGE COMP.
       01  LVFLR-RESULT             PIC X(1).
       01  LVFLR-SHORT-DATE         PIC X(10).
       01  LVFLR-FLOOR              PIC S9(4) USAGE COMP.
       01  LVFLR-PRESENT            PIC S9(4) USAGE COMP.

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LVFLR-EMPNO,
                                LVFLR-START-DATE,
                                LVFLR-LDAYS,
                                LVFLR-RESULT,
                                LVFLR-SHORT-DATE,
                                LVFLR-FLOOR,
                                LVFLR-PRESENT.

       MAINLINE.

                MOVE LVFLR-EMPNO      TO WS-EMPNO.
                MOVE LVFLR-START-DATE TO WS-REQ-START.
                MOVE LVFLR-LDAYS      TO WS-REQ-DAYS.
                MOVE 'X'              TO WS-RESULT.
                MOVE SPACES           TO WS-SHORT-DATE.
                MOVE ZERO             TO WS-FLOOR
                                         WS-SHORT-PRESENT.

                PERFORM 1000-GET-DEPT-FLOOR THRU 1000-EXIT.

                IF NOT WS-STEP-OK
                   GO TO MAINLINE-RETURN
                END-IF.

                PERFORM 1600-GET-MONTH-SHAPE THRU 1600-EXIT.

                IF NOT WS-STEP-OK
                   GO TO MAINLINE-RETURN
                END-IF.

                PERFORM 2000-COUNT-ABSENT THRU 2000-EXIT.

                IF END-OF-C1
                   PERFORM 3000-CHECK-REQUEST THRU 3000-EXIT
                END-IF.

       MAINLINE-RETURN.

                MOVE WS-RESULT        TO LVFLR-RESULT.
                MOVE WS-SHORT-DATE    TO LVFLR-SHORT-DATE.
                MOVE WS-FLOOR         TO LVFLR-FLOOR.
                MOVE WS-SHORT-PRESENT TO LVFLR-PRESENT.

                GOBACK.

      *-----------------------------------------------------------------
      * 1000-GET-DEPT-FLOOR - THE EMPLOYEE'S DEPARTMENT AND CALENDAR,
      * THEN ITS FLOOR: THE DEPARTMENT'S OWN STAFF_FLOOR ROW, ELSE THE
      * COMPANY ROW (BLANK WORKDEPT). NEITHER ON FILE - NO FLOOR, 'Y'.
      *-----------------------------------------------------------------
       1000-GET-DEPT-FLOOR.

                MOVE SPACES TO WS-STEP-OK-SWITCH.

                EXEC SQL
                    SELECT COALESCE(E.WORKDEPT, ' '),
                           COALESCE(D.SUBID, ' ')
                      INTO :WS-WORKDEPT,
                           :WS-SUBID
                      FROM EMP E
                      LEFT OUTER JOIN DEPT D
                        ON D.DEPTNO = E.WORKDEPT
                     WHERE E.EMPNO = :WS-EMPNO
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         DISPLAY 'COBLVFLR - NO SUCH EMPLOYEE - '
                                 WS-EMPNO
                         GO TO 1000-EXIT
                    WHEN OTHER
                         DISPLAY 'COBLVFLR - EMPLOYEE LOOKUP FAILED - '
                                 'SQLCODE = ' SQLCODE
                         GO TO 1000-EXIT
                END-EVALUATE.

                MOVE WS-WORKDEPT TO SF-WORKDEPT.

                EXEC SQL
                    SELECT MIN_PRESENT
                      INTO :SF-MIN-PRESENT
                      FROM STAFF_FLOOR
                     WHERE WORKDEPT = :SF-WORKDEPT
                END-EXEC.

                IF SQLCODE = +100
                   MOVE SPACES TO SF-WORKDEPT
                   EXEC SQL
                       SELECT MIN_PRESENT
                         INTO :SF-MIN-PRESENT
                         FROM STAFF_FLOOR
                        WHERE WORKDEPT = :SF-WORKDEPT
                   END-EXEC
                END-IF.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE SF-MIN-PRESENT TO WS-FLOOR
                         MOVE 'Y' TO WS-STEP-OK-SWITCH
                    WHEN +100
                         MOVE 'Y' TO WS-RESULT
                    WHEN OTHER
                         DISPLAY 'COBLVFLR - FLOOR LOOKUP FAILED - '
                                 'SQLCODE = ' SQLCODE
                END-EVALUATE.

       1000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 1600-GET-MONTH-SHAPE - THE START DATE'S MONTH BOUNDS THE GRID;
      * ONE SINGLE-DAY COBWRKDY CALL PER CALENDAR DAY MARKS ITS
      * WORKING DAYS, AS COBLVCAL'S 1600 DOES.
      *-----------------------------------------------------------------
       1600-GET-MONTH-SHAPE.

                MOVE SPACES TO WS-STEP-OK-SWITCH.

                MOVE WS-REQ-START (1:4) TO WS-CAL-MONTH (1:4).
                MOVE WS-REQ-START (6:2) TO WS-CAL-MONTH (5:2).
                MOVE WS-REQ-START (1:8) TO WS-DATE-FROM (1:8).
                MOVE '01'               TO WS-DATE-FROM (9:2).

                EXEC SQL
                     SET :WS-DATE-TO =
                         CHAR(LAST_DAY(DATE(:WS-DATE-FROM)), ISO)
                END-EXEC.

                IF SQLCODE NOT = 0
                   DISPLAY 'COBLVFLR - BAD START DATE - '
                           WS-REQ-START
                   GO TO 1600-EXIT
                END-IF.

                MOVE 'Y' TO WS-STEP-OK-SWITCH.

                MOVE WS-DATE-TO (9:2) TO WS-START-DD.
                MOVE WS-START-DD      TO WS-MONTH-DAYS.

                PERFORM 1650-SHAPE-ONE-DAY
                THRU    1650-EXIT
                VARYING WS-DAY-SUB FROM 1 BY 1
                UNTIL   WS-DAY-SUB GREATER THAN 31.

       1600-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 1650-SHAPE-ONE-DAY - ALSO CLEARS THE DAY'S COUNTERS
      *-----------------------------------------------------------------
       1650-SHAPE-ONE-DAY.

                MOVE SPACE TO WS-WORKDAY-FLAG (WS-DAY-SUB)
                              WS-EMP-DAY (WS-DAY-SUB).
                MOVE ZERO  TO WS-DEPT-ABS-DAY (WS-DAY-SUB).

                IF WS-DAY-SUB GREATER THAN WS-MONTH-DAYS
                   GO TO 1650-EXIT
                END-IF.

                MOVE WS-DATE-FROM (1:8) TO WS-DAY-DATE (1:8).
                MOVE WS-DAY-SUB         TO WS-DAY-DD.
                MOVE WS-DAY-DD          TO WS-DAY-DATE (9:2).

                CALL 'COBWRKDY' USING WS-DAY-DATE,
                                      WS-DAY-DATE,
                                      WS-SUBID,
                                      WS-WRKDY-DAYS,
                                      WS-WRKDY-MSG.

                IF WS-WRKDY-MSG = SPACES
                   AND WS-WRKDY-DAYS GREATER THAN ZERO
                   MOVE 'Y' TO WS-WORKDAY-FLAG (WS-DAY-SUB)
                END-IF.

       1650-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 2000-COUNT-ABSENT - HEADCOUNT AS COBLVCAL COUNTS IT, THEN EACH
      * OTHER EMPLOYEE'S ABSENT WORKING DAYS. END-OF-C1 IS ONLY SET
      * WHEN THE WHOLE CURSOR WAS READ CLEANLY.
      *-----------------------------------------------------------------
       2000-COUNT-ABSENT.

                MOVE SPACES TO END-OF-C1-SWITCH
                               WS-PRIOR-EMPNO.
                MOVE ZERO   TO WS-DEPT-HEADCOUNT.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-DEPT-HEADCOUNT
                      FROM EMP
                     WHERE WORKDEPT = :WS-WORKDEPT
                END-EXEC.

                IF SQLCODE NOT = 0
                   DISPLAY 'COBLVFLR - HEADCOUNT FAILED - '
                           'SQLCODE = ' SQLCODE
                   GO TO 2000-EXIT
                END-IF.

                EXEC SQL
                    OPEN C1
                END-EXEC.

                IF SQLCODE NOT = 0
                   DISPLAY 'COBLVFLR - OPEN C1 FAILED - '
                           'SQLCODE = ' SQLCODE
                   GO TO 2000-EXIT
                END-IF.

                PERFORM 2100-FETCH-ABSENCE
                THRU    2100-EXIT
                UNTIL   END-OF-C1-SWITCH NOT = SPACES.

                EXEC SQL
                    CLOSE C1
                END-EXEC.

       2000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 2100-FETCH-ABSENCE - 'Y' AT THE END, 'E' ON AN ERROR
      *-----------------------------------------------------------------
       2100-FETCH-ABSENCE.

                EXEC SQL
                    FETCH C1
                     INTO :WS-ABS-EMPNO,
                          :WS-ABS-START,
                          :WS-ABS-LDAYS
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         GO TO 2100-EXIT
                    WHEN OTHER
                         DISPLAY 'COBLVFLR - FETCH C1 FAILED - '
                                 'SQLCODE = ' SQLCODE
                         MOVE 'E' TO END-OF-C1-SWITCH
                         GO TO 2100-EXIT
                END-EVALUATE.

                IF WS-ABS-EMPNO NOT = WS-PRIOR-EMPNO
                   PERFORM 2300-CLEAR-EMP-DAY
                   THRU    2300-EXIT
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL   WS-DAY-SUB GREATER THAN 31
                   MOVE WS-ABS-EMPNO TO WS-PRIOR-EMPNO
                END-IF.

                MOVE WS-ABS-START (9:2) TO WS-START-DD.
                MOVE WS-ABS-LDAYS       TO WS-DAYS-LEFT.

                PERFORM 2200-MARK-DAY
                THRU    2200-EXIT
                VARYING WS-DAY-SUB FROM WS-START-DD BY 1
                UNTIL   WS-DAY-SUB GREATER THAN WS-MONTH-DAYS
                   OR   WS-DAYS-LEFT NOT GREATER THAN ZERO.

       2100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 2200-MARK-DAY
      *-----------------------------------------------------------------
       2200-MARK-DAY.

                IF WS-WORKDAY-FLAG (WS-DAY-SUB) NOT = 'Y'
                   GO TO 2200-EXIT
                END-IF.

                IF WS-EMP-DAY (WS-DAY-SUB) NOT = 'X'
                   MOVE 'X' TO WS-EMP-DAY (WS-DAY-SUB)
                   ADD 1 TO WS-DEPT-ABS-DAY (WS-DAY-SUB)
                END-IF.

                SUBTRACT 1 FROM WS-DAYS-LEFT.

       2200-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 2300-CLEAR-EMP-DAY
      *-----------------------------------------------------------------
       2300-CLEAR-EMP-DAY.
                MOVE SPACE TO WS-EMP-DAY (WS-DAY-SUB).
       2300-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 3000-CHECK-REQUEST - WALK THE REQUESTED WORKING DAYS; WITH THE
      * EMPLOYEE OUT AS WELL, THE FIRST DAY BELOW THE FLOOR FAILS IT.
      *-----------------------------------------------------------------
       3000-CHECK-REQUEST.

                MOVE 'Y'                TO WS-RESULT.
                MOVE WS-REQ-START (9:2) TO WS-START-DD.
                MOVE WS-REQ-DAYS        TO WS-DAYS-LEFT.

                PERFORM 3100-CHECK-ONE-DAY
                THRU    3100-EXIT
                VARYING WS-DAY-SUB FROM WS-START-DD BY 1
                UNTIL   WS-DAY-SUB GREATER THAN WS-MONTH-DAYS
                   OR   WS-DAYS-LEFT NOT GREATER THAN ZERO
                   OR   WS-RESULT = 'F'.

       3000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 3100-CHECK-ONE-DAY
      *-----------------------------------------------------------------
       3100-CHECK-ONE-DAY.

                IF WS-WORKDAY-FLAG (WS-DAY-SUB) NOT = 'Y'
                   GO TO 3100-EXIT
                END-IF.

                SUBTRACT 1 FROM WS-DAYS-LEFT.

                COMPUTE WS-PRESENT =
                        WS-DEPT-HEADCOUNT
                        - WS-DEPT-ABS-DAY (WS-DAY-SUB)
                        - 1.

                IF WS-PRESENT LESS THAN WS-FLOOR
                   MOVE 'F'                TO WS-RESULT
                   MOVE WS-DATE-FROM (1:8) TO WS-SHORT-DATE (1:8)
                   MOVE WS-DAY-SUB         TO WS-DAY-DD
                   MOVE WS-DAY-DD          TO WS-SHORT-DATE (9:2)
                   MOVE WS-PRESENT         TO WS-SHORT-PRESENT
                END-IF.

       3100-EXIT.
                EXIT.
