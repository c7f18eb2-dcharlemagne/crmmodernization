      *                STAFFING FLOOR, AND THE HEADER CARRIES THE
      *                MONTH'S WORKING DAYS AS COBWRKDY COMPUTES THEM
      *                - SO WHO IS OUT NEXT WEEK FINALLY COMES OFF A
      *                RUN INSTEAD OF WALKING PAPER. EACH DEPARTMENT'S
      *                FLOOR IS ITS STAFF_FLOOR ROW (ELSE THE COMPANY
      *                ROW), THE SAME FLOOR COBLVFLR HOLDS ONLINE LEAVE
      *                REQUESTS TO; THE SYSIN FLOOR ONLY APPLIES WHEN
      *                NEITHER IS ON FILE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  TAKE EACH DEPARTMENT'S STAFFING FLOOR
      *                     FROM STAFF_FLOOR (DEPARTMENT ROW, THEN
      *                     THE COMPANY ROW) SO THE COVER LINE AND THE
      *                     ONLINE LEAVE CHECK IN COBLVFLR AGREE. THE
      *                     SYSIN FLOOR IS NOW THE FALLBACK, AND THE
      *                     FLOOR USED IS PRINTED ON THE DEPARTMENT
      *                     HEADER.
      *    2026-09-02  RJM  MARK AN ABSENCE ACROSS WORKING DAYS
      *                     INSTEAD OF CONSECUTIVE CALENDAR DAYS -
      *                     THE MONTH'S WORKING-DAY SHAPE IS BUILT
       01  WS-DATE-TO             PIC X(10).
       01  WS-DEPT-HEADCOUNT      PIC S9(4) USAGE COMP.
       01  WS-PRESENT             PIC S9(4) USAGE COMP.
       01  WS-DEPT-FLOOR          PIC S9(4) USAGE COMP.

       01  WS-EMP-GRID.
           05  WS-EMP-DAY         OCCURS 31 TIMES PIC X(1).
           10 WS-DH-HEADCOUNT     PIC ZZZ9.
           10 FILLER              PIC X(15)  VALUE '  WORKING DAYS'.
           10 WS-DH-WORKDAYS      PIC ZZZ9.
           10 FILLER              PIC X(8)   VALUE '  FLOOR'.
           10 WS-DH-FLOOR         PIC ZZZ9.
           10 FILLER              PIC X(74).

       01  WS-CAL-RULER.
           10 FILLER              PIC X(10)  VALUE SPACES.
                EXEC SQL INCLUDE LEAVDET
                END-EXEC.

                EXEC SQL INCLUDE STFFLOOR
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - THE MONTH'S ACCEPTED ABSENCES
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2520-GET-DEPT-FLOOR
                THRU    2520-EXIT.

                MOVE WS-WORKDEPT      TO WS-DH-DEPT.
                MOVE WS-DEPT-FLOOR    TO WS-DH-FLOOR.
                MOVE WS-DEPT-HEADCOUNT
                                      TO WS-DH-HEADCOUNT.
                MOVE WS-MONTH-WORKDAYS
       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2520-GET-DEPT-FLOOR - THE DEPARTMENT'S STAFF_FLOOR ROW, ELSE
      * THE COMPANY ROW (BLANK WORKDEPT), ELSE THE SYSIN FLOOR.
      ******************************************************************
       2520-GET-DEPT-FLOOR.

                MOVE WS-FLOOR    TO WS-DEPT-FLOOR.
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

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE SF-MIN-PRESENT TO WS-DEPT-FLOOR
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2520-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2550-CLEAR-DEPT-DAY
                        WS-DEPT-HEADCOUNT
                        - WS-DEPT-ABS-DAY (WS-DAY-SUB).

                IF WS-PRESENT LESS THAN WS-DEPT-FLOOR
                   MOVE '*' TO WS-FLAG-DAY (WS-DAY-SUB)
                END-IF.

