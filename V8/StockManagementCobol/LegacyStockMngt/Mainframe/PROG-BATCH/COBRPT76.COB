      *-----------------------------------------------------------------
      *     COBRPT76 - SICK-ABSENCE PATTERN (BRADFORD FACTOR) REPORT.
      *                READS THE WATCH AND TRIGGER SCORES AND THE SICK
      *                LEAVE TYPES OFF SYSIN AND, OVER THE ROLLING 52
      *                WEEKS TO TODAY, GROUPS EACH ACTIVE EMPLOYEE'S
      *                SICK LEAVE_DETAIL ROWS INTO SPELLS - TWO
      *                ABSENCES WITH NO WORKING DAY BETWEEN THEM, AS
      *                COBWRKDY COUNTS WORKING DAYS AGAINST THE
      *                HOLIDAY CALENDAR, ARE ONE SPELL. LISTS BY
      *                WORKDEPT THE SPELL COUNT, TOTAL DAYS AND
      *                BRADFORD SCORE (SPELLS SQUARED TIMES DAYS) OF
      *                EVERYONE WITH SICK ABSENCE, MARKS THOSE AT THE
      *                WATCH SCORE, AND FOR EVERYONE AT THE TRIGGER
      *                SCORE POSTS A RETURN-TO-WORK REVIEW NOTICE
      *                THROUGH COBMSGPT TO THE DEPARTMENT MANAGER
      *                (DEPT.MGRNO) - OR, WHEN THE EMPLOYEE IS THAT
      *                MANAGER, TO THE MANAGER OF THE ADMINISTERING
      *                DEPARTMENT. A ZERO SCORE ON EITHER CARD TURNS
      *                THAT LEVEL OFF.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT76.
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
       77  FIRST-FETCH-SWITCH     PIC X          VALUE  'Y'.
               88  FIRST-FETCH                   VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-WATCH-IN            PIC 9(5).
       01  WS-TRIGGER-IN          PIC 9(5).
       01  WS-WATCH-SCORE         PIC S9(9) USAGE COMP.
       01  WS-TRIGGER-SCORE       PIC S9(9) USAGE COMP.
       01  WS-SICK-TYPES.
           05 WS-SICK-TYPE-1      PIC X(2).
           05 WS-SICK-TYPE-2      PIC X(2).
           05 WS-SICK-TYPE-3      PIC X(2).
           05 WS-SICK-TYPE-4      PIC X(2).
           05 WS-SICK-TYPE-5      PIC X(2).
       01  WS-TODAY               PIC X(10).
       01  WS-WINDOW-START        PIC X(10).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-MGRNO               PIC X(6).
       01  WS-MGRNO-IND           PIC S9(4) USAGE COMP.
       01  WS-SUBID               PIC X(4).
       01  WS-EMPNO               PIC X(6).
       01  WS-STARTDATE           PIC X(10).
       01  WS-DAY-BEFORE          PIC X(10).
       01  WS-LDAYS               PIC S9(4) USAGE COMP.
       01  WS-PRIOR-DEPT          PIC X(3)  VALUE SPACES.
       01  WS-PRIOR-MGRNO         PIC X(6)  VALUE SPACES.
       01  WS-PRIOR-SUBID         PIC X(4)  VALUE SPACES.
       01  WS-PRIOR-EMPNO         PIC X(6)  VALUE SPACES.
       01  WS-LAST-START          PIC X(10).
       01  WS-LAST-LDAYS          PIC S9(4) USAGE COMP.
       01  WS-SPELLS              PIC S9(4) USAGE COMP.
       01  WS-SICK-DAYS           PIC S9(4) USAGE COMP.
       01  WS-BRADFORD            PIC S9(9) USAGE COMP.
       01  WS-NOTIFY-EMPNO        PIC X(6).
       01  WS-NOTIFY-IND          PIC S9(4) USAGE COMP.
       01  WS-DEPT-LISTED         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-DEPT-REVIEWS        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-LISTED-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-WATCH-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-REVIEW-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-NOTICE-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR THE COBWRKDY CALL
      ******************************************************************
       01  WS-WRKDY-DAYS          PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-WRKDY-MSG           PIC X(30).

      ******************************************************************
      * VARIABLES FOR INBOX NOTIFICATION (COBMSGPT)
      ******************************************************************
       01  WS-MSG-SOURCE          PIC X(8)  VALUE 'COBRPT76'.
       01  WS-MSG-SUBJECT         PIC X(64).
       01  WS-MSG-TEXT            PIC X(100).
       01  WS-MSG-SCORE           PIC ZZZZZZZZ9.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(36)
                VALUE 'SICK-ABSENCE PATTERN - 52 WEEKS TO'.
           10 WS-HDR-TODAY        PIC X(10).
           10 FILLER              PIC X(8)   VALUE ' WATCH:'.
           10 WS-HDR-WATCH        PIC ZZZZ9.
           10 FILLER              PIC X(10)  VALUE ' TRIGGER:'.
           10 WS-HDR-TRIGGER      PIC ZZZZ9.
           10 FILLER              PIC X(38).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'DEPT'.
           10 FILLER              PIC X(9)   VALUE 'EMPNO'.
           10 FILLER              PIC X(8)   VALUE 'SPELLS'.
           10 FILLER              PIC X(8)   VALUE 'DAYS'.
           10 FILLER              PIC X(13)  VALUE 'BRADFORD'.
           10 FILLER              PIC X(9)   VALUE 'LEVEL'.
           10 FILLER              PIC X(16)  VALUE 'NOTICE TO'.
           10 FILLER              PIC X(61).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-WORKDEPT     PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-RPT-EMPNO        PIC X(6).
           10 FILLER              PIC X(3).
           10 WS-RPT-SPELLS       PIC ZZZ9.
           10 FILLER              PIC X(4).
           10 WS-RPT-DAYS         PIC ZZZ9.
           10 FILLER              PIC X(4).
           10 WS-RPT-BRADFORD     PIC Z,ZZZ,ZZ9.
           10 FILLER              PIC X(4).
           10 WS-RPT-LEVEL        PIC X(6).
           10 FILLER              PIC X(3).
           10 WS-RPT-NOTIFY       PIC X(6).
           10 FILLER              PIC X(71).

       01  WS-DEPT-TOTAL.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE 'DEPT'.
           10 WS-DT-WORKDEPT      PIC X(3).
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(24)
                VALUE 'STAFF WITH SICK SPELLS'.
           10 WS-DT-LISTED        PIC ZZZ9.
           10 FILLER              PIC X(3).
           10 FILLER              PIC X(8)   VALUE 'REVIEWS'.
           10 WS-DT-REVIEWS       PIC ZZZ9.
           10 FILLER              PIC X(77).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT76'.
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

                EXEC SQL INCLUDE DEPT
                END-EXEC.

                EXEC SQL INCLUDE LEAVDET
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - EVERY ACTIVE EMPLOYEE'S SICK
      * ABSENCES STARTING IN THE WINDOW, WITH THE DEPARTMENT MANAGER
      * AND SUBSIDIARY ALONGSIDE, IN START-DATE ORDER FOR THE SPELL
      * GROUPING. THE DAY BEFORE EACH START CLOSES THE GAP THAT IS
      * MEASURED BACK TO THE PREVIOUS ABSENCE.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      E.WORKDEPT,
                      D.MGRNO,
                      COALESCE(D.SUBID, ' '),
                      L.EMPNO,
                      CHAR(L.LSTARTDATE, ISO),
                      CHAR(L.LSTARTDATE - 1 DAY, ISO),
                      L.LDAYS
                    FROM LEAVE_DETAIL L
                    INNER JOIN EMP E
                      ON E.EMPNO = L.EMPNO
                    LEFT OUTER JOIN DEPT D
                      ON D.DEPTNO = E.WORKDEPT
                    WHERE L.LTYPE IN (:WS-SICK-TYPE-1, :WS-SICK-TYPE-2,
                                      :WS-SICK-TYPE-3, :WS-SICK-TYPE-4,
                                      :WS-SICK-TYPE-5)
                      AND L.LSTARTDATE >= DATE(:WS-WINDOW-START)
                      AND L.LSTARTDATE <= DATE(:WS-TODAY)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM EMP_TERMINATION T
                            WHERE T.EMPNO = E.EMPNO)
                    ORDER BY E.WORKDEPT, L.EMPNO, L.LSTARTDATE
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-WATCH-IN.
                ACCEPT WS-TRIGGER-IN.
                ACCEPT WS-SICK-TYPES.

                MOVE WS-WATCH-IN   TO WS-WATCH-SCORE.
                MOVE WS-TRIGGER-IN TO WS-TRIGGER-SCORE.

                IF WS-SICK-TYPES = SPACES
                   MOVE 'SL' TO WS-SICK-TYPE-1
                END-IF.

                PERFORM 1500-GET-WINDOW
                THRU    1500-EXIT.

                DISPLAY 'SICK-ABSENCE PATTERN FROM ' WS-WINDOW-START
                        ' TO ' WS-TODAY.
                DISPLAY 'SICK TYPES ' WS-SICK-TYPES
                        ' WATCH ' WS-WATCH-IN
                        ' TRIGGER ' WS-TRIGGER-IN.

                MOVE WS-TODAY      TO WS-HDR-TODAY.
                MOVE WS-WATCH-IN   TO WS-HDR-WATCH.
                MOVE WS-TRIGGER-IN TO WS-HDR-TRIGGER.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

      *         SCORE THE LAST EMPLOYEE AND CLOSE THE LAST DEPARTMENT
                IF NOT FIRST-FETCH
                   PERFORM 2600-SCORE-EMPLOYEE
                   THRU    2600-EXIT
                   PERFORM 2700-DEPT-TOTAL
                   THRU    2700-EXIT
                END-IF.

                MOVE 'STAFF WITH SICK SPELLS'   TO WS-CNT-LABEL.
                MOVE WS-LISTED-COUNT            TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'AT OR OVER THE WATCH SCORE' TO WS-CNT-LABEL.
                MOVE WS-WATCH-COUNT             TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'AT OR OVER THE TRIGGER SCORE' TO WS-CNT-LABEL.
                MOVE WS-REVIEW-COUNT            TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'REVIEW NOTICES POSTED'    TO WS-CNT-LABEL.
                MOVE WS-NOTICE-COUNT            TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                DISPLAY 'STAFF LISTED    = ' WS-LISTED-COUNT.
                DISPLAY 'NOTICES POSTED  = ' WS-NOTICE-COUNT.

                GOBACK.
      /
      ******************************************************************
      * 1500-GET-WINDOW - 52 WEEKS BACK TO TODAY, INCLUSIVE.
      ******************************************************************
       1500-GET-WINDOW.

                EXEC SQL
                    SELECT CHAR(CURRENT DATE, ISO),
                           CHAR(CURRENT DATE - 363 DAYS, ISO)
                      INTO :WS-TODAY,
                           :WS-WINDOW-START
                      FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       1500-EXIT.
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
                          :WS-MGRNO :WS-MGRNO-IND,
                          :WS-SUBID,
                          :WS-EMPNO,
                          :WS-STARTDATE,
                          :WS-DAY-BEFORE,
                          :WS-LDAYS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-PROCESS-ABSENCE
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
      * 2400-PROCESS-ABSENCE - ON AN EMPLOYEE BREAK SCORE THE PRIOR
      * EMPLOYEE, AND ON A DEPARTMENT BREAK CLOSE THE PRIOR
      * DEPARTMENT; OTHERWISE THE ABSENCE EITHER RUNS ON FROM THE
      * PREVIOUS ONE OR OPENS A NEW SPELL.
      ******************************************************************
       2400-PROCESS-ABSENCE.

                IF WS-MGRNO-IND LESS THAN ZERO
                   MOVE SPACES TO WS-MGRNO
                END-IF.

                IF NOT FIRST-FETCH
                   AND WS-EMPNO = WS-PRIOR-EMPNO
                   PERFORM 2500-EXTEND-SPELLS
                   THRU    2500-EXIT
                   GO TO 2400-EXIT
                END-IF.

                IF NOT FIRST-FETCH
                   PERFORM 2600-SCORE-EMPLOYEE
                   THRU    2600-EXIT
                   IF WS-WORKDEPT NOT = WS-PRIOR-DEPT
                      PERFORM 2700-DEPT-TOTAL
                      THRU    2700-EXIT
                   END-IF
                END-IF.

                MOVE SPACES        TO FIRST-FETCH-SWITCH.
                MOVE WS-WORKDEPT   TO WS-PRIOR-DEPT.
                MOVE WS-MGRNO      TO WS-PRIOR-MGRNO.
                MOVE WS-SUBID      TO WS-PRIOR-SUBID.
                MOVE WS-EMPNO      TO WS-PRIOR-EMPNO.
                MOVE WS-STARTDATE  TO WS-LAST-START.
                MOVE WS-LDAYS      TO WS-LAST-LDAYS.
                MOVE 1             TO WS-SPELLS.
                MOVE WS-LDAYS      TO WS-SICK-DAYS.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-EXTEND-SPELLS - COUNT THE WORKING DAYS FROM THE START OF
      * THE PREVIOUS ABSENCE TO THE DAY BEFORE THIS ONE. NO MORE THAN
      * THE PREVIOUS ABSENCE'S OWN LDAYS MEANS NO WORKING DAY WAS
      * WORKED IN BETWEEN - A WEEKEND OR HOLIDAY DOES NOT BREAK A
      * SPELL - SO THIS ABSENCE CONTINUES IT. A SAME-DAY START COMES
      * BACK FROM COBWRKDY AS END BEFORE START AND IS LIKEWISE THE
      * SAME SPELL.
      ******************************************************************
       2500-EXTEND-SPELLS.

                CALL 'COBWRKDY' USING WS-LAST-START,
                                      WS-DAY-BEFORE,
                                      WS-PRIOR-SUBID,
                                      WS-WRKDY-DAYS,
                                      WS-WRKDY-MSG.

                IF WS-WRKDY-MSG = SPACES
                   AND WS-WRKDY-DAYS GREATER THAN WS-LAST-LDAYS
                   ADD 1 TO WS-SPELLS
                END-IF.

                ADD WS-LDAYS      TO WS-SICK-DAYS.
                MOVE WS-STARTDATE TO WS-LAST-START.
                MOVE WS-LDAYS     TO WS-LAST-LDAYS.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-SCORE-EMPLOYEE - BRADFORD SCORE IS SPELLS SQUARED TIMES
      * TOTAL DAYS, SO FREQUENT SHORT ABSENCES WEIGH FAR MORE THAN
      * ONE LONG ONE.
      ******************************************************************
       2600-SCORE-EMPLOYEE.

                COMPUTE WS-BRADFORD =
                        WS-SPELLS * WS-SPELLS * WS-SICK-DAYS.

                MOVE SPACES          TO WS-RPT-DETAIL.
                MOVE WS-PRIOR-DEPT   TO WS-RPT-WORKDEPT.
                MOVE WS-PRIOR-EMPNO  TO WS-RPT-EMPNO.
                MOVE WS-SPELLS       TO WS-RPT-SPELLS.
                MOVE WS-SICK-DAYS    TO WS-RPT-DAYS.
                MOVE WS-BRADFORD     TO WS-RPT-BRADFORD.

                ADD 1 TO WS-LISTED-COUNT
                         WS-DEPT-LISTED.

                IF WS-TRIGGER-SCORE GREATER THAN ZERO
                   AND WS-BRADFORD NOT LESS THAN WS-TRIGGER-SCORE
                   MOVE 'REVIEW' TO WS-RPT-LEVEL
                   ADD 1 TO WS-REVIEW-COUNT
                            WS-DEPT-REVIEWS
                   PERFORM 2650-POST-REVIEW
                   THRU    2650-EXIT
                ELSE
                   IF WS-WATCH-SCORE GREATER THAN ZERO
                      AND WS-BRADFORD NOT LESS THAN WS-WATCH-SCORE
                      MOVE 'WATCH'  TO WS-RPT-LEVEL
                      ADD 1 TO WS-WATCH-COUNT
                   END-IF
                END-IF.

                PRINT WS-RPT-DETAIL.

       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2650-POST-REVIEW - THE NOTICE GOES TO THE DEPARTMENT MANAGER;
      * A MANAGER'S OWN PATTERN GOES ONE LEVEL UP, TO THE MANAGER OF
      * THE ADMINISTERING DEPARTMENT.
      ******************************************************************
       2650-POST-REVIEW.

                MOVE WS-PRIOR-MGRNO TO WS-NOTIFY-EMPNO.

                IF WS-NOTIFY-EMPNO = WS-PRIOR-EMPNO
                   PERFORM 2660-GET-ADMIN-MGR
                   THRU    2660-EXIT
                END-IF.

                IF WS-NOTIFY-EMPNO = SPACES
                   OR WS-NOTIFY-EMPNO = WS-PRIOR-EMPNO
                   DISPLAY 'NO MANAGER TO NOTIFY FOR ' WS-PRIOR-EMPNO
                           ' DEPT ' WS-PRIOR-DEPT
                   GO TO 2650-EXIT
                END-IF.

                MOVE WS-BRADFORD TO WS-MSG-SCORE.
                MOVE SPACES      TO WS-MSG-SUBJECT
                                    WS-MSG-TEXT.
                STRING 'RETURN-TO-WORK REVIEW DUE FOR '
                                       DELIMITED BY SIZE
                       WS-PRIOR-EMPNO  DELIMITED BY SIZE
                  INTO WS-MSG-SUBJECT.
                STRING 'SICK ABSENCE OVER THE LAST 52 WEEKS - '
                                       DELIMITED BY SIZE
                       'SPELLS '       DELIMITED BY SIZE
                       WS-RPT-SPELLS   DELIMITED BY SIZE
                       ' DAYS '        DELIMITED BY SIZE
                       WS-RPT-DAYS     DELIMITED BY SIZE
                       ' BRADFORD SCORE '
                                       DELIMITED BY SIZE
                       WS-MSG-SCORE    DELIMITED BY SIZE
                  INTO WS-MSG-TEXT.

                CALL 'COBMSGPT' USING WS-NOTIFY-EMPNO, WS-MSG-SOURCE,
                     WS-MSG-SUBJECT, WS-MSG-TEXT.

                MOVE WS-NOTIFY-EMPNO TO WS-RPT-NOTIFY.
                ADD 1 TO WS-NOTICE-COUNT.

       2650-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2660-GET-ADMIN-MGR
      ******************************************************************
       2660-GET-ADMIN-MGR.

                EXEC SQL
                    SELECT A.MGRNO
                      INTO :WS-NOTIFY-EMPNO :WS-NOTIFY-IND
                      FROM DEPT D
                      INNER JOIN DEPT A
                        ON A.DEPTNO = D.ADMRDEPT
                     WHERE D.DEPTNO = :WS-PRIOR-DEPT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-NOTIFY-IND LESS THAN ZERO
                            MOVE SPACES TO WS-NOTIFY-EMPNO
                         END-IF
                    WHEN +100
                         MOVE SPACES TO WS-NOTIFY-EMPNO
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2660-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-DEPT-TOTAL
      ******************************************************************
       2700-DEPT-TOTAL.

                MOVE WS-PRIOR-DEPT   TO WS-DT-WORKDEPT.
                MOVE WS-DEPT-LISTED  TO WS-DT-LISTED.
                MOVE WS-DEPT-REVIEWS TO WS-DT-REVIEWS.
                PRINT WS-DEPT-TOTAL.

                MOVE ZERO TO WS-DEPT-LISTED
                             WS-DEPT-REVIEWS.

       2700-EXIT.
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
