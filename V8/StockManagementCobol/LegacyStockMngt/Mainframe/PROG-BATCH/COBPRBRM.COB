      *-----------------------------------------------------------------
      *     COBPRBRM - PROBATION REVIEW REMINDER BATCH JOB. FINDS EVERY
      *                OPEN EMP_PROBATION ROW ('P' ON PROBATION OR 'E'
      *                EXTENDED) WHOSE PROB_END FALLS WITHIN THE NEXT
      *                THIRTY DAYS AND POSTS A REVIEW REMINDER TO THE
      *                DEPARTMENT MANAGER'S MSG_IN_TRAY THROUGH THE
      *                SHARED COBMSGPT ROUTINE, SO THE CONFIRMATION IS
      *                ACTIONED ON COBPRBMN BEFORE THE DATE PASSES.
      *                AN EMPLOYEE WHO MANAGES THEIR OWN DEPARTMENT IS
      *                REVIEWED BY THE MANAGER OF THE ADMINISTERING
      *                DEPARTMENT (ADMRDEPT). RUN NIGHTLY FROM HRNIGHT
      *                - EACH PROBATION IS REMINDED ONCE: REMINDED_DATE
      *                IS STAMPED WHEN THE MESSAGE GOES, AND ONLY AN
      *                EXTENSION ON COBPRBMN CLEARS IT AGAIN. A
      *                PROBATION WITH NO MANAGER TO REMIND IS LISTED
      *                AND LEFT UNSTAMPED FOR THE NEXT NIGHT, AND THE
      *                STEP ENDS WITH A CONDITION CODE OF 4.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBPRBRM.
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
       01  WS-SQLCODE             PIC 9(9).
       01  WS-EMPNO               PIC X(6).
       01  WS-PROB-END            PIC X(10).
       01  WS-FIRSTNME            PIC X(12).
       01  WS-LASTNAME            PIC X(15).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-MGRNO               PIC X(6).
       01  WS-MSG-SOURCE          PIC X(8)  VALUE 'COBPRBRM'.
       01  WS-MSG-SUBJECT         PIC X(64).
       01  WS-MSG-TEXT            PIC X(100).
       01  WS-MSG-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-NOMGR-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBPRBRM'.
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

                EXEC SQL INCLUDE EMPPROB
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - OPEN PROBATIONS ENDING WITHIN THE
      * NEXT THIRTY DAYS (OR ALREADY PAST) NOT YET REMINDED, FOR
      * EMPLOYEES STILL ON THE BOOKS, WITH THE REVIEWING MANAGER.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      P.EMPNO,
                      CHAR(P.PROB_END, ISO),
                      E.FIRSTNME,
                      E.LASTNAME,
                      COALESCE(E.WORKDEPT, ' '),
                      COALESCE(CASE WHEN D.MGRNO = P.EMPNO
                                    THEN (SELECT A.MGRNO
                                            FROM DEPT A
                                           WHERE A.DEPTNO =
                                                 D.ADMRDEPT)
                                    ELSE D.MGRNO
                               END, ' ')
                    FROM EMP_PROBATION P
                    JOIN EMP E
                      ON E.EMPNO = P.EMPNO
                    LEFT OUTER JOIN DEPT D
                      ON D.DEPTNO = E.WORKDEPT
                    WHERE P.PSTATUS IN ('P', 'E')
                      AND P.REMINDED_DATE IS NULL
                      AND P.PROB_END <= CURRENT DATE + 30 DAYS
                      AND NOT EXISTS
                          (SELECT 1
                             FROM EMP_TERMINATION T
                            WHERE T.EMPNO = P.EMPNO)
                    ORDER BY P.EMPNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                DISPLAY 'PROBATION REMINDERS POSTED = ' WS-MSG-COUNT.
                DISPLAY 'NO MANAGER TO REMIND       = ' WS-NOMGR-COUNT.

                IF WS-NOMGR-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                STOP RUN.
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
                    INTO  :WS-EMPNO,
                          :WS-PROB-END,
                          :WS-FIRSTNME,
                          :WS-LASTNAME,
                          :WS-WORKDEPT,
                          :WS-MGRNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-POST-REMINDER
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
      * 2400-POST-REMINDER - THE MANAGER GETS ONE MESSAGE PER
      * PROBATION, AND REMINDED_DATE IS STAMPED SO LATER NIGHTS IN
      * THE WINDOW SKIP IT. NO MANAGER (OR ONLY THE EMPLOYEE THEMSELF)
      * LEAVES THE ROW UNSTAMPED AND COUNTS TOWARDS THE CC 4.
      ******************************************************************
       2400-POST-REMINDER.

                IF WS-MGRNO = SPACES
                   OR WS-MGRNO = WS-EMPNO
                   DISPLAY 'NO MANAGER TO REMIND FOR ' WS-EMPNO
                           ' DEPT ' WS-WORKDEPT
                           ' PROBATION ENDS ' WS-PROB-END
                   ADD 1 TO WS-NOMGR-COUNT
                   GO TO 2400-EXIT
                END-IF.

                MOVE SPACES TO WS-MSG-SUBJECT
                               WS-MSG-TEXT.
                STRING 'PROBATION REVIEW DUE - ' DELIMITED BY SIZE
                       WS-EMPNO                  DELIMITED BY SIZE
                       ' ENDS '                  DELIMITED BY SIZE
                       WS-PROB-END               DELIMITED BY SIZE
                  INTO WS-MSG-SUBJECT.
                STRING WS-FIRSTNME               DELIMITED BY SPACE
                       ' '                       DELIMITED BY SIZE
                       WS-LASTNAME               DELIMITED BY SPACE
                       ' COMPLETES PROBATION ON ' DELIMITED BY SIZE
                       WS-PROB-END               DELIMITED BY SIZE
                       ' - CONFIRM, EXTEND OR FAIL IT.'
                                                 DELIMITED BY SIZE
                  INTO WS-MSG-TEXT.

                CALL 'COBMSGPT' USING WS-MGRNO, WS-MSG-SOURCE,
                     WS-MSG-SUBJECT, WS-MSG-TEXT.

                EXEC SQL
                    UPDATE EMP_PROBATION
                       SET REMINDED_DATE = CURRENT DATE
                     WHERE EMPNO = :WS-EMPNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1 TO WS-MSG-COUNT.

       2400-EXIT.
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
