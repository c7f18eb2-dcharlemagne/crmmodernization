      *-----------------------------------------------------------------
      *     COBRPT78 - OVERDUE PROBATION CONFIRMATIONS REPORT. LISTS
      *                EVERY EMP_PROBATION ROW STILL OPEN ('P' ON
      *                PROBATION OR 'E' EXTENDED) WHOSE PROB_END HAS
      *                ALREADY PASSED, FOR EMPLOYEES STILL ON THE
      *                BOOKS - WITH THE DEPARTMENT, THE REVIEWING
      *                MANAGER, HIRE AND END DATES, DAYS OVERDUE, THE
      *                NUMBER OF EXTENSIONS AND THE DATE COBPRBRM
      *                REMINDED THE MANAGER - SO HR CAN CHASE THE
      *                CONFIRMATIONS NOBODY ACTIONED ON COBPRBMN
      *                INSTEAD OF FINDING STAFF STILL ON PROBATION
      *                YEARS LATER. BY DEPARTMENT, MOST OVERDUE FIRST.
      *                ANY OVERDUE CONFIRMATION ENDS THE STEP WITH A
      *                CONDITION CODE OF 4.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT78.
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
       01  WS-LASTNAME            PIC X(15).
       01  WS-FIRSTNME            PIC X(12).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-MGRNO               PIC X(6).
       01  WS-HIREDATE            PIC X(10).
       01  WS-PROB-END            PIC X(10).
       01  WS-DAYS-OVERDUE        PIC S9(9) USAGE COMP.
       01  WS-PSTATUS             PIC X(1).
       01  WS-EXTEND-COUNT        PIC S9(4) USAGE COMP.
       01  WS-REMINDED-DATE       PIC X(10).
       01  WS-REMINDED-IND        PIC S9(4) USAGE COMP.
       01  WS-OVERDUE-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(40)
                VALUE 'OVERDUE PROBATION CONFIRMATIONS REPORT'.
           10 FILLER              PIC X(62).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)  VALUE 'EMPNO'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(28) VALUE 'NAME'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(3)  VALUE 'DPT'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)  VALUE 'MGRNO'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10) VALUE 'HIRED'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10) VALUE 'PROB END'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)  VALUE ' DAYS'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(1)  VALUE 'S'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(3)  VALUE 'EXT'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10) VALUE 'REMINDED'.
           10 FILLER              PIC X(30).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-LASTNAME     PIC X(15).
           10 FILLER              PIC X(1).
           10 WS-RPT-FIRSTNME     PIC X(12).
           10 FILLER              PIC X(2).
           10 WS-RPT-WORKDEPT     PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-RPT-MGRNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-HIREDATE     PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RPT-PROB-END     PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RPT-DAYS         PIC ZZZZ9.
           10 FILLER              PIC X(2).
           10 WS-RPT-PSTATUS      PIC X(1).
           10 FILLER              PIC X(2).
           10 WS-RPT-EXTEND       PIC ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RPT-REMINDED     PIC X(10).
           10 FILLER              PIC X(30).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(23)
                VALUE 'OVERDUE CONFIRMATIONS: '.
           10 WS-RPT-TOTAL-COUNT  PIC ZZZZZZZZ9.
           10 FILLER              PIC X(98).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT78'.
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
      * SQL CURSORS AND STATEMENTS - OPEN PROBATIONS PAST PROB_END FOR
      * EMPLOYEES STILL ON THE BOOKS. THE REVIEWING MANAGER IS THE
      * DEPARTMENT MANAGER, OR THE ADMINISTERING DEPARTMENT'S WHEN THE
      * EMPLOYEE MANAGES THEIR OWN DEPARTMENT - AS COBPRBRM REMINDS.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      P.EMPNO,
                      E.LASTNAME,
                      E.FIRSTNME,
                      COALESCE(E.WORKDEPT, ' '),
                      COALESCE(CASE WHEN D.MGRNO = P.EMPNO
                                    THEN (SELECT A.MGRNO
                                            FROM DEPT A
                                           WHERE A.DEPTNO =
                                                 D.ADMRDEPT)
                                    ELSE D.MGRNO
                               END, ' '),
                      CHAR(P.HIREDATE, ISO),
                      CHAR(P.PROB_END, ISO),
                      DAYS(CURRENT DATE) - DAYS(P.PROB_END),
                      P.PSTATUS,
                      P.EXTEND_COUNT,
                      CHAR(P.REMINDED_DATE, ISO)
                    FROM EMP_PROBATION P
                    JOIN EMP E
                      ON E.EMPNO = P.EMPNO
                    LEFT OUTER JOIN DEPT D
                      ON D.DEPTNO = E.WORKDEPT
                    WHERE P.PSTATUS IN ('P', 'E')
                      AND P.PROB_END < CURRENT DATE
                      AND NOT EXISTS
                          (SELECT 1
                             FROM EMP_TERMINATION T
                            WHERE T.EMPNO = P.EMPNO)
                    ORDER BY E.WORKDEPT, P.PROB_END, P.EMPNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

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

                MOVE WS-OVERDUE-COUNT TO WS-RPT-TOTAL-COUNT.
                PRINT WS-RPT-TOTAL.

                DISPLAY 'OVERDUE CONFIRMATIONS = ' WS-OVERDUE-COUNT.

                IF WS-OVERDUE-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 2200-FETCH-CURSOR
      ******************************************************************
       2200-FETCH-CURSOR.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-FIRSTNME,
                          :WS-WORKDEPT,
                          :WS-MGRNO,
                          :WS-HIREDATE,
                          :WS-PROB-END,
                          :WS-DAYS-OVERDUE,
                          :WS-PSTATUS,
                          :WS-EXTEND-COUNT,
                          :WS-REMINDED-DATE :WS-REMINDED-IND
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-PRINT-DETAIL
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
      * 2400-PRINT-DETAIL - A PROBATION NEVER REMINDED (NO MANAGER ON
      * THE DEPARTMENT) SHOWS 'NONE' IN THE REMINDED COLUMN.
      ******************************************************************
       2400-PRINT-DETAIL.

                IF WS-REMINDED-IND LESS THAN ZERO
                   MOVE 'NONE' TO WS-REMINDED-DATE
                END-IF.

                MOVE WS-EMPNO          TO WS-RPT-EMPNO.
                MOVE WS-LASTNAME       TO WS-RPT-LASTNAME.
                MOVE WS-FIRSTNME       TO WS-RPT-FIRSTNME.
                MOVE WS-WORKDEPT       TO WS-RPT-WORKDEPT.
                MOVE WS-MGRNO          TO WS-RPT-MGRNO.
                MOVE WS-HIREDATE       TO WS-RPT-HIREDATE.
                MOVE WS-PROB-END       TO WS-RPT-PROB-END.
                MOVE WS-DAYS-OVERDUE   TO WS-RPT-DAYS.
                MOVE WS-PSTATUS        TO WS-RPT-PSTATUS.
                MOVE WS-EXTEND-COUNT   TO WS-RPT-EXTEND.
                MOVE WS-REMINDED-DATE  TO WS-RPT-REMINDED.
                PRINT WS-RPT-DETAIL.

                ADD 1 TO WS-OVERDUE-COUNT.

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
