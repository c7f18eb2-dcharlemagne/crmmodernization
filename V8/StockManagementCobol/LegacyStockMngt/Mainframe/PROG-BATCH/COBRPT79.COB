      *-----------------------------------------------------------------
      *     COBRPT79 - EXPIRED RIGHT-TO-WORK EXCEPTION REPORT. LISTS
      *                EVERY EMP_DOCUMENT ROW (WORK PERMIT, FIXED-TERM
      *                CONTRACT OR OTHER RIGHT-TO-WORK DOCUMENT KEPT ON
      *                COBDOCMN) WHOSE EXPIRY DATE HAS PASSED, FOR
      *                EMPLOYEES STILL ON THE BOOKS - WITH THE
      *                DEPARTMENT, THE REPORTING MANAGER, THE DOCUMENT
      *                TYPE AND NUMBER, THE EXPIRY DATE AND DAYS SINCE
      *                EXPIRY. EVERY EMPLOYEE LISTED IS HELD OUT OF THE
      *                NEXT COBPAYRN POSTING AND STAYS ON THIS REPORT
      *                UNTIL HR RENEWS THE DOCUMENT ON COBDOCMN OR
      *                OFFBOARDS THE EMPLOYEE THROUGH COBEMPOF. BY
      *                DEPARTMENT, LONGEST EXPIRED FIRST. ANY EXPIRED
      *                DOCUMENT ENDS THE STEP WITH A CONDITION CODE
      *                OF 4.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT79.
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
       01  WS-DOCTYPE             PIC X(1).
       01  WS-DOCNUMBER           PIC X(20).
       01  WS-EXPIRY-DATE         PIC X(10).
       01  WS-DAYS-EXPIRED        PIC S9(9) USAGE COMP.
       01  WS-EXPIRED-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(40)
                VALUE 'EXPIRED RIGHT-TO-WORK EXCEPTION REPORT'.
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
           10 FILLER              PIC X(1)  VALUE 'T'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(20) VALUE 'DOCUMENT NUMBER'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10) VALUE 'EXPIRED'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)  VALUE ' DAYS'.
           10 FILLER              PIC X(37).

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
           10 WS-RPT-DOCTYPE      PIC X(1).
           10 FILLER              PIC X(2).
           10 WS-RPT-DOCNUMBER    PIC X(20).
           10 FILLER              PIC X(2).
           10 WS-RPT-EXPIRY       PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RPT-DAYS         PIC ZZZZ9.
           10 FILLER              PIC X(37).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(23)
                VALUE 'EXPIRED - PAY HELD:    '.
           10 WS-RPT-TOTAL-COUNT  PIC ZZZZZZZZ9.
           10 FILLER              PIC X(98).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT79'.
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

                EXEC SQL INCLUDE EMPDOC
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - DOCUMENTS PAST THEIR EXPIRY DATE
      * FOR EMPLOYEES STILL ON THE BOOKS - THE SAME TEST COBPAYRN USES
      * TO HOLD PAY. THE REPORTING MANAGER IS THE DEPARTMENT MANAGER, OR
      * THE ADMINISTERING DEPARTMENT'S WHEN THE EMPLOYEE MANAGES THEIR
      * OWN DEPARTMENT - AS COBDOCEX WARNS.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      X.EMPNO,
                      E.LASTNAME,
                      E.FIRSTNME,
                      COALESCE(E.WORKDEPT, ' '),
                      COALESCE(CASE WHEN D.MGRNO = X.EMPNO
                                    THEN (SELECT A.MGRNO
                                            FROM DEPT A
                                           WHERE A.DEPTNO =
                                                 D.ADMRDEPT)
                                    ELSE D.MGRNO
                               END, ' '),
                      X.DOCTYPE,
                      X.DOCNUMBER,
                      CHAR(X.EXPIRY_DATE, ISO),
                      DAYS(CURRENT DATE) - DAYS(X.EXPIRY_DATE)
                    FROM EMP_DOCUMENT X
                    JOIN EMP E
                      ON E.EMPNO = X.EMPNO
                    LEFT OUTER JOIN DEPT D
                      ON D.DEPTNO = E.WORKDEPT
                    WHERE X.EXPIRY_DATE < CURRENT DATE
                      AND NOT EXISTS
                          (SELECT 1
                             FROM EMP_TERMINATION T
                            WHERE T.EMPNO = X.EMPNO)
                    ORDER BY E.WORKDEPT, X.EXPIRY_DATE, X.EMPNO,
                             X.DOCTYPE
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

                MOVE WS-EXPIRED-COUNT TO WS-RPT-TOTAL-COUNT.
                PRINT WS-RPT-TOTAL.

                DISPLAY 'EXPIRED DOCUMENTS - PAY HELD = '
                        WS-EXPIRED-COUNT.

                IF WS-EXPIRED-COUNT GREATER THAN ZERO
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
                          :WS-DOCTYPE,
                          :WS-DOCNUMBER,
                          :WS-EXPIRY-DATE,
                          :WS-DAYS-EXPIRED
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
      * 2400-PRINT-DETAIL
      ******************************************************************
       2400-PRINT-DETAIL.

                MOVE WS-EMPNO          TO WS-RPT-EMPNO.
                MOVE WS-LASTNAME       TO WS-RPT-LASTNAME.
                MOVE WS-FIRSTNME       TO WS-RPT-FIRSTNME.
                MOVE WS-WORKDEPT       TO WS-RPT-WORKDEPT.
                MOVE WS-MGRNO          TO WS-RPT-MGRNO.
                MOVE WS-DOCTYPE        TO WS-RPT-DOCTYPE.
                MOVE WS-DOCNUMBER      TO WS-RPT-DOCNUMBER.
                MOVE WS-EXPIRY-DATE    TO WS-RPT-EXPIRY.
                MOVE WS-DAYS-EXPIRED   TO WS-RPT-DAYS.
                PRINT WS-RPT-DETAIL.

                ADD 1 TO WS-EXPIRED-COUNT.

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
