      *-----------------------------------------------------------------
      *     COBRPT81 - EMPLOYEE RELATIONS WARNINGS APPROACHING EXPIRY.
      *                LISTS EVERY LIVE WARNING ON EMP_ER_CASE - VERBAL,
      *                WRITTEN OR FINAL - FOR A CURRENT EMPLOYEE WHOSE
      *                EXPIRY DATE FALLS BETWEEN TODAY AND THE END OF
      *                THE WINDOW, SOONEST FIRST, SO EMPLOYEE RELATIONS
      *                CAN REVIEW EACH ONE BEFORE IT LAPSES. THE WINDOW
      *                IN DAYS IS READ OFF SYSIN AS THREE DIGITS; A
      *                BLANK OR ZERO CARD MEANS 30. THE CASE LOG IS
      *                RESTRICTED, SO THE DETAIL LINES ONLY PRINT FOR A
      *                RUN UNDER THE 'EMPREL' ROLE ON USER_ROLE (THE
      *                SHARED COBROLCK CHECK, WHICH RECORDS ANY DENIAL);
      *                ANY OTHER RUN PRINTS THE COUNT ALONE. ANY
      *                WARNING IN THE WINDOW ENDS THE STEP WITH A
      *                CONDITION CODE OF 4.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT81.
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
       01  WS-WINDOW-IN           PIC X(3).
       01  WS-WINDOW-NUM          REDEFINES WS-WINDOW-IN
                                  PIC 9(3).
       01  WS-WINDOW-DAYS         PIC S9(4) USAGE COMP VALUE +30.
       01  WS-EMPNO               PIC X(6).
       01  WS-LASTNAME            PIC X(15).
       01  WS-FIRSTNME            PIC X(12).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-CASENO              PIC X(8).
       01  WS-CASE-TYPE           PIC X(1).
       01  WS-WARN-LEVEL          PIC X(1).
       01  WS-WARN-EXPIRY         PIC X(10).
       01  WS-DAYS-LEFT           PIC S9(9) USAGE COMP.
       01  WS-WARN-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR THE EMPLOYEE RELATIONS ROLE CHECK (COBROLCK)
      ******************************************************************
       01  WS-ROLCK-ROLE        PIC X(8)  VALUE 'EMPREL  '.
       01  WS-ROLCK-PGM         PIC X(8)  VALUE 'COBRPT81'.
       01  WS-ROLCK-ALLOWED     PIC X(1)  VALUE SPACES.
               88  WS-ER-ALLOWED             VALUE 'Y'.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(45)
                VALUE 'EMPLOYEE RELATIONS WARNINGS NEARING EXPIRY'.
           10 FILLER              PIC X(12)  VALUE 'WINDOW DAYS '.
           10 WS-HDR-WINDOW       PIC ZZ9.
           10 FILLER              PIC X(42).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'EMPNO'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(15)  VALUE 'LASTNAME'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(12)  VALUE 'FIRSTNME'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(3)   VALUE 'DPT'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'CASENO'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(12)  VALUE 'CASE TYPE'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'WARNING'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE 'EXPIRES'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE ' DAYS'.
           10 FILLER              PIC X(35).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RD-EMPNO         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RD-LASTNAME      PIC X(15).
           10 FILLER              PIC X(2).
           10 WS-RD-FIRSTNME      PIC X(12).
           10 FILLER              PIC X(2).
           10 WS-RD-WORKDEPT      PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-RD-CASENO        PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-RD-CASE-TYPE     PIC X(12).
           10 FILLER              PIC X(2).
           10 WS-RD-WARN-LEVEL    PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-RD-EXPIRY        PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RD-DAYS-LEFT     PIC ZZZZ9.
           10 FILLER              PIC X(35).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT81'.
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

                EXEC SQL INCLUDE ERCASE
                END-EXEC.

                EXEC SQL INCLUDE EMP
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - EVERY WARNING ON THE CASE LOG STILL IN FORCE TODAY AND
      * EXPIRING WITHIN THE WINDOW, FOR EMPLOYEES NOT TERMINATED. THE
      * CASE ITSELF MAY BE CLOSED - THE WARNING OUTLIVES IT.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      E.EMPNO,
                      E.LASTNAME,
                      E.FIRSTNME,
                      E.WORKDEPT,
                      C.CASENO,
                      C.CASE_TYPE,
                      C.WARN_LEVEL,
                      CHAR(C.WARN_EXPIRY, ISO),
                      DAYS(C.WARN_EXPIRY) - DAYS(CURRENT DATE)
                    FROM EMP_ER_CASE C, EMP E
                    WHERE E.EMPNO = C.EMPNO
                      AND C.WARN_LEVEL IS NOT NULL
                      AND C.WARN_EXPIRY >= CURRENT DATE
                      AND C.WARN_EXPIRY <=
                          CURRENT DATE + :WS-WINDOW-DAYS DAYS
                      AND NOT EXISTS
                          (SELECT 1
                             FROM EMP_TERMINATION T
                            WHERE T.EMPNO = E.EMPNO)
                    ORDER BY C.WARN_EXPIRY, E.EMPNO, C.CASENO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-WINDOW-IN.

                IF WS-WINDOW-IN NUMERIC
                   AND WS-WINDOW-NUM GREATER THAN ZERO
                   MOVE WS-WINDOW-NUM TO WS-WINDOW-DAYS
                END-IF.

                MOVE WS-WINDOW-DAYS TO WS-HDR-WINDOW.
                DISPLAY 'WARNING EXPIRY WINDOW DAYS = ' WS-WINDOW-DAYS.

                CALL 'COBROLCK' USING WS-ROLCK-ROLE,
                     WS-ROLCK-PGM, WS-ROLCK-ALLOWED.

                IF NOT WS-ER-ALLOWED
                   DISPLAY 'NO EMPLOYEE RELATIONS ROLE - DETAIL LINES '
                           'SUPPRESSED, COUNT ONLY'
                END-IF.

                PRINT WS-RPT-HEADER.

                IF WS-ER-ALLOWED
                   PRINT WS-RPT-COLUMNS
                END-IF.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                MOVE 'WARNINGS EXPIRING IN WINDOW'   TO WS-CNT-LABEL.
                MOVE WS-WARN-COUNT                   TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                DISPLAY 'WARNINGS EXPIRING IN WINDOW = ' WS-WARN-COUNT.

                IF WS-WARN-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN C1 = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2200-FETCH-WARNING
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
      * 2200-FETCH-WARNING
      ******************************************************************
       2200-FETCH-WARNING.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-FIRSTNME,
                          :WS-WORKDEPT,
                          :WS-CASENO,
                          :WS-CASE-TYPE,
                          :WS-WARN-LEVEL,
                          :WS-WARN-EXPIRY,
                          :WS-DAYS-LEFT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-WARN-COUNT
      *                  THE CASE DETAIL ONLY PRINTS UNDER THE
      *                  EMPLOYEE RELATIONS ROLE
                         IF WS-ER-ALLOWED
                            PERFORM 2400-PRINT-WARNING
                            THRU    2400-EXIT
                         END-IF
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
      * 2400-PRINT-WARNING
      ******************************************************************
       2400-PRINT-WARNING.

                EVALUATE WS-CASE-TYPE
                    WHEN 'D'
                         MOVE 'DISCIPLINARY'  TO WS-RD-CASE-TYPE
                    WHEN 'I'
                         MOVE 'INVESTIGATN'   TO WS-RD-CASE-TYPE
                    WHEN 'G'
                         MOVE 'GRIEVANCE'     TO WS-RD-CASE-TYPE
                    WHEN OTHER
                         MOVE WS-CASE-TYPE    TO WS-RD-CASE-TYPE
                END-EVALUATE.

                EVALUATE WS-WARN-LEVEL
                    WHEN 'V'
                         MOVE 'VERBAL'        TO WS-RD-WARN-LEVEL
                    WHEN 'W'
                         MOVE 'WRITTEN'       TO WS-RD-WARN-LEVEL
                    WHEN 'F'
                         MOVE 'FINAL'         TO WS-RD-WARN-LEVEL
                    WHEN OTHER
                         MOVE WS-WARN-LEVEL   TO WS-RD-WARN-LEVEL
                END-EVALUATE.

                MOVE WS-EMPNO          TO WS-RD-EMPNO.
                MOVE WS-LASTNAME       TO WS-RD-LASTNAME.
                MOVE WS-FIRSTNME       TO WS-RD-FIRSTNME.
                MOVE WS-WORKDEPT       TO WS-RD-WORKDEPT.
                MOVE WS-CASENO         TO WS-RD-CASENO.
                MOVE WS-WARN-EXPIRY    TO WS-RD-EXPIRY.
                MOVE WS-DAYS-LEFT      TO WS-RD-DAYS-LEFT.
                PRINT WS-RPT-DETAIL.

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
