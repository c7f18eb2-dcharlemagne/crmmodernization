      *-----------------------------------------------------------------
      *     COBDOCEX - RIGHT-TO-WORK AND CONTRACT EXPIRY SCAN. READS
      *                EVERY EMP_DOCUMENT ROW (WORK PERMIT, FIXED-TERM
      *                CONTRACT OR OTHER RIGHT-TO-WORK DOCUMENT KEPT ON
      *                COBDOCMN) THAT EXPIRES WITHIN NINETY DAYS OR HAS
      *                ALREADY EXPIRED, FOR EMPLOYEES STILL ON THE
      *                BOOKS, AND WARNS THE EMPLOYEE AND THEIR MANAGER
      *                THROUGH THE SHARED COBMSGPT ROUTINE AT NINETY,
      *                SIXTY AND THIRTY DAYS OUT. ONCE THE EXPIRY DATE
      *                HAS PASSED A FINAL NOTICE GOES TO BOTH SAYING
      *                PAY IS HELD - COBPAYRN LEAVES ANY EMPLOYEE WITH
      *                AN EXPIRED DOCUMENT OUT OF ITS POSTING AND
      *                COBRPT79 LISTS THEM UNTIL HR RENEWS THE DOCUMENT
      *                ON COBDOCMN OR OFFBOARDS THE EMPLOYEE.
      *                WARN_DAYS REMEMBERS THE LAST THRESHOLD SENT
      *                (90, 60, 30, OR 0 FOR THE EXPIRY NOTICE) SO EACH
      *                WARNING GOES ONCE; A DOCUMENT FIRST KEYED INSIDE
      *                THE WINDOW GETS ONLY THE NEAREST ONE. AN EMPLOYEE
      *                WHO MANAGES THEIR OWN DEPARTMENT IS REPORTED TO
      *                THE MANAGER OF THE ADMINISTERING DEPARTMENT
      *                (ADMRDEPT). RUN NIGHTLY FROM HRNIGHT; ENDS WITH A
      *                CONDITION CODE OF 4 WHEN ANY DOCUMENT HAS
      *                EXPIRED TONIGHT OR A WARNING HAD NO MANAGER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBDOCEX.
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
       01  WS-DOCTYPE             PIC X(1).
               88  WS-DOC-PERMIT                 VALUE  'W'.
               88  WS-DOC-CONTRACT               VALUE  'C'.
       01  WS-DOCNUMBER           PIC X(20).
       01  WS-EXPIRY-DATE         PIC X(10).
       01  WS-DAYS-LEFT           PIC S9(9) USAGE COMP.
       01  WS-WARN-DAYS           PIC S9(4) USAGE COMP.
       01  WS-NEW-WARN            PIC S9(4) USAGE COMP.
       01  WS-FIRSTNME            PIC X(12).
       01  WS-LASTNAME            PIC X(15).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-MGRNO               PIC X(6).
       01  WS-DOC-DESC            PIC X(20).
       01  WS-DAYS-ED             PIC Z9.
       01  WS-MSG-SOURCE          PIC X(8)  VALUE 'COBDOCEX'.
       01  WS-MSG-SUBJECT         PIC X(64).
       01  WS-MSG-TEXT            PIC X(100).
       01  WS-WARN-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-EXPIRED-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-NOMGR-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBDOCEX'.
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
      * SQL CURSORS AND STATEMENTS - DOCUMENTS EXPIRING WITHIN NINETY
      * DAYS (OR ALREADY EXPIRED) WHOSE EXPIRY NOTICE HAS NOT YET GONE,
      * FOR EMPLOYEES STILL ON THE BOOKS, WITH THE REPORTING MANAGER.
      * WARN_DAYS IS NULL UNTIL THE FIRST WARNING IS SENT.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      X.EMPNO,
                      X.DOCTYPE,
                      X.DOCNUMBER,
                      CHAR(X.EXPIRY_DATE, ISO),
                      DAYS(X.EXPIRY_DATE) - DAYS(CURRENT DATE),
                      COALESCE(X.WARN_DAYS, 999),
                      E.FIRSTNME,
                      E.LASTNAME,
                      COALESCE(E.WORKDEPT, ' '),
                      COALESCE(CASE WHEN D.MGRNO = X.EMPNO
                                    THEN (SELECT A.MGRNO
                                            FROM DEPT A
                                           WHERE A.DEPTNO =
                                                 D.ADMRDEPT)
                                    ELSE D.MGRNO
                               END, ' ')
                    FROM EMP_DOCUMENT X
                    JOIN EMP E
                      ON E.EMPNO = X.EMPNO
                    LEFT OUTER JOIN DEPT D
                      ON D.DEPTNO = E.WORKDEPT
                    WHERE X.EXPIRY_DATE <= CURRENT DATE + 90 DAYS
                      AND (X.WARN_DAYS IS NULL
                           OR X.WARN_DAYS > 0)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM EMP_TERMINATION T
                            WHERE T.EMPNO = X.EMPNO)
                    ORDER BY X.EXPIRY_DATE, X.EMPNO, X.DOCTYPE
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                DISPLAY 'EXPIRY WARNINGS POSTED    = ' WS-WARN-COUNT.
                DISPLAY 'DOCUMENTS EXPIRED - HELD  = ' WS-EXPIRED-COUNT.
                DISPLAY 'NO MANAGER TO WARN        = ' WS-NOMGR-COUNT.

                IF WS-EXPIRED-COUNT GREATER THAN ZERO
                   OR WS-NOMGR-COUNT GREATER THAN ZERO
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
                          :WS-DOCTYPE,
                          :WS-DOCNUMBER,
                          :WS-EXPIRY-DATE,
                          :WS-DAYS-LEFT,
                          :WS-WARN-DAYS,
                          :WS-FIRSTNME,
                          :WS-LASTNAME,
                          :WS-WORKDEPT,
                          :WS-MGRNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2300-CHECK-THRESHOLD
                         THRU    2300-EXIT
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
      * 2300-CHECK-THRESHOLD - WORK OUT WHICH THRESHOLD THE DOCUMENT
      * HAS REACHED (0 ONCE EXPIRED) AND WARN ONLY IF IT IS NEARER
      * THAN THE LAST ONE SENT.
      ******************************************************************
       2300-CHECK-THRESHOLD.

                EVALUATE TRUE
                    WHEN WS-DAYS-LEFT LESS THAN ZERO
                         MOVE 0  TO WS-NEW-WARN
                    WHEN WS-DAYS-LEFT NOT GREATER THAN 30
                         MOVE 30 TO WS-NEW-WARN
                    WHEN WS-DAYS-LEFT NOT GREATER THAN 60
                         MOVE 60 TO WS-NEW-WARN
                    WHEN OTHER
                         MOVE 90 TO WS-NEW-WARN
                END-EVALUATE.

                IF WS-NEW-WARN NOT LESS THAN WS-WARN-DAYS
                   GO TO 2300-EXIT
                END-IF.

                EVALUATE TRUE
                    WHEN WS-DOC-PERMIT
                         MOVE 'WORK PERMIT'       TO WS-DOC-DESC
                    WHEN WS-DOC-CONTRACT
                         MOVE 'FIXED-TERM CONTRACT' TO WS-DOC-DESC
                    WHEN OTHER
                         MOVE 'RIGHT-TO-WORK DOC' TO WS-DOC-DESC
                END-EVALUATE.

                PERFORM 2400-POST-WARNING
                THRU    2400-EXIT.

                EXEC SQL
                    UPDATE EMP_DOCUMENT
                       SET WARN_DAYS = :WS-NEW-WARN
                     WHERE EMPNO   = :WS-EMPNO
                       AND DOCTYPE = :WS-DOCTYPE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-POST-WARNING - ONE MESSAGE TO THE EMPLOYEE AND ONE TO THE
      * MANAGER. NO MANAGER (OR ONLY THE EMPLOYEE THEMSELF) IS LISTED
      * AND COUNTS TOWARDS THE CC 4; THE EMPLOYEE IS STILL WARNED.
      ******************************************************************
       2400-POST-WARNING.

                MOVE SPACES TO WS-MSG-SUBJECT
                               WS-MSG-TEXT.

                IF WS-NEW-WARN = ZERO
                   STRING WS-DOC-DESC        DELIMITED BY '  '
                          ' EXPIRED - PAY HELD - ' DELIMITED BY SIZE
                          WS-EMPNO           DELIMITED BY SIZE
                     INTO WS-MSG-SUBJECT
                   STRING WS-DOC-DESC        DELIMITED BY '  '
                          ' '                DELIMITED BY SIZE
                          WS-DOCNUMBER       DELIMITED BY SPACE
                          ' EXPIRED '        DELIMITED BY SIZE
                          WS-EXPIRY-DATE     DELIMITED BY SIZE
                          '. PAY IS HELD UNTIL HR RECORDS A RENEWAL.'
                                             DELIMITED BY SIZE
                     INTO WS-MSG-TEXT
                   ADD 1 TO WS-EXPIRED-COUNT
                ELSE
                   MOVE WS-NEW-WARN TO WS-DAYS-ED
                   STRING WS-DOC-DESC        DELIMITED BY '  '
                          ' EXPIRES IN '     DELIMITED BY SIZE
                          WS-DAYS-ED         DELIMITED BY SIZE
                          ' DAYS - '         DELIMITED BY SIZE
                          WS-EMPNO           DELIMITED BY SIZE
                     INTO WS-MSG-SUBJECT
                   STRING WS-DOC-DESC        DELIMITED BY '  '
                          ' '                DELIMITED BY SIZE
                          WS-DOCNUMBER       DELIMITED BY SPACE
                          ' EXPIRES '        DELIMITED BY SIZE
                          WS-EXPIRY-DATE     DELIMITED BY SIZE
                          '. RENEW IT BEFORE THEN OR PAY WILL BE HELD.'
                                             DELIMITED BY SIZE
                     INTO WS-MSG-TEXT
                   ADD 1 TO WS-WARN-COUNT
                END-IF.

                CALL 'COBMSGPT' USING WS-EMPNO, WS-MSG-SOURCE,
                     WS-MSG-SUBJECT, WS-MSG-TEXT.

                IF WS-MGRNO = SPACES
                   OR WS-MGRNO = WS-EMPNO
                   DISPLAY 'NO MANAGER TO WARN FOR ' WS-EMPNO
                           ' DEPT ' WS-WORKDEPT
                           ' DOCUMENT EXPIRES ' WS-EXPIRY-DATE
                   ADD 1 TO WS-NOMGR-COUNT
                   GO TO 2400-EXIT
                END-IF.

                MOVE SPACES TO WS-MSG-TEXT.
                STRING WS-FIRSTNME               DELIMITED BY SPACE
                       ' '                       DELIMITED BY SIZE
                       WS-LASTNAME               DELIMITED BY SPACE
                       ' - '                     DELIMITED BY SIZE
                       WS-DOC-DESC               DELIMITED BY '  '
                       ' '                       DELIMITED BY SIZE
                       WS-DOCNUMBER              DELIMITED BY SPACE
                       ' EXPIRY '                DELIMITED BY SIZE
                       WS-EXPIRY-DATE            DELIMITED BY SIZE
                       '. RENEW OR OFFBOARD.'    DELIMITED BY SIZE
                  INTO WS-MSG-TEXT.

                CALL 'COBMSGPT' USING WS-MGRNO, WS-MSG-SOURCE,
                     WS-MSG-SUBJECT, WS-MSG-TEXT.

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
