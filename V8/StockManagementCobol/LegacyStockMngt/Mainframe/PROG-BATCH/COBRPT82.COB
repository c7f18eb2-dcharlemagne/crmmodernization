      *-----------------------------------------------------------------
      *     COBRPT82 - BUSINESS-CONTINUITY CALL TREE BY LOCATION. FOR
      *                EVERY DEPT.LOCATION, AND UNDER IT EVERY MANAGER
      *                (THE DEPARTMENT MANAGER, OR THE ADMINISTERING
      *                DEPARTMENT'S MANAGER FOR A MANAGER'S OWN ROW),
      *                PRINTS THE MANAGER'S PHONE AND THEN EACH DIRECT
      *                REPORT WITH THEIR PHONE, TODAY'S STATUS - ON
      *                LEAVE IF AN ACCEPTED LEAVE_DETAIL ABSENCE STILL
      *                COVERS TODAY ON COBWRKDY'S WORKING-DAY COUNT,
      *                OTHERWISE IN OFFICE - AND THEIR FIRST EMERGENCY
      *                CONTACT OFF EMP_EMERG_CONTACT. A SIXTEEN-
      *                CHARACTER LOCATION ON SYSIN LIMITS THE RUN TO
      *                THAT LOCATION; A BLANK CARD RUNS THEM ALL, WITH
      *                STAFF WHOSE DEPARTMENT HAS NO LOCATION LISTED
      *                LAST. CLOSES WITH A HEADCOUNT RECONCILIATION -
      *                ACTIVE STAFF ON EMP AGAINST THOSE LISTED AND
      *                THOSE AT OTHER LOCATIONS - SO EVERYONE IS
      *                ACCOUNTED FOR. ANYONE UNACCOUNTED FOR, OR
      *                LISTED WITH NO EMERGENCY CONTACT, ENDS THE STEP
      *                WITH A CONDITION CODE OF 4.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT82.
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
       01  WS-LOCATION            PIC X(16).
       01  WS-TODAY               PIC X(10).
       01  WS-EMP-LOCATION        PIC X(16).
       01  WS-MGRNO               PIC X(6).
       01  WS-EMPNO               PIC X(6).
       01  WS-LASTNAME            PIC X(15).
       01  WS-FIRSTNME            PIC X(12).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-PHONENO             PIC X(4).
       01  WS-SUBID               PIC X(4).
       01  WS-CONTNAME            PIC X(30).
       01  WS-RELATIONSHIP        PIC X(10).
       01  WS-CONT-PHONE          PIC X(15).
       01  WS-LEAVE-START         PIC X(10).
       01  WS-LDAYS               PIC S9(4) USAGE COMP.
       01  WS-ON-LEAVE-SWITCH     PIC X(1).
               88  WS-ON-LEAVE               VALUE 'Y'.
       01  WS-MGR-LASTNAME        PIC X(15).
       01  WS-MGR-FIRSTNME        PIC X(12).
       01  WS-MGR-PHONENO         PIC X(4).
       01  WS-PRIOR-LOCATION      PIC X(16) VALUE SPACES.
       01  WS-PRIOR-MGRNO         PIC X(6)  VALUE SPACES.
       01  WS-LOC-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-LISTED-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-LEAVE-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-OFFICE-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-NOCONTACT-COUNT     PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-ACTIVE-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-ELSEWHERE-COUNT     PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-UNACCOUNTED         PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR THE COBWRKDY CALL
      ******************************************************************
       01  WS-WRKDY-DAYS          PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-WRKDY-MSG           PIC X(30).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(34)
                VALUE 'BUSINESS-CONTINUITY CALL TREE FOR'.
           10 WS-HDR-TODAY        PIC X(10).
           10 FILLER              PIC X(12)  VALUE '  LOCATION: '.
           10 WS-HDR-LOCATION     PIC X(16).
           10 FILLER              PIC X(30).

       01  WS-RPT-TITLE.
           10 FILLER              PIC X(2).
           10 WS-TTL-TEXT         PIC X(60).
           10 FILLER              PIC X(70).

       01  WS-RPT-MANAGER.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(9)   VALUE 'MANAGER '.
           10 WS-RM-MGRNO         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RM-LASTNAME      PIC X(15).
           10 FILLER              PIC X(1).
           10 WS-RM-FIRSTNME      PIC X(12).
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(4)   VALUE 'EXT '.
           10 WS-RM-PHONENO       PIC X(4).
           10 FILLER              PIC X(75).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(6).
           10 FILLER              PIC X(8)   VALUE 'EMPNO'.
           10 FILLER              PIC X(16)  VALUE 'LASTNAME'.
           10 FILLER              PIC X(14)  VALUE 'FIRSTNME'.
           10 FILLER              PIC X(5)   VALUE 'DPT'.
           10 FILLER              PIC X(6)   VALUE 'EXT'.
           10 FILLER              PIC X(11)  VALUE 'TODAY'.
           10 FILLER              PIC X(32)  VALUE 'EMERGENCY CONTACT'.
           10 FILLER              PIC X(12)  VALUE 'RELATION'.
           10 FILLER              PIC X(15)  VALUE 'PHONE'.
           10 FILLER              PIC X(7).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(6).
           10 WS-RD-EMPNO         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RD-LASTNAME      PIC X(15).
           10 FILLER              PIC X(1).
           10 WS-RD-FIRSTNME      PIC X(12).
           10 FILLER              PIC X(2).
           10 WS-RD-WORKDEPT      PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-RD-PHONENO       PIC X(4).
           10 FILLER              PIC X(2).
           10 WS-RD-STATUS        PIC X(9).
           10 FILLER              PIC X(2).
           10 WS-RD-CONTNAME      PIC X(30).
           10 FILLER              PIC X(2).
           10 WS-RD-RELATIONSHIP  PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RD-CONT-PHONE    PIC X(15).
           10 FILLER              PIC X(7).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT82'.
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

                EXEC SQL INCLUDE EMRGCON
                END-EXEC.

                EXEC SQL INCLUDE LEAVDET
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - EVERY ACTIVE EMPLOYEE IN SCOPE WITH THEIR DEPARTMENT'S
      * LOCATION, THEIR MANAGER AND THEIR LOWEST-SEQUENCE EMERGENCY
      * CONTACT, ORDERED FOR THE LOCATION AND MANAGER BREAKS. A
      * DEPARTMENT MANAGER REPORTS TO THE ADMINISTERING DEPARTMENT'S
      * MANAGER. DEPARTMENTS WITH NO LOCATION SORT LAST.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      COALESCE(D.LOCATION, ' '),
                      COALESCE(CASE WHEN D.MGRNO = E.EMPNO
                                    THEN (SELECT A.MGRNO
                                            FROM DEPT A
                                           WHERE A.DEPTNO = D.ADMRDEPT)
                                    ELSE D.MGRNO
                               END, ' '),
                      E.EMPNO,
                      E.LASTNAME,
                      E.FIRSTNME,
                      E.WORKDEPT,
                      COALESCE(E.PHONENO, ' '),
                      COALESCE(D.SUBID, ' '),
                      COALESCE(C.CONTNAME, ' '),
                      COALESCE(C.RELATIONSHIP, ' '),
                      COALESCE(C.PHONE, ' ')
                    FROM EMP E
                    LEFT OUTER JOIN DEPT D
                      ON D.DEPTNO = E.WORKDEPT
                    LEFT OUTER JOIN EMP_EMERG_CONTACT C
                      ON C.EMPNO   = E.EMPNO
                     AND C.CONTSEQ =
                         (SELECT MIN(C2.CONTSEQ)
                            FROM EMP_EMERG_CONTACT C2
                           WHERE C2.EMPNO = E.EMPNO)
                    WHERE NOT EXISTS
                          (SELECT 1
                             FROM EMP_TERMINATION T
                            WHERE T.EMPNO = E.EMPNO)
                      AND (:WS-LOCATION = ' '
                           OR D.LOCATION = :WS-LOCATION)
                    ORDER BY CASE WHEN D.LOCATION IS NULL THEN 1
                                  ELSE 0 END,
                             1, 2, 3
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-LOCATION.

                PERFORM 1500-GET-TODAY
                THRU    1500-EXIT.

                MOVE WS-TODAY    TO WS-HDR-TODAY.
                IF WS-LOCATION = SPACES
                   MOVE 'ALL'       TO WS-HDR-LOCATION
                ELSE
                   MOVE WS-LOCATION TO WS-HDR-LOCATION
                END-IF.

                DISPLAY 'CALL TREE FOR LOCATION ' WS-HDR-LOCATION
                        ' ON ' WS-TODAY.

                PRINT WS-RPT-HEADER.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                PERFORM 3000-RECONCILE
                THRU    3000-EXIT.

                IF WS-UNACCOUNTED NOT = ZERO
                   OR WS-NOCONTACT-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1500-GET-TODAY
      ******************************************************************
       1500-GET-TODAY.

                EXEC SQL
                    SELECT CHAR(CURRENT DATE, ISO)
                      INTO :WS-TODAY
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
                DISPLAY 'WS-SQLCODE ON OPEN C1 = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2200-FETCH-EMPLOYEE
                THRU    2200-EXIT
                UNTIL END-OF-C1.

                IF NOT FIRST-FETCH
                   PERFORM 2800-CLOSE-LOCATION
                   THRU    2800-EXIT
                END-IF.

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
      * 2200-FETCH-EMPLOYEE
      ******************************************************************
       2200-FETCH-EMPLOYEE.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMP-LOCATION,
                          :WS-MGRNO,
                          :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-FIRSTNME,
                          :WS-WORKDEPT,
                          :WS-PHONENO,
                          :WS-SUBID,
                          :WS-CONTNAME,
                          :WS-RELATIONSHIP,
                          :WS-CONT-PHONE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-LIST-EMPLOYEE
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
      * 2400-LIST-EMPLOYEE - LOCATION AND MANAGER BREAKS, THEN THE
      * EMPLOYEE'S LINE UNDER THEIR MANAGER.
      ******************************************************************
       2400-LIST-EMPLOYEE.

                IF FIRST-FETCH
                   OR WS-EMP-LOCATION NOT = WS-PRIOR-LOCATION
                   IF NOT FIRST-FETCH
                      PERFORM 2800-CLOSE-LOCATION
                      THRU    2800-EXIT
                   END-IF
                   PERFORM 2500-OPEN-LOCATION
                   THRU    2500-EXIT
                   PERFORM 2600-OPEN-MANAGER
                   THRU    2600-EXIT
                ELSE
                   IF WS-MGRNO NOT = WS-PRIOR-MGRNO
                      PERFORM 2600-OPEN-MANAGER
                      THRU    2600-EXIT
                   END-IF
                END-IF.

                MOVE SPACES          TO FIRST-FETCH-SWITCH.

                PERFORM 2700-TODAY-STATUS
                THRU    2700-EXIT.

                MOVE SPACES          TO WS-RPT-DETAIL.
                MOVE WS-EMPNO        TO WS-RD-EMPNO.
                MOVE WS-LASTNAME     TO WS-RD-LASTNAME.
                MOVE WS-FIRSTNME     TO WS-RD-FIRSTNME.
                MOVE WS-WORKDEPT     TO WS-RD-WORKDEPT.
                MOVE WS-PHONENO      TO WS-RD-PHONENO.

                IF WS-ON-LEAVE
                   MOVE 'ON LEAVE'  TO WS-RD-STATUS
                   ADD 1 TO WS-LEAVE-COUNT
                ELSE
                   MOVE 'IN OFFICE' TO WS-RD-STATUS
                   ADD 1 TO WS-OFFICE-COUNT
                END-IF.

                IF WS-CONTNAME = SPACES
                   MOVE '*** NO EMERGENCY CONTACT ***'
                     TO WS-RD-CONTNAME
                   ADD 1 TO WS-NOCONTACT-COUNT
                ELSE
                   MOVE WS-CONTNAME     TO WS-RD-CONTNAME
                   MOVE WS-RELATIONSHIP TO WS-RD-RELATIONSHIP
                   MOVE WS-CONT-PHONE   TO WS-RD-CONT-PHONE
                END-IF.

                PRINT WS-RPT-DETAIL.

                ADD 1 TO WS-LOC-COUNT.
                ADD 1 TO WS-LISTED-COUNT.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-OPEN-LOCATION
      ******************************************************************
       2500-OPEN-LOCATION.

                MOVE ZERO            TO WS-LOC-COUNT.
                MOVE WS-EMP-LOCATION TO WS-PRIOR-LOCATION.

                MOVE SPACES TO WS-TTL-TEXT.
                IF WS-EMP-LOCATION = SPACES
                   MOVE 'NO LOCATION ON DEPT' TO WS-TTL-TEXT
                ELSE
                   STRING 'LOCATION '       DELIMITED BY SIZE
                          WS-EMP-LOCATION   DELIMITED BY SIZE
                     INTO WS-TTL-TEXT
                END-IF.

                PRINT WS-RPT-TITLE.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-OPEN-MANAGER - THE MANAGER'S OWN NAME AND EXTENSION HEAD
      * THE GROUP, WHEREVER THE MANAGER SITS.
      ******************************************************************
       2600-OPEN-MANAGER.

                MOVE WS-MGRNO TO WS-PRIOR-MGRNO.
                MOVE SPACES   TO WS-MGR-LASTNAME
                                 WS-MGR-FIRSTNME
                                 WS-MGR-PHONENO.

                IF WS-MGRNO = SPACES
                   MOVE 'NO MANAGER'    TO WS-MGR-LASTNAME
                ELSE
                   EXEC SQL
                       SELECT LASTNAME,
                              FIRSTNME,
                              COALESCE(PHONENO, ' ')
                         INTO :WS-MGR-LASTNAME,
                              :WS-MGR-FIRSTNME,
                              :WS-MGR-PHONENO
                         FROM EMP
                        WHERE EMPNO = :WS-MGRNO
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
                   EVALUATE SQLCODE
                       WHEN 0
                            CONTINUE
                       WHEN +100
                            MOVE 'NOT ON EMP' TO WS-MGR-LASTNAME
                       WHEN OTHER
                            PERFORM 9000-DBERROR
                            THRU    9000-EXIT
                   END-EVALUATE
                END-IF.

                MOVE WS-MGRNO        TO WS-RM-MGRNO.
                MOVE WS-MGR-LASTNAME TO WS-RM-LASTNAME.
                MOVE WS-MGR-FIRSTNME TO WS-RM-FIRSTNME.
                MOVE WS-MGR-PHONENO  TO WS-RM-PHONENO.

                PRINT WS-RPT-MANAGER.
                PRINT WS-RPT-COLUMNS.

       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-TODAY-STATUS - THE EMPLOYEE'S LATEST ABSENCE STARTING ON OR
      * BEFORE TODAY STILL COVERS TODAY WHEN THE WORKING DAYS FROM ITS
      * START THROUGH TODAY, AGAINST THE DEPARTMENT'S SUBSIDIARY
      * CALENDAR, DO NOT EXCEED ITS LDAYS. NO ABSENCE OF EVEN THE
      * LONGEST KIND RUNS A QUARTER, SO ONLY THE LAST 90 DAYS ARE READ.
      ******************************************************************
       2700-TODAY-STATUS.

                MOVE SPACES TO WS-ON-LEAVE-SWITCH.

                EXEC SQL
                    SELECT CHAR(L.LSTARTDATE, ISO),
                           L.LDAYS
                      INTO :WS-LEAVE-START,
                           :WS-LDAYS
                      FROM LEAVE_DETAIL L
                     WHERE L.EMPNO = :WS-EMPNO
                       AND L.LSTARTDATE <= CURRENT DATE
                       AND L.LSTARTDATE >  CURRENT DATE - 90 DAYS
                     ORDER BY L.LSTARTDATE DESC
                     FETCH FIRST 1 ROW ONLY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         GO TO 2700-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                CALL 'COBWRKDY' USING WS-LEAVE-START,
                                      WS-TODAY,
                                      WS-SUBID,
                                      WS-WRKDY-DAYS,
                                      WS-WRKDY-MSG.

                IF WS-WRKDY-MSG = SPACES
                   AND WS-WRKDY-DAYS GREATER THAN ZERO
                   AND WS-WRKDY-DAYS NOT GREATER THAN WS-LDAYS
                   MOVE 'Y' TO WS-ON-LEAVE-SWITCH
                END-IF.

       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-CLOSE-LOCATION
      ******************************************************************
       2800-CLOSE-LOCATION.

                MOVE 'STAFF LISTED AT LOCATION'      TO WS-CNT-LABEL.
                MOVE WS-LOC-COUNT                    TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-RECONCILE - EVERY ACTIVE EMPLOYEE ON EMP IS EITHER ON THIS
      * CALL TREE OR AT ANOTHER LOCATION (OR IN A DEPARTMENT WITH NO
      * LOCATION) LEFT OUT BY A SINGLE-LOCATION RUN. ANY DIFFERENCE IS
      * UNACCOUNTED FOR.
      ******************************************************************
       3000-RECONCILE.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ACTIVE-COUNT
                      FROM EMP E
                     WHERE NOT EXISTS
                           (SELECT 1
                              FROM EMP_TERMINATION T
                             WHERE T.EMPNO = E.EMPNO)
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
                    SELECT COUNT(*)
                      INTO :WS-ELSEWHERE-COUNT
                      FROM EMP E
                      LEFT OUTER JOIN DEPT D
                        ON D.DEPTNO = E.WORKDEPT
                     WHERE NOT EXISTS
                           (SELECT 1
                              FROM EMP_TERMINATION T
                             WHERE T.EMPNO = E.EMPNO)
                       AND :WS-LOCATION <> ' '
                       AND (D.LOCATION IS NULL
                            OR D.LOCATION <> :WS-LOCATION)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                COMPUTE WS-UNACCOUNTED = WS-ACTIVE-COUNT
                                       - WS-LISTED-COUNT
                                       - WS-ELSEWHERE-COUNT.

                MOVE 'HEADCOUNT RECONCILIATION' TO WS-TTL-TEXT.
                PRINT WS-RPT-TITLE.

                MOVE 'ACTIVE EMPLOYEES ON EMP'       TO WS-CNT-LABEL.
                MOVE WS-ACTIVE-COUNT                 TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'LISTED ON THIS CALL TREE'      TO WS-CNT-LABEL.
                MOVE WS-LISTED-COUNT                 TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE '  OF WHICH ON LEAVE TODAY'     TO WS-CNT-LABEL.
                MOVE WS-LEAVE-COUNT                  TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE '  OF WHICH IN OFFICE'          TO WS-CNT-LABEL.
                MOVE WS-OFFICE-COUNT                 TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE '  OF WHICH NO EMERGENCY CONTACT' TO WS-CNT-LABEL.
                MOVE WS-NOCONTACT-COUNT              TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'AT OTHER OR NO LOCATION'       TO WS-CNT-LABEL.
                MOVE WS-ELSEWHERE-COUNT              TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'UNACCOUNTED FOR'               TO WS-CNT-LABEL.
                MOVE WS-UNACCOUNTED                  TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                DISPLAY 'ACTIVE EMPLOYEES       = ' WS-ACTIVE-COUNT.
                DISPLAY 'LISTED ON CALL TREE    = ' WS-LISTED-COUNT.
                DISPLAY 'NO EMERGENCY CONTACT   = ' WS-NOCONTACT-COUNT.
                DISPLAY 'UNACCOUNTED FOR        = ' WS-UNACCOUNTED.

       3000-EXIT.
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
