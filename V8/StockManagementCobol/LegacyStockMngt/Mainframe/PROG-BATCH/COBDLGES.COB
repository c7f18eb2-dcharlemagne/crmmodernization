      *-----------------------------------------------------------------
      *     COBDLGES - NIGHTLY ESCALATION OF APPROVALS WAITING ON AN
      *                ABSENT APPROVER. WALKS EVERY PENDING SALARY
      *                CHANGE (SALARY_CHANGE_PENDING, PSTATUS 'P') AND
      *                EVERY TIMESHEET WEEK AWAITING SIGN-OFF
      *                (TIMESHEET_WEEK, SIGNOFF 'N'). THE APPROVER IS
      *                THE EMPLOYEE'S MANAGER. WHEN THE APPROVER IS ON
      *                AN ACCEPTED LEAVE_DETAIL ABSENCE TODAY (THE
      *                COBWRKDY WORKING-DAY COUNT, AS COBRPT82 WORKS
      *                IT OUT) AND HAS NO ACTIVE APPROVAL_DELEGATION
      *                FOR THE ITEM'S TYPE, THE ITEM ESCALATES TO THE
      *                APPROVER'S OWN MANAGER - A COBMSGPT INBOX NOTICE
      *                NAMES THE ITEM AND THE ABSENT APPROVER, AND AN
      *                'X' ROW ON APPROVAL_DELEG_LOG RECORDS IT. THE
      *                MANAGER THEN ACTS THROUGH COBSALAP OR COBTWSMN
      *                ON THE APPROVER'S BEHALF, WHICH COBDLGCK
      *                ACCEPTS FOR AS LONG AS THE ABSENCE LASTS. AN
      *                ITEM ALREADY ESCALATED DURING THE SAME ABSENCE
      *                IS NOT SENT AGAIN. PURCHASE ORDERS HAVE NO NAMED
      *                APPROVER, SO THEY ARE NOT WALKED HERE. ANY ITEM
      *                ESCALATED TONIGHT, OR THAT COULD NOT BE ROUTED
      *                FOR WANT OF AN APPROVER OR A MANAGER ABOVE THEM,
      *                ENDS THE STEP WITH A CONDITION CODE OF 4.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBDLGES.
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
       01  WS-TODAY               PIC X(10).
       01  WS-USERID              PIC X(8).
       01  WS-APPR-TYPE           PIC X(1).
       01  WS-EMPNO               PIC X(6).
       01  WS-ITEM-DATE           PIC X(10).
       01  WS-APPROVER            PIC X(6).
       01  WS-ESCALATE-TO         PIC X(6).
       01  WS-APPR-SUBID          PIC X(4).
       01  WS-ITEM-KEY            PIC X(20).
       01  WS-DELEG-COUNT         PIC S9(9) USAGE COMP.
       01  WS-SENT-COUNT          PIC S9(9) USAGE COMP.
       01  WS-LEAVE-START         PIC X(10).
       01  WS-LDAYS               PIC S9(4) USAGE COMP.
       01  WS-ON-LEAVE-SWITCH     PIC X(1).
               88  WS-ON-LEAVE               VALUE 'Y'.
       01  WS-ITEM-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-ABSENT-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-ESCALATED-COUNT     PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-ALREADY-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-UNROUTED-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR THE COBWRKDY CALL
      ******************************************************************
       01  WS-WRKDY-DAYS          PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-WRKDY-MSG           PIC X(30).

      ******************************************************************
      * VARIABLES FOR THE ESCALATION NOTICE (COBMSGPT)
      ******************************************************************
       01  WS-MSG-SOURCE          PIC X(8)  VALUE 'COBDLGES'.
       01  WS-MSG-SUBJECT         PIC X(64).
       01  WS-MSG-TEXT            PIC X(100).
       01  WS-MSG-ITEM            PIC X(30).
       01  WS-MSG-PROGRAM         PIC X(8).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(45)
                VALUE 'APPROVAL ESCALATIONS FOR ABSENT APPROVERS'.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE '.
           10 WS-HDR-TODAY        PIC X(10).
           10 FILLER              PIC X(37).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE 'TYPE'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'EMPNO'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE 'ITEM DATE'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'APPROVER'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE 'LEAVE FROM'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(12)  VALUE 'ESCALATED TO'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(14)  VALUE 'ACTION'.
           10 FILLER              PIC X(48).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RD-TYPE          PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RD-EMPNO         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RD-ITEM-DATE     PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RD-APPROVER      PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-RD-LEAVE-FROM    PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RD-ESCALATE-TO   PIC X(12).
           10 FILLER              PIC X(2).
           10 WS-RD-ACTION        PIC X(14).
           10 FILLER              PIC X(48).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBDLGES'.
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

                EXEC SQL INCLUDE SALPEND
                END-EXEC.

                EXEC SQL INCLUDE TIMESIGN
                END-EXEC.

                EXEC SQL INCLUDE DELEGATN
                END-EXEC.

                EXEC SQL INCLUDE DELEGLOG
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - EVERY ITEM WAITING ON AN APPROVER, WITH THE APPROVER -
      * THE MANAGER OF THE EMPLOYEE'S DEPARTMENT, OR FOR THE MANAGER
      * THEMSELVES THE MANAGER OF THE ADMINISTERING DEPARTMENT.
      * ORDERED BY APPROVER SO ONE MANAGER'S ITEMS LIST TOGETHER.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      'S',
                      P.EMPNO,
                      CHAR(DATE(P.REQUEST_TS), ISO),
                      COALESCE(CASE WHEN D.MGRNO = E.EMPNO
                                    THEN (SELECT A.MGRNO
                                            FROM DEPT A
                                           WHERE A.DEPTNO = D.ADMRDEPT)
                                    ELSE D.MGRNO
                               END, ' ')
                    FROM SALARY_CHANGE_PENDING P
                    INNER JOIN EMP E
                      ON E.EMPNO = P.EMPNO
                    LEFT OUTER JOIN DEPT D
                      ON D.DEPTNO = E.WORKDEPT
                    WHERE P.PSTATUS = 'P'
                  UNION ALL
                  SELECT
                      'T',
                      W.EMPNO,
                      CHAR(W.WEEKDATE, ISO),
                      COALESCE(CASE WHEN D.MGRNO = E.EMPNO
                                    THEN (SELECT A.MGRNO
                                            FROM DEPT A
                                           WHERE A.DEPTNO = D.ADMRDEPT)
                                    ELSE D.MGRNO
                               END, ' ')
                    FROM TIMESHEET_WEEK W
                    INNER JOIN EMP E
                      ON E.EMPNO = W.EMPNO
                    LEFT OUTER JOIN DEPT D
                      ON D.DEPTNO = E.WORKDEPT
                    WHERE W.SIGNOFF = 'N'
                  ORDER BY 4, 1, 2, 3
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

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

                EXEC SQL
                     SET :WS-USERID = USER
                END-EXEC.

                MOVE WS-TODAY TO WS-HDR-TODAY.
                DISPLAY 'APPROVAL ESCALATION RUN FOR ' WS-TODAY.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                PERFORM 3000-PRINT-TOTALS
                THRU    3000-EXIT.

                IF WS-ESCALATED-COUNT GREATER THAN ZERO
                   OR WS-UNROUTED-COUNT GREATER THAN ZERO
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

                PERFORM 2200-FETCH-ITEM
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
      * 2200-FETCH-ITEM
      ******************************************************************
       2200-FETCH-ITEM.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-APPR-TYPE,
                          :WS-EMPNO,
                          :WS-ITEM-DATE,
                          :WS-APPROVER
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-ITEM-COUNT
                         PERFORM 2400-CHECK-ITEM
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
      * 2400-CHECK-ITEM - AN ITEM WITH NO APPROVER CANNOT BE ROUTED.
      * OTHERWISE IT ESCALATES ONLY WHEN THE APPROVER IS AWAY TODAY
      * AND NOBODY HOLDS THEIR AUTHORITY FOR THE ITEM'S TYPE.
      ******************************************************************
       2400-CHECK-ITEM.

                MOVE SPACES TO WS-ITEM-KEY.
                STRING WS-EMPNO          DELIMITED BY SIZE
                       ' '               DELIMITED BY SIZE
                       WS-ITEM-DATE      DELIMITED BY SIZE
                  INTO WS-ITEM-KEY.

                IF WS-APPROVER = SPACES OR WS-APPROVER = WS-EMPNO
                   ADD 1 TO WS-UNROUTED-COUNT
                   MOVE SPACES        TO WS-LEAVE-START
                                         WS-ESCALATE-TO
                   MOVE 'NO APPROVER' TO WS-RD-ACTION
                   PERFORM 2800-PRINT-ITEM
                   THRU    2800-EXIT
                   GO TO 2400-EXIT
                END-IF.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-DELEG-COUNT
                      FROM APPROVAL_DELEGATION
                     WHERE APPROVER   =  :WS-APPROVER
                       AND DSTATUS    =  'A'
                       AND START_DATE <= CURRENT DATE
                       AND END_DATE   >= CURRENT DATE
                       AND LOCATE(:WS-APPR-TYPE, APPR_TYPES) > 0
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-DELEG-COUNT GREATER THAN ZERO
                   GO TO 2400-EXIT
                END-IF.

                PERFORM 2500-APPROVER-STATUS
                THRU    2500-EXIT.

                IF NOT WS-ON-LEAVE
                   GO TO 2400-EXIT
                END-IF.

                ADD 1 TO WS-ABSENT-COUNT.

                IF WS-ESCALATE-TO = SPACES
                   OR WS-ESCALATE-TO = WS-APPROVER
                   ADD 1 TO WS-UNROUTED-COUNT
                   MOVE SPACES        TO WS-ESCALATE-TO
                   MOVE 'NO MANAGER'  TO WS-RD-ACTION
                   PERFORM 2800-PRINT-ITEM
                   THRU    2800-EXIT
                   GO TO 2400-EXIT
                END-IF.

      *         ONE NOTICE PER ITEM PER ABSENCE
                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-SENT-COUNT
                      FROM APPROVAL_DELEG_LOG
                     WHERE APPROVER  = :WS-APPROVER
                       AND APPR_TYPE = :WS-APPR-TYPE
                       AND ITEM_KEY  = :WS-ITEM-KEY
                       AND RESULT    = 'X'
                       AND ACTED_TS >= TIMESTAMP(:WS-LEAVE-START,
                                                 '00.00.00')
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-SENT-COUNT GREATER THAN ZERO
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE 'ALREADY SENT' TO WS-RD-ACTION
                   PERFORM 2800-PRINT-ITEM
                   THRU    2800-EXIT
                   GO TO 2400-EXIT
                END-IF.

                PERFORM 2600-ESCALATE-ITEM
                THRU    2600-EXIT.

                ADD 1 TO WS-ESCALATED-COUNT.
                MOVE 'ESCALATED' TO WS-RD-ACTION.
                PERFORM 2800-PRINT-ITEM
                THRU    2800-EXIT.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-APPROVER-STATUS - THE APPROVER'S OWN MANAGER (THE SAME
      * RULE THAT MADE THEM THE APPROVER) AND WHETHER THEY ARE ON
      * LEAVE TODAY - THEIR LATEST ABSENCE STARTED IN THE LAST 90 DAYS
      * STILL COVERS TODAY ON THE SUBSIDIARY'S WORKING-DAY CALENDAR.
      ******************************************************************
       2500-APPROVER-STATUS.

                MOVE SPACES TO WS-ON-LEAVE-SWITCH
                               WS-ESCALATE-TO
                               WS-LEAVE-START.

                EXEC SQL
                    SELECT COALESCE(CASE WHEN D.MGRNO = E.EMPNO
                                         THEN (SELECT A.MGRNO
                                                 FROM DEPT A
                                                WHERE A.DEPTNO =
                                                      D.ADMRDEPT)
                                         ELSE D.MGRNO
                                    END, ' '),
                           COALESCE(D.SUBID, ' ')
                      INTO :WS-ESCALATE-TO,
                           :WS-APPR-SUBID
                      FROM EMP E
                      LEFT OUTER JOIN DEPT D
                        ON D.DEPTNO = E.WORKDEPT
                     WHERE E.EMPNO = :WS-APPROVER
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         GO TO 2500-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT CHAR(L.LSTARTDATE, ISO),
                           L.LDAYS
                      INTO :WS-LEAVE-START,
                           :WS-LDAYS
                      FROM LEAVE_DETAIL L
                     WHERE L.EMPNO = :WS-APPROVER
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
                         GO TO 2500-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                CALL 'COBWRKDY' USING WS-LEAVE-START,
                                      WS-TODAY,
                                      WS-APPR-SUBID,
                                      WS-WRKDY-DAYS,
                                      WS-WRKDY-MSG.

                IF WS-WRKDY-MSG = SPACES
                   AND WS-WRKDY-DAYS GREATER THAN ZERO
                   AND WS-WRKDY-DAYS NOT GREATER THAN WS-LDAYS
                   MOVE 'Y' TO WS-ON-LEAVE-SWITCH
                END-IF.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-ESCALATE-ITEM - TELL THE APPROVER'S MANAGER WHAT IS
      * WAITING AND WHERE TO ACT ON IT, AND RECORD THE ESCALATION.
      ******************************************************************
       2600-ESCALATE-ITEM.

                EVALUATE WS-APPR-TYPE
                    WHEN 'S'
                         MOVE 'SALARY CHANGE FOR'  TO WS-MSG-ITEM
                         MOVE 'COBSALAP'           TO WS-MSG-PROGRAM
                    WHEN OTHER
                         MOVE 'TIMESHEET WEEK FOR' TO WS-MSG-ITEM
                         MOVE 'COBTWSMN'           TO WS-MSG-PROGRAM
                END-EVALUATE.

                MOVE SPACES TO WS-MSG-SUBJECT
                               WS-MSG-TEXT.
                STRING 'APPROVAL ESCALATED - ' DELIMITED BY SIZE
                       WS-APPROVER             DELIMITED BY SIZE
                       ' IS ON LEAVE'          DELIMITED BY SIZE
                  INTO WS-MSG-SUBJECT.
                STRING WS-MSG-ITEM             DELIMITED BY '  '
                       ' '                     DELIMITED BY SIZE
                       WS-EMPNO                DELIMITED BY SIZE
                       ' DATED '               DELIMITED BY SIZE
                       WS-ITEM-DATE            DELIMITED BY SIZE
                       ' AWAITS '              DELIMITED BY SIZE
                       WS-APPROVER             DELIMITED BY SIZE
                       ' - ACT FOR THEM IN '   DELIMITED BY SIZE
                       WS-MSG-PROGRAM          DELIMITED BY SIZE
                       '.'                     DELIMITED BY SIZE
                  INTO WS-MSG-TEXT.

                CALL 'COBMSGPT' USING WS-ESCALATE-TO, WS-MSG-SOURCE,
                     WS-MSG-SUBJECT, WS-MSG-TEXT.

                MOVE WS-APPROVER    TO DL-APPROVER.
                MOVE WS-ESCALATE-TO TO DL-ACTOR.
                MOVE WS-APPR-TYPE   TO DL-APPR-TYPE.
                MOVE WS-ITEM-KEY    TO DL-ITEM-KEY.
                MOVE 'X'            TO DL-RESULT.
                MOVE WS-USERID      TO DL-ACTED-BY.

                EXEC SQL
                    INSERT INTO APPROVAL_DELEG_LOG
                         (APPROVER, ACTOR, APPR_TYPE, ITEM_KEY,
                          RESULT, ACTED_BY, ACTED_TS)
                    VALUES
                         (:DL-APPROVER, :DL-ACTOR, :DL-APPR-TYPE,
                          :DL-ITEM-KEY, :DL-RESULT, :DL-ACTED-BY,
                          CURRENT TIMESTAMP)
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
      * 2800-PRINT-ITEM
      ******************************************************************
       2800-PRINT-ITEM.

                EVALUATE WS-APPR-TYPE
                    WHEN 'S'
                         MOVE 'SALARY'       TO WS-RD-TYPE
                    WHEN 'T'
                         MOVE 'TIMESHEET'    TO WS-RD-TYPE
                    WHEN OTHER
                         MOVE WS-APPR-TYPE   TO WS-RD-TYPE
                END-EVALUATE.

                MOVE WS-EMPNO          TO WS-RD-EMPNO.
                MOVE WS-ITEM-DATE      TO WS-RD-ITEM-DATE.
                MOVE WS-APPROVER       TO WS-RD-APPROVER.
                MOVE WS-LEAVE-START    TO WS-RD-LEAVE-FROM.
                MOVE WS-ESCALATE-TO    TO WS-RD-ESCALATE-TO.
                PRINT WS-RPT-DETAIL.

       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-PRINT-TOTALS
      ******************************************************************
       3000-PRINT-TOTALS.

                MOVE 'ITEMS AWAITING APPROVAL'       TO WS-CNT-LABEL.
                MOVE WS-ITEM-COUNT                   TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'APPROVER ABSENT, NO DELEGATE'  TO WS-CNT-LABEL.
                MOVE WS-ABSENT-COUNT                 TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'ESCALATED TONIGHT'             TO WS-CNT-LABEL.
                MOVE WS-ESCALATED-COUNT              TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'ESCALATED ON AN EARLIER NIGHT' TO WS-CNT-LABEL.
                MOVE WS-ALREADY-COUNT                TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'COULD NOT BE ROUTED'           TO WS-CNT-LABEL.
                MOVE WS-UNROUTED-COUNT               TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                DISPLAY 'ITEMS AWAITING APPROVAL = ' WS-ITEM-COUNT.
                DISPLAY 'ESCALATED TONIGHT       = '
                        WS-ESCALATED-COUNT.
                DISPLAY 'COULD NOT BE ROUTED     = '
                        WS-UNROUTED-COUNT.

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
