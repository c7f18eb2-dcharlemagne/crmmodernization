      *-----------------------------------------------------------------
      *    COBDLGCK - SHARED APPROVAL-DELEGATION CHECK. CALLED BY AN
      *               APPROVAL PROGRAM (COBSALAP, APIPORD, COBTWSMN)
      *               WHEN AN ITEM IS ACTIONED ON SOMEBODY ELSE'S
      *               BEHALF. GIVEN THE APPROVER'S EMPNO, THE ACTING
      *               EMPNO AND THE APPROVAL TYPE ('S' SALARY, 'P'
      *               PURCHASE ORDER, 'T' TIMESHEET SIGN-OFF) IT
      *               HANDS BACK DLGCK-RESULT -
      *                 'D' THE ACTOR IS THE APPROVER'S DELEGATE FOR
      *                     THE TYPE ON AN ACTIVE APPROVAL_DELEGATION
      *                     ROW COVERING TODAY;
      *                 'E' NO DELEGATE IS SET FOR THE TYPE, THE
      *                     APPROVER IS ON AN ACCEPTED LEAVE_DETAIL
      *                     ABSENCE TODAY (COBWRKDY'S WORKING-DAY
      *                     COUNT, AS COBRPT82 WORKS IT OUT) AND THE
      *                     ACTOR IS THE APPROVER'S OWN MANAGER - THE
      *                     ITEM HAS ESCALATED;
      *                 'N' ANYBODY ELSE - THE CALLER REFUSES.
      *               EVERY CHECK IS RECORDED ON APPROVAL_DELEG_LOG
      *               WITH THE ITEM KEY THE CALLER PASSES, FOR
      *               COBAUDPK'S DELEGATION SECTION. LIKE COBROLCK, A
      *               FAILURE INSIDE THIS ROUTINE NEVER ABENDS THE
      *               CALLER - IT JUST COMES BACK 'N'.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBDLGCK.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCT  2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01  WS-USERID                PIC X(8).
       01  WS-APPROVER              PIC X(6).
       01  WS-ACTOR                 PIC X(6).
       01  WS-APPR-TYPE             PIC X(1).
       01  WS-ITEM-KEY              PIC X(20).
       01  WS-RESULT                PIC X(1).
       01  WS-DELEGATE              PIC X(6).
       01  WS-MGRNO                 PIC X(6).
       01  WS-SUBID                 PIC X(4).
       01  WS-TODAY                 PIC X(10).
       01  WS-LEAVE-START           PIC X(10).
       01  WS-LDAYS                 PIC S9(4) USAGE COMP.
       01  WS-ON-LEAVE-SWITCH       PIC X(1).
               88  WS-ON-LEAVE                VALUE 'Y'.

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
               INCLUDE DELEGLOG
           END-EXEC.

      /
       LINKAGE SECTION.

       01  DLGCK-APPROVER           PIC X(6).
       01  DLGCK-ACTOR              PIC X(6).
       01  DLGCK-TYPE               PIC X(1).
       01  DLGCK-ITEM               PIC X(20).
       01  DLGCK-RESULT             PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DLGCK-APPROVER,
                                DLGCK-ACTOR,
                                DLGCK-TYPE,
                                DLGCK-ITEM,
                                DLGCK-RESULT.

       MAINLINE.

                MOVE DLGCK-APPROVER TO WS-APPROVER.
                MOVE DLGCK-ACTOR    TO WS-ACTOR.
                MOVE DLGCK-TYPE     TO WS-APPR-TYPE.
                MOVE DLGCK-ITEM     TO WS-ITEM-KEY.
                MOVE 'N'            TO WS-RESULT.
                MOVE 'N'            TO DLGCK-RESULT.

                EXEC SQL
                     SET :WS-USERID = USER
                END-EXEC.

                IF SQLCODE NOT = 0
                   DISPLAY 'COBDLGCK - UNABLE TO CAPTURE SQLID - '
                           'SQLCODE = ' SQLCODE
                   GOBACK
                END-IF.

                IF WS-ACTOR = SPACES
                   OR WS-ACTOR = WS-APPROVER
                   GO TO MAINLINE-LOG
                END-IF.

                PERFORM 2000-CHECK-DELEGATION THRU 2000-EXIT.

                IF WS-DELEGATE = SPACES
                   PERFORM 3000-CHECK-ESCALATION THRU 3000-EXIT
                END-IF.

       MAINLINE-LOG.

                PERFORM 4000-LOG-CHECK THRU 4000-EXIT.

                MOVE WS-RESULT TO DLGCK-RESULT.

                GOBACK.

      *-----------------------------------------------------------------
      * 2000-CHECK-DELEGATION - THE ACTIVE DELEGATION COVERING TODAY
      * FOR THE APPROVAL TYPE. COBDLGMN REFUSES OVERLAPPING ACTIVE
      * ROWS, SO THERE IS AT MOST ONE.
      *-----------------------------------------------------------------
       2000-CHECK-DELEGATION.

                MOVE SPACES TO WS-DELEGATE.

                EXEC SQL
                    SELECT DELEGATE
                      INTO :WS-DELEGATE
                      FROM APPROVAL_DELEGATION
                     WHERE APPROVER   =  :WS-APPROVER
                       AND DSTATUS    =  'A'
                       AND START_DATE <= CURRENT DATE
                       AND END_DATE   >= CURRENT DATE
                       AND LOCATE(:WS-APPR-TYPE, APPR_TYPES) > 0
                     FETCH FIRST 1 ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-DELEGATE = WS-ACTOR
                            MOVE 'D' TO WS-RESULT
                         END-IF
                    WHEN +100
                         MOVE SPACES TO WS-DELEGATE
                    WHEN OTHER
                         DISPLAY 'COBDLGCK - DELEGATION LOOKUP '
                                 'FAILED - SQLCODE = ' SQLCODE
                         MOVE 'X' TO WS-DELEGATE
                END-EVALUATE.

       2000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 3000-CHECK-ESCALATION - NO DELEGATE IS SET. IF THE APPROVER IS
      * ON LEAVE TODAY, THEIR OWN MANAGER MAY ACT FOR THEM.
      *-----------------------------------------------------------------
       3000-CHECK-ESCALATION.

                MOVE SPACES TO WS-ON-LEAVE-SWITCH.

                EXEC SQL
                    SELECT COALESCE(CASE WHEN D.MGRNO = E.EMPNO
                                         THEN (SELECT A.MGRNO
                                                 FROM DEPT A
                                                WHERE A.DEPTNO =
                                                      D.ADMRDEPT)
                                         ELSE D.MGRNO
                                    END, ' '),
                           COALESCE(D.SUBID, ' '),
                           CHAR(CURRENT DATE, ISO)
                      INTO :WS-MGRNO,
                           :WS-SUBID,
                           :WS-TODAY
                      FROM EMP E
                      LEFT OUTER JOIN DEPT D
                        ON D.DEPTNO = E.WORKDEPT
                     WHERE E.EMPNO = :WS-APPROVER
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         GO TO 3000-EXIT
                    WHEN OTHER
                         DISPLAY 'COBDLGCK - APPROVER LOOKUP FAILED - '
                                 'SQLCODE = ' SQLCODE
                         GO TO 3000-EXIT
                END-EVALUATE.

                IF WS-MGRNO NOT = WS-ACTOR
                   GO TO 3000-EXIT
                END-IF.

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

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         GO TO 3000-EXIT
                    WHEN OTHER
                         DISPLAY 'COBDLGCK - LEAVE LOOKUP FAILED - '
                                 'SQLCODE = ' SQLCODE
                         GO TO 3000-EXIT
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

                IF WS-ON-LEAVE
                   MOVE 'E' TO WS-RESULT
                END-IF.

       3000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4000-LOG-CHECK
      *-----------------------------------------------------------------
       4000-LOG-CHECK.

                MOVE WS-APPROVER  TO DL-APPROVER.
                MOVE WS-ACTOR     TO DL-ACTOR.
                MOVE WS-APPR-TYPE TO DL-APPR-TYPE.
                MOVE WS-ITEM-KEY  TO DL-ITEM-KEY.
                MOVE WS-RESULT    TO DL-RESULT.
                MOVE WS-USERID    TO DL-ACTED-BY.

                EXEC SQL
                    INSERT INTO APPROVAL_DELEG_LOG
                         (APPROVER, ACTOR, APPR_TYPE, ITEM_KEY,
                          RESULT, ACTED_BY, ACTED_TS)
                    VALUES
                         (:DL-APPROVER, :DL-ACTOR, :DL-APPR-TYPE,
                          :DL-ITEM-KEY, :DL-RESULT, :DL-ACTED-BY,
                          CURRENT TIMESTAMP)
                END-EXEC.

                IF SQLCODE NOT = 0
                   DISPLAY 'COBDLGCK - UNABLE TO LOG CHECK - '
                           'SQLCODE = ' SQLCODE
                END-IF.

       4000-EXIT.
                EXIT.
