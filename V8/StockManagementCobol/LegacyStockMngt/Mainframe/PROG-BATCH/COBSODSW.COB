      *-----------------------------------------------------------------
      *     COBSODSW - WEEKLY SEGREGATION-OF-DUTIES SWEEP. READS THE
      *                NUMBER OF DAYS TO LOOK BACK OFF SYSIN (ZERO
      *                MEANS SEVEN) AND CHECKS THE MAINTENANCE AND
      *                APPROVAL TRAILS FROM THAT MANY DAYS AGO TO
      *                YESTERDAY AGAINST EVERY ACTIVE RULE ON SOD_RULE
      *                (MAINTAINED THROUGH COBSODMN):
      *                  S  A SALARY_CHANGE_PENDING ROW APPROVED IN
      *                     THE WINDOW WHOSE DECIDED_BY IS ITS OWN
      *                     REQUESTED_BY
      *                  P  A PURCHASE_ORDER APPROVED IN THE WINDOW
      *                     WHOSE APPR_BY IS THE USER WHO RAISED IT
      *                     (CREATED_BY, STAMPED BY APIPORD)
      *                  M  A RUN IN THE WINDOW OF THE PROGRAM NAMED
      *                     IN DUTY B (JOB_RUN_LOG, RUN_BY STAMPED BY
      *                     COBRUNLG) BY A USER WHO CHANGED A ROW OF
      *                     THE TABLE NAMED IN DUTY A
      *                     (MASTER_CHANGE_LOG) IN THE 35 DAYS BEFORE
      *                     THE RUN - EMP_BANK_ACCT AGAINST COBBNKEX
      *                     IS THE CASE THE AUDITORS ASK FOR
      *                  R  A USER_ROLE USERID HOLDING BOTH THE ROLE
      *                     IN DUTY A AND THE ROLE IN DUTY B, AS THE
      *                     GRANTS STAND TODAY
      *                EACH EVIDENCE ROW FOUND IS PRINTED UNDER ITS
      *                RULE WITH THE USERID AND ITEM KEY AND WRITTEN
      *                TO SOD_CONFLICT FOR COBAUDPK'S ANNUAL AUDIT
      *                PACK. A RERUN ON THE SAME DAY REPLACES THE
      *                DAY'S ROWS. ANY CONFLICT, OR NO ACTIVE RULE TO
      *                CHECK, ENDS THE STEP WITH CONDITION CODE 4.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBSODSW.
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
       77  END-OF-EVD-SWITCH      PIC X          VALUE  SPACES.
               88  END-OF-EVD                    VALUE  'Y'.
       01  WS-DAYS-IN             PIC 9(3).
       01  WS-DAYS-BACK           PIC S9(9) USAGE COMP.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-RUN-TS              PIC X(26).
       01  WS-TODAY               PIC X(10).
       01  WS-FROM-DATE           PIC X(10).
       01  WS-TO-DATE             PIC X(10).
       01  WS-RULE-ID             PIC X(4).
       01  WS-RULE-TYPE           PIC X(1).
               88  WS-TYPE-SALARY                VALUE 'S'.
               88  WS-TYPE-PORDER                VALUE 'P'.
               88  WS-TYPE-MASTER                VALUE 'M'.
               88  WS-TYPE-ROLES                 VALUE 'R'.
       01  WS-DUTY-A              PIC X(18).
       01  WS-DUTY-B              PIC X(18).
       01  WS-DUTY-A8             PIC X(8).
       01  WS-DUTY-B8             PIC X(8).
       01  WS-RULE-DESC           PIC X(40).
       01  WS-USERID              PIC X(8).
       01  WS-ITEM-KEY            PIC X(20).
       01  WS-EVIDENCE            PIC X(60).
       01  WS-EMPNO               PIC X(6).
       01  WS-REQ-DATE            PIC X(10).
       01  WS-DEC-DATE            PIC X(10).
       01  WS-NEWSALARY           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-PONO                PIC X(6).
       01  WS-SUPNO               PIC X(6).
       01  WS-ORDER-DATE          PIC X(10).
       01  WS-APPR-DATE           PIC X(10).
       01  WS-ROW-KEY             PIC X(20).
       01  WS-CHG-ACTION          PIC X(1).
       01  WS-CHG-DATE            PIC X(10).
       01  WS-STEPNAME            PIC X(8).
       01  WS-RUN-DATE            PIC X(10).
       01  WS-EDIT-SALARY         PIC Z,ZZZ,ZZ9.99.
       01  WS-RULE-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-RULE-CONFLICTS      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-CONFLICT-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(40)
                VALUE 'SEGREGATION-OF-DUTIES CONFLICT SWEEP - '.
           10 WS-HDR-FROM         PIC X(10).
           10 FILLER              PIC X(4)   VALUE ' TO '.
           10 WS-HDR-TO           PIC X(10).
           10 FILLER              PIC X(48).

       01  WS-RPT-RULE-HDG.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE 'RULE '.
           10 WS-RUL-ID           PIC X(4).
           10 FILLER              PIC X(6)   VALUE ' TYPE '.
           10 WS-RUL-TYPE         PIC X(1).
           10 FILLER              PIC X(2).
           10 WS-RUL-DESC         PIC X(40).
           10 FILLER              PIC X(2).
           10 WS-RUL-DUTY-A       PIC X(18).
           10 FILLER              PIC X(3)   VALUE ' / '.
           10 WS-RUL-DUTY-B       PIC X(18).
           10 FILLER              PIC X(31).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(4).
           10 FILLER              PIC X(10)  VALUE 'USERID'.
           10 FILLER              PIC X(22)  VALUE 'ITEM KEY'.
           10 FILLER              PIC X(60)  VALUE 'EVIDENCE'.
           10 FILLER              PIC X(36).

       01  WS-RPT-EVD-LINE.
           10 FILLER              PIC X(4).
           10 WS-EVD-USERID       PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-EVD-ITEM         PIC X(20).
           10 FILLER              PIC X(2).
           10 WS-EVD-TEXT         PIC X(60).
           10 FILLER              PIC X(36).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 WS-RPT-TOT-LABEL    PIC X(36).
           10 WS-RPT-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBSODSW'.
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

                EXEC SQL INCLUDE SODRULE
                END-EXEC.

                EXEC SQL INCLUDE SODCONF
                END-EXEC.

                EXEC SQL INCLUDE SALPEND
                END-EXEC.

                EXEC SQL INCLUDE PORDER
                END-EXEC.

                EXEC SQL INCLUDE MDCHGLOG
                END-EXEC.

                EXEC SQL INCLUDE JOBRUNLG
                END-EXEC.

                EXEC SQL INCLUDE USERROLE
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - THE ACTIVE RULES, IN RULE_ID ORDER.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      RULE_ID,
                      RULE_TYPE,
                      DUTY_A,
                      DUTY_B,
                      RULE_DESC
                    FROM SOD_RULE
                    WHERE RSTATUS = 'A'
                    ORDER BY RULE_ID
                END-EXEC.

      ******************************************************************
      * C2 - RULE TYPE 'S'. SALARY CHANGES APPROVED IN THE WINDOW BY
      * THE USER WHO PROPOSED THEM.
      ******************************************************************
                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      S.REQUESTED_BY,
                      S.EMPNO,
                      CHAR(DATE(S.REQUEST_TS), ISO),
                      CHAR(DATE(S.DECIDED_TS), ISO),
                      S.NEWSALARY
                    FROM SALARY_CHANGE_PENDING S
                    WHERE S.PSTATUS    = 'A'
                      AND S.DECIDED_BY = S.REQUESTED_BY
                      AND DATE(S.DECIDED_TS)
                          BETWEEN DATE(:WS-FROM-DATE)
                              AND DATE(:WS-TO-DATE)
                    ORDER BY 1, 2, 3
                END-EXEC.

      ******************************************************************
      * C3 - RULE TYPE 'P'. PURCHASE ORDERS APPROVED IN THE WINDOW BY
      * THE USER WHO RAISED THEM.
      ******************************************************************
                EXEC SQL DECLARE C3 CURSOR
                  SELECT
                      P.CREATED_BY,
                      P.PONO,
                      P.SUPNO,
                      CHAR(P.ORDER_DATE, ISO),
                      CHAR(DATE(P.APPR_TS), ISO)
                    FROM PURCHASE_ORDER P
                    WHERE P.CREATED_BY = P.APPR_BY
                      AND DATE(P.APPR_TS)
                          BETWEEN DATE(:WS-FROM-DATE)
                              AND DATE(:WS-TO-DATE)
                    ORDER BY 1, 2
                END-EXEC.

      ******************************************************************
      * C4 - RULE TYPE 'M'. EVERY RUN OF THE DUTY B PROGRAM STARTED IN
      * THE WINDOW, PAIRED WITH EACH CHANGE ITS RUN_BY USER MADE TO
      * THE DUTY A TABLE IN THE 35 DAYS BEFORE THE RUN STARTED - ONE
      * EVIDENCE ROW PER PAIR. A RUN LOGGED WITHOUT A RUN_BY NEVER
      * MATCHES.
      ******************************************************************
                EXEC SQL DECLARE C4 CURSOR
                  SELECT
                      J.RUN_BY,
                      C.ROW_KEY,
                      C.CHG_ACTION,
                      CHAR(DATE(C.CHANGE_TS), ISO),
                      J.STEPNAME,
                      CHAR(DATE(J.START_TS), ISO)
                    FROM JOB_RUN_LOG J,
                         MASTER_CHANGE_LOG C
                    WHERE J.PROGRAM_NAME = :WS-DUTY-B8
                      AND DATE(J.START_TS)
                          BETWEEN DATE(:WS-FROM-DATE)
                              AND DATE(:WS-TO-DATE)
                      AND C.TABLE_NAME   = :WS-DUTY-A
                      AND C.CHANGED_BY   = J.RUN_BY
                      AND C.CHANGE_TS   <= J.START_TS
                      AND C.CHANGE_TS    > J.START_TS - 35 DAYS
                    ORDER BY 1, 6, 4, 2
                END-EXEC.

      ******************************************************************
      * C5 - RULE TYPE 'R'. USERIDS GRANTED BOTH ROLES.
      ******************************************************************
                EXEC SQL DECLARE C5 CURSOR
                  SELECT
                      A.USERID
                    FROM USER_ROLE A,
                         USER_ROLE B
                    WHERE B.USERID   = A.USERID
                      AND A.ROLENAME = :WS-DUTY-A8
                      AND B.ROLENAME = :WS-DUTY-B8
                    ORDER BY 1
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-DAYS-IN.

                MOVE WS-DAYS-IN TO WS-DAYS-BACK.
                IF WS-DAYS-BACK = ZERO
                   MOVE 7 TO WS-DAYS-BACK
                END-IF.

                PERFORM 1000-INITIALIZE
                THRU    1000-EXIT.

                DISPLAY 'SOD SWEEP FOR ' WS-FROM-DATE
                        ' TO ' WS-TO-DATE.

                MOVE WS-FROM-DATE TO WS-HDR-FROM.
                MOVE WS-TO-DATE   TO WS-HDR-TO.
                PRINT WS-RPT-HEADER.

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

                PERFORM 2200-FETCH-RULE
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

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'ACTIVE RULES CHECKED'    TO WS-RPT-TOT-LABEL.
                MOVE WS-RULE-COUNT             TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.
                MOVE 'RULES OF AN UNKNOWN TYPE SKIPPED'
                                               TO WS-RPT-TOT-LABEL.
                MOVE WS-SKIPPED-COUNT          TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.
                MOVE 'CONFLICTS RECORDED ON SOD_CONFLICT'
                                               TO WS-RPT-TOT-LABEL.
                MOVE WS-CONFLICT-COUNT         TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.

                DISPLAY 'ACTIVE RULES CHECKED     = ' WS-RULE-COUNT.
                DISPLAY 'CONFLICTS RECORDED       = ' WS-CONFLICT-COUNT.

      *         AN EMPTY RULE TABLE PROVES NOTHING - SAY SO RATHER
      *         THAN HAND THE AUDITORS A CLEAN REPORT.
                IF WS-RULE-COUNT = ZERO
                   DISPLAY 'NO ACTIVE SOD_RULE ROWS - NOTHING CHECKED'
                   MOVE 4 TO RETURN-CODE
                END-IF.

                IF WS-CONFLICT-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE WINDOW (DAYS BACK TO YESTERDAY, SO THE
      * NEXT WEEK'S RUN PICKS UP WHERE THIS ONE STOPS) AND ANY ROWS AN
      * EARLIER RUN TODAY LEFT ON SOD_CONFLICT CLEARED.
      ******************************************************************
       1000-INITIALIZE.

                EXEC SQL
                    SELECT CHAR(CURRENT DATE, ISO),
                           CHAR(CURRENT DATE - :WS-DAYS-BACK DAYS,
                                ISO),
                           CHAR(CURRENT DATE - 1 DAY, ISO),
                           CURRENT TIMESTAMP
                      INTO :WS-TODAY,
                           :WS-FROM-DATE,
                           :WS-TO-DATE,
                           :WS-RUN-TS
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
                    DELETE FROM SOD_CONFLICT
                     WHERE RUN_DATE = DATE(:WS-TODAY)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       1000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2200-FETCH-RULE
      ******************************************************************
       2200-FETCH-RULE.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-RULE-ID,
                          :WS-RULE-TYPE,
                          :WS-DUTY-A,
                          :WS-DUTY-B,
                          :WS-RULE-DESC
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 3000-CHECK-RULE
                         THRU    3000-EXIT
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
      * 3000-CHECK-RULE - RULE HEADING, THE EVIDENCE FOR THE RULE'S
      * TYPE, THEN THE RULE'S TOTAL.
      ******************************************************************
       3000-CHECK-RULE.

                ADD 1 TO WS-RULE-COUNT.
                MOVE ZERO          TO WS-RULE-CONFLICTS.
                MOVE WS-DUTY-A     TO WS-DUTY-A8.
                MOVE WS-DUTY-B     TO WS-DUTY-B8.

                MOVE WS-RULE-ID    TO WS-RUL-ID.
                MOVE WS-RULE-TYPE  TO WS-RUL-TYPE.
                MOVE WS-RULE-DESC  TO WS-RUL-DESC.
                MOVE WS-DUTY-A     TO WS-RUL-DUTY-A.
                MOVE WS-DUTY-B     TO WS-RUL-DUTY-B.
                PRINT WS-RPT-RULE-HDG.

                EVALUATE TRUE
                    WHEN WS-TYPE-SALARY
                         PRINT WS-RPT-COLUMNS
                         PERFORM 3100-CHECK-SALARY
                         THRU    3100-EXIT
                    WHEN WS-TYPE-PORDER
                         PRINT WS-RPT-COLUMNS
                         PERFORM 3200-CHECK-PORDER
                         THRU    3200-EXIT
                    WHEN WS-TYPE-MASTER
                         PRINT WS-RPT-COLUMNS
                         PERFORM 3300-CHECK-MASTER
                         THRU    3300-EXIT
                    WHEN WS-TYPE-ROLES
                         PRINT WS-RPT-COLUMNS
                         PERFORM 3400-CHECK-ROLES
                         THRU    3400-EXIT
                    WHEN OTHER
                         DISPLAY 'RULE ' WS-RULE-ID
                                 ' HAS UNKNOWN TYPE ' WS-RULE-TYPE
                                 ' - SKIPPED'
                         ADD 1 TO WS-SKIPPED-COUNT
                         GO TO 3000-EXIT
                END-EVALUATE.

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'CONFLICTS FOR RULE'      TO WS-RPT-TOT-LABEL.
                MOVE WS-RULE-CONFLICTS         TO WS-RPT-TOT-COUNT.
                PRINT WS-RPT-TOTAL.

       3000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3100-CHECK-SALARY - RULE TYPE 'S' THROUGH C2.
      ******************************************************************
       3100-CHECK-SALARY.

                MOVE SPACES TO END-OF-EVD-SWITCH.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 3150-FETCH-SALARY
                THRU    3150-EXIT
                UNTIL END-OF-EVD.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3100-EXIT.
                EXIT.

      ******************************************************************
      * 3150-FETCH-SALARY
      ******************************************************************
       3150-FETCH-SALARY.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-USERID,
                          :WS-EMPNO,
                          :WS-REQ-DATE,
                          :WS-DEC-DATE,
                          :WS-NEWSALARY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE SPACES         TO WS-ITEM-KEY
                                                WS-EVIDENCE
                         STRING WS-EMPNO     DELIMITED BY SIZE
                                ' '          DELIMITED BY SIZE
                                WS-REQ-DATE  DELIMITED BY SIZE
                           INTO WS-ITEM-KEY
                         MOVE WS-NEWSALARY   TO WS-EDIT-SALARY
                         STRING 'PROPOSED '  DELIMITED BY SIZE
                                WS-REQ-DATE  DELIMITED BY SIZE
                                ' APPROVED ' DELIMITED BY SIZE
                                WS-DEC-DATE  DELIMITED BY SIZE
                                ' NEW '      DELIMITED BY SIZE
                                WS-EDIT-SALARY
                                             DELIMITED BY SIZE
                           INTO WS-EVIDENCE
                         PERFORM 5000-RECORD-CONFLICT
                         THRU    5000-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-EVD-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3150-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3200-CHECK-PORDER - RULE TYPE 'P' THROUGH C3.
      ******************************************************************
       3200-CHECK-PORDER.

                MOVE SPACES TO END-OF-EVD-SWITCH.

                EXEC SQL
                  OPEN  C3
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 3250-FETCH-PORDER
                THRU    3250-EXIT
                UNTIL END-OF-EVD.

                EXEC SQL
                  CLOSE  C3
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3200-EXIT.
                EXIT.

      ******************************************************************
      * 3250-FETCH-PORDER
      ******************************************************************
       3250-FETCH-PORDER.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-USERID,
                          :WS-PONO,
                          :WS-SUPNO,
                          :WS-ORDER-DATE,
                          :WS-APPR-DATE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE SPACES         TO WS-ITEM-KEY
                                                WS-EVIDENCE
                         STRING 'PO '        DELIMITED BY SIZE
                                WS-PONO      DELIMITED BY SIZE
                           INTO WS-ITEM-KEY
                         STRING 'RAISED '    DELIMITED BY SIZE
                                WS-ORDER-DATE
                                             DELIMITED BY SIZE
                                ' APPROVED ' DELIMITED BY SIZE
                                WS-APPR-DATE DELIMITED BY SIZE
                                ' SUPPLIER ' DELIMITED BY SIZE
                                WS-SUPNO     DELIMITED BY SIZE
                           INTO WS-EVIDENCE
                         PERFORM 5000-RECORD-CONFLICT
                         THRU    5000-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-EVD-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3250-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3300-CHECK-MASTER - RULE TYPE 'M' THROUGH C4.
      ******************************************************************
       3300-CHECK-MASTER.

                MOVE SPACES TO END-OF-EVD-SWITCH.

                EXEC SQL
                  OPEN  C4
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 3350-FETCH-MASTER
                THRU    3350-EXIT
                UNTIL END-OF-EVD.

                EXEC SQL
                  CLOSE  C4
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3300-EXIT.
                EXIT.

      ******************************************************************
      * 3350-FETCH-MASTER - THE ITEM KEY IS THE CHANGED ROW'S KEY AS
      * MASTER_CHANGE_LOG HOLDS IT.
      ******************************************************************
       3350-FETCH-MASTER.

                EXEC SQL
                    FETCH C4
                    INTO  :WS-USERID,
                          :WS-ROW-KEY,
                          :WS-CHG-ACTION,
                          :WS-CHG-DATE,
                          :WS-STEPNAME,
                          :WS-RUN-DATE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-ROW-KEY     TO WS-ITEM-KEY
                         MOVE SPACES         TO WS-EVIDENCE
                         STRING 'CHANGED('   DELIMITED BY SIZE
                                WS-CHG-ACTION
                                             DELIMITED BY SIZE
                                ') '         DELIMITED BY SIZE
                                WS-CHG-DATE  DELIMITED BY SIZE
                                ' THEN RAN ' DELIMITED BY SIZE
                                WS-DUTY-B8   DELIMITED BY SIZE
                                ' '          DELIMITED BY SIZE
                                WS-STEPNAME  DELIMITED BY SIZE
                                ' '          DELIMITED BY SIZE
                                WS-RUN-DATE  DELIMITED BY SIZE
                           INTO WS-EVIDENCE
                         PERFORM 5000-RECORD-CONFLICT
                         THRU    5000-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-EVD-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3350-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3400-CHECK-ROLES - RULE TYPE 'R' THROUGH C5.
      ******************************************************************
       3400-CHECK-ROLES.

                MOVE SPACES TO END-OF-EVD-SWITCH.

                EXEC SQL
                  OPEN  C5
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 3450-FETCH-ROLES
                THRU    3450-EXIT
                UNTIL END-OF-EVD.

                EXEC SQL
                  CLOSE  C5
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3400-EXIT.
                EXIT.

      ******************************************************************
      * 3450-FETCH-ROLES
      ******************************************************************
       3450-FETCH-ROLES.

                EXEC SQL
                    FETCH C5
                    INTO  :WS-USERID
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'USER_ROLE'    TO WS-ITEM-KEY
                         MOVE SPACES         TO WS-EVIDENCE
                         STRING 'HOLDS ROLE ' DELIMITED BY SIZE
                                WS-DUTY-A8   DELIMITED BY SIZE
                                ' AND ROLE ' DELIMITED BY SIZE
                                WS-DUTY-B8   DELIMITED BY SIZE
                           INTO WS-EVIDENCE
                         PERFORM 5000-RECORD-CONFLICT
                         THRU    5000-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-EVD-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3450-EXIT.
                EXIT.
      /
      ******************************************************************
      * 5000-RECORD-CONFLICT - PRINT THE EVIDENCE LINE AND KEEP THE
      * FINDING ON SOD_CONFLICT.
      ******************************************************************
       5000-RECORD-CONFLICT.

                MOVE SPACES        TO WS-RPT-EVD-LINE.
                MOVE WS-USERID     TO WS-EVD-USERID.
                MOVE WS-ITEM-KEY   TO WS-EVD-ITEM.
                MOVE WS-EVIDENCE   TO WS-EVD-TEXT.
                PRINT WS-RPT-EVD-LINE.

                MOVE WS-TODAY      TO SC-RUN-DATE.
                MOVE WS-RULE-ID    TO SC-RULE-ID.
                MOVE WS-USERID     TO SC-USERID.
                MOVE WS-ITEM-KEY   TO SC-ITEM-KEY.
                MOVE WS-EVIDENCE   TO SC-EVIDENCE.
                MOVE WS-RUN-TS     TO SC-DETECTED-TS.

                EXEC SQL
                    INSERT INTO SOD_CONFLICT
                         ( RUN_DATE,
                           RULE_ID,
                           USERID,
                           ITEM_KEY,
                           EVIDENCE,
                           DETECTED_TS )
                    VALUES
                         ( :SC-RUN-DATE,
                           :SC-RULE-ID,
                           :SC-USERID,
                           :SC-ITEM-KEY,
                           :SC-EVIDENCE,
                           :SC-DETECTED-TS )
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-CONFLICT-COUNT
                         ADD 1 TO WS-RULE-CONFLICTS
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       5000-EXIT.
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
