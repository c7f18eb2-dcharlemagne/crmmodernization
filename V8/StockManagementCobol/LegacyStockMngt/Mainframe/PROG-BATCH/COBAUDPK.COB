      *                  BEFORE/AFTER VALUES AND WHO MADE IT,
      *                - EVERY SUB_SIGNON_AUDIT FAILURE WITH ITS
      *                  LOCK OUTCOME,
      *                - THE JOB_RUN_LOG ROWS PROVING WHICH JOBS
      *                  TOUCHED THE PERIOD AND WHO RAN THEM,
      *                - THE PAY_ANOMALY HITS COBGHSWP SCORED FOR
      *                  THE PAY PERIODS IN RANGE, BY SUBSIDIARY,
      *                - THE APPROVAL_DELEGATION GRANTS IN FORCE
      *                  DURING THE RANGE WITH EVERY APPROVAL_DELEG_LOG
      *                  ACTION TAKEN ON AN APPROVER'S BEHALF OR
      *                  ESCALATED PAST THEM,
      *                - AND THE SOD_CONFLICT FINDINGS THE WEEKLY
      *                  SEGREGATION-OF-DUTIES SWEEP (COBSODSW)
      *                  RECORDED IN RANGE, WITH THEIR EVIDENCE.
      *                EACH SECTION CLOSES WITH A CONTROL TOTAL THE
      *                AUDITORS CAN TIE OUT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  ADD THE SEGREGATION-OF-DUTIES SECTION -
      *                     EVERY SOD_CONFLICT FINDING FROM THE WEEKLY
      *                     SWEEPS RUN IN RANGE, BY RULE AND USER. THE
      *                     RUN LOG SECTION NOW SHOWS WHO RAN EACH
      *                     STEP (JOB_RUN_LOG.RUN_BY).
      *    2026-10-15  RJM  ADD THE APPROVAL DELEGATION SECTION -
      *                     EVERY DELEGATION GRANT OVERLAPPING THE
      *                     RANGE AND EVERY DELEGATED, ESCALATED OR
      *                     REFUSED ACTION LOGGED IN IT.
      *    2026-10-15  RJM  ADD THE PAYROLL ANOMALY SECTION - EVERY
      *                     PAY_ANOMALY HIT FROM THE GHOST-EMPLOYEE
      *                     SWEEP FOR THE PAY PERIODS IN RANGE.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01  WS-PROGRAM             PIC X(8).
       01  WS-START-TS            PIC X(26).
       01  WS-COND-CODE           PIC S9(9) USAGE COMP.
       01  WS-RUN-BY              PIC X(8).

      ******************************************************************
      * SECTION 5 - PAYROLL ANOMALIES
      ******************************************************************
       01  WS-FROM-YM             PIC X(6).
       01  WS-TO-YM               PIC X(6).
       01  WS-ANOM-YM             PIC X(6).
       01  WS-ANOM-SUBID          PIC X(4).
       01  WS-ANOM-EMPNO          PIC X(6).
       01  WS-ANOM-SCORE          PIC S9(4) USAGE COMP.
       01  WS-ANOM-CODE           PIC X(2).
       01  WS-ANOM-POINTS         PIC S9(4) USAGE COMP.
       01  WS-ANOM-EVIDENCE       PIC X(60).

      ******************************************************************
      * SECTION 6 - APPROVAL DELEGATION
      ******************************************************************
       01  WS-DLG-APPROVER        PIC X(6).
       01  WS-DLG-DELEGATE        PIC X(6).
       01  WS-DLG-START           PIC X(10).
       01  WS-DLG-END             PIC X(10).
       01  WS-DLG-TYPES           PIC X(3).
       01  WS-DLG-STATUS          PIC X(1).
       01  WS-DLG-UPDATED-BY      PIC X(8).
       01  WS-DLA-TS              PIC X(26).
       01  WS-DLA-APPROVER        PIC X(6).
       01  WS-DLA-ACTOR           PIC X(6).
       01  WS-DLA-TYPE            PIC X(1).
       01  WS-DLA-ITEM            PIC X(20).
       01  WS-DLA-RESULT          PIC X(1).
       01  WS-DLA-ACTED-BY        PIC X(8).

      ******************************************************************
      * SECTION 7 - SEGREGATION OF DUTIES
      ******************************************************************
       01  WS-SOD-RUN-DATE        PIC X(10).
       01  WS-SOD-RULE-ID         PIC X(4).
       01  WS-SOD-RULE-TYPE       PIC X(1).
       01  WS-SOD-USERID          PIC X(8).
       01  WS-SOD-ITEM-KEY        PIC X(20).
       01  WS-SOD-EVIDENCE        PIC X(60).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 WS-RUN-TS           PIC X(19).
           10 FILLER              PIC X(5)   VALUE ' CC='.
           10 WS-RUN-CC           PIC ZZZZ9-.
           10 FILLER              PIC X(4)   VALUE ' BY '.
           10 WS-RUN-BY-OUT       PIC X(8).
           10 FILLER              PIC X(60).

       01  WS-ANM-LINE.
           10 FILLER              PIC X(2).
           10 WS-ANM-YM           PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-ANM-SUBID        PIC X(4).
           10 FILLER              PIC X(2).
           10 WS-ANM-EMPNO        PIC X(6).
           10 FILLER              PIC X(7)   VALUE ' SCORE='.
           10 WS-ANM-SCORE        PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-ANM-CODE         PIC X(2).
           10 FILLER              PIC X(1).
           10 WS-ANM-POINTS       PIC Z9.
           10 FILLER              PIC X(2).
           10 WS-ANM-EVIDENCE     PIC X(60).
           10 FILLER              PIC X(30).

       01  WS-DGR-LINE.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'GRANT'.
           10 WS-DGR-APPROVER     PIC X(6).
           10 FILLER              PIC X(4)   VALUE ' TO '.
           10 WS-DGR-DELEGATE     PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DGR-START        PIC X(10).
           10 FILLER              PIC X(4)   VALUE ' TO '.
           10 WS-DGR-END          PIC X(10).
           10 FILLER              PIC X(7)   VALUE ' TYPES='.
           10 WS-DGR-TYPES        PIC X(3).
           10 FILLER              PIC X(8)   VALUE ' STATUS='.
           10 WS-DGR-STATUS       PIC X(1).
           10 FILLER              PIC X(2).
           10 WS-DGR-UPDATED-BY   PIC X(8).
           10 FILLER              PIC X(53).

       01  WS-DAC-LINE.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(7)   VALUE 'ACTION'.
           10 WS-DAC-TS           PIC X(26).
           10 FILLER              PIC X(6)   VALUE '  FOR '.
           10 WS-DAC-APPROVER     PIC X(6).
           10 FILLER              PIC X(4)   VALUE ' BY '.
           10 WS-DAC-ACTOR        PIC X(6).
           10 FILLER              PIC X(6)   VALUE ' TYPE='.
           10 WS-DAC-TYPE         PIC X(1).
           10 FILLER              PIC X(2).
           10 WS-DAC-ITEM         PIC X(20).
           10 FILLER              PIC X(8)   VALUE ' RESULT='.
           10 WS-DAC-RESULT       PIC X(1).
           10 FILLER              PIC X(2).
           10 WS-DAC-ACTED-BY     PIC X(8).
           10 FILLER              PIC X(27).

       01  WS-SDC-LINE.
           10 FILLER              PIC X(2).
           10 WS-SDC-RUN-DATE     PIC X(10).
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE 'RULE '.
           10 WS-SDC-RULE-ID      PIC X(4).
           10 FILLER              PIC X(1)   VALUE '/'.
           10 WS-SDC-RULE-TYPE    PIC X(1).
           10 FILLER              PIC X(2).
           10 WS-SDC-USERID       PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-SDC-ITEM-KEY     PIC X(20).
           10 FILLER              PIC X(2).
           10 WS-SDC-EVIDENCE     PIC X(60).
           10 FILLER              PIC X(13).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
                EXEC SQL INCLUDE JOBRUNLG
                END-EXEC.

                EXEC SQL INCLUDE PAYANOM
                END-EXEC.

                EXEC SQL INCLUDE DELEGATN
                END-EXEC.

                EXEC SQL INCLUDE DELEGLOG
                END-EXEC.

                EXEC SQL INCLUDE SODRULE
                END-EXEC.

                EXEC SQL INCLUDE SODCONF
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - ONE CURSOR PER AUDIT DOMAIN.
                      STEPNAME,
                      PROGRAM_NAME,
                      CHAR(START_TS),
                      COALESCE(COND_CODE, -1),
                      COALESCE(RUN_BY, ' ')
                    FROM JOB_RUN_LOG
                    WHERE DATE(START_TS)
                          BETWEEN DATE(:WS-FROM-DATE)
                    ORDER BY START_TS
                END-EXEC.

      ******************************************************************
      * C5 - THE GHOST-EMPLOYEE SWEEP'S SCORED HITS FOR THE PAY
      * PERIODS IN RANGE, BY SUBSIDIARY AND HIGHEST SCORE FIRST.
      ******************************************************************
                EXEC SQL DECLARE C5 CURSOR
                  SELECT
                      PYEARMONTH,
                      SUBID,
                      EMPNO,
                      SCORE,
                      ANOMCODE,
                      POINTS,
                      EVIDENCE
                    FROM PAY_ANOMALY
                    WHERE PYEARMONTH
                          BETWEEN :WS-FROM-YM
                              AND :WS-TO-YM
                    ORDER BY PYEARMONTH, SUBID, SCORE DESC,
                             EMPNO, POINTS DESC
                END-EXEC.

      ******************************************************************
      * C6 - EVERY APPROVAL DELEGATION WHOSE DATES OVERLAP THE RANGE,
      * CANCELLED ONES INCLUDED - THE GRANT IS EVIDENCE EITHER WAY.
      ******************************************************************
                EXEC SQL DECLARE C6 CURSOR
                  SELECT
                      APPROVER,
                      DELEGATE,
                      CHAR(START_DATE, ISO),
                      CHAR(END_DATE, ISO),
                      APPR_TYPES,
                      DSTATUS,
                      COALESCE(UPDATED_BY, ' ')
                    FROM APPROVAL_DELEGATION
                    WHERE START_DATE <= DATE(:WS-TO-DATE)
                      AND END_DATE   >= DATE(:WS-FROM-DATE)
                    ORDER BY APPROVER, START_DATE
                END-EXEC.

      ******************************************************************
      * C7 - EVERY ACTION TAKEN OR REFUSED ON AN APPROVER'S BEHALF,
      * AND EVERY NIGHTLY ESCALATION, IN RANGE.
      ******************************************************************
                EXEC SQL DECLARE C7 CURSOR
                  SELECT
                      CHAR(ACTED_TS),
                      APPROVER,
                      ACTOR,
                      APPR_TYPE,
                      ITEM_KEY,
                      RESULT,
                      COALESCE(ACTED_BY, ' ')
                    FROM APPROVAL_DELEG_LOG
                    WHERE DATE(ACTED_TS)
                          BETWEEN DATE(:WS-FROM-DATE)
                              AND DATE(:WS-TO-DATE)
                    ORDER BY ACTED_TS
                END-EXEC.

      ******************************************************************
      * C8 - THE SEGREGATION-OF-DUTIES FINDINGS OF EVERY WEEKLY SWEEP
      * RUN IN RANGE, WITH THE TYPE OF THE RULE THAT RAISED THEM.
      ******************************************************************
                EXEC SQL DECLARE C8 CURSOR
                  SELECT
                      CHAR(C.RUN_DATE, ISO),
                      C.RULE_ID,
                      COALESCE(R.RULE_TYPE, ' '),
                      C.USERID,
                      C.ITEM_KEY,
                      C.EVIDENCE
                    FROM SOD_CONFLICT C
                    LEFT OUTER JOIN SOD_RULE R
                      ON R.RULE_ID = C.RULE_ID
                    WHERE C.RUN_DATE
                          BETWEEN DATE(:WS-FROM-DATE)
                              AND DATE(:WS-TO-DATE)
                    ORDER BY C.RUN_DATE, C.RULE_ID, C.USERID,
                             C.ITEM_KEY
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
                PERFORM 5000-RUNLOG-SECTION
                THRU    5000-EXIT.

                MOVE 'PAYROLL ANOMALIES (GHOST-EMPLOYEE SWEEP)'
                  TO WS-SEC-TEXT.
                PRINT WS-RPT-SECTION.
                PERFORM 6000-ANOMALY-SECTION
                THRU    6000-EXIT.

                MOVE 'APPROVAL DELEGATIONS AND DELEGATED ACTIONS'
                  TO WS-SEC-TEXT.
                PRINT WS-RPT-SECTION.
                PERFORM 7000-DELEGATION-SECTION
                THRU    7000-EXIT.

                MOVE 'SEGREGATION-OF-DUTIES CONFLICTS'
                  TO WS-SEC-TEXT.
                PRINT WS-RPT-SECTION.
                PERFORM 7500-SOD-SECTION
                THRU    7500-EXIT.

                GOBACK.
      /
      ******************************************************************
                          :WS-STEPNAME,
                          :WS-PROGRAM,
                          :WS-START-TS,
                          :WS-COND-CODE,
                          :WS-RUN-BY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                         MOVE WS-START-TS (1:19)
                                               TO WS-RUN-TS
                         MOVE WS-COND-CODE     TO WS-RUN-CC
                         MOVE WS-RUN-BY        TO WS-RUN-BY-OUT
                         PRINT WS-RUN-LINE
                         ADD 1 TO WS-SECTION-COUNT
                    WHEN +100
       5200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 6000-ANOMALY-SECTION - THE DATE RANGE CUT DOWN TO THE PAY
      * PERIODS (YYYYMM) IT COVERS.
      ******************************************************************
       6000-ANOMALY-SECTION.

                MOVE ZERO   TO WS-SECTION-COUNT.
                MOVE SPACES TO END-OF-CURSOR-SWITCH.

                MOVE WS-FROM-DATE (1:4) TO WS-FROM-YM (1:4).
                MOVE WS-FROM-DATE (6:2) TO WS-FROM-YM (5:2).
                MOVE WS-TO-DATE (1:4)   TO WS-TO-YM (1:4).
                MOVE WS-TO-DATE (6:2)   TO WS-TO-YM (5:2).

                EXEC SQL
                  OPEN  C5
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

                PERFORM 6200-FETCH-ANOMALY
                THRU    6200-EXIT
                UNTIL END-OF-CURSOR.

                EXEC SQL
                  CLOSE  C5
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

                MOVE WS-SECTION-COUNT TO WS-SEC-TOTAL.
                PRINT WS-RPT-SEC-TOTAL.

       6000-EXIT.
                EXIT.

       6200-FETCH-ANOMALY.

                EXEC SQL
                    FETCH C5
                    INTO  :WS-ANOM-YM,
                          :WS-ANOM-SUBID,
                          :WS-ANOM-EMPNO,
                          :WS-ANOM-SCORE,
                          :WS-ANOM-CODE,
                          :WS-ANOM-POINTS,
                          :WS-ANOM-EVIDENCE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-ANOM-YM       TO WS-ANM-YM
                         MOVE WS-ANOM-SUBID    TO WS-ANM-SUBID
                         MOVE WS-ANOM-EMPNO    TO WS-ANM-EMPNO
                         MOVE WS-ANOM-SCORE    TO WS-ANM-SCORE
                         MOVE WS-ANOM-CODE     TO WS-ANM-CODE
                         MOVE WS-ANOM-POINTS   TO WS-ANM-POINTS
                         MOVE WS-ANOM-EVIDENCE TO WS-ANM-EVIDENCE
                         PRINT WS-ANM-LINE
                         ADD 1 TO WS-SECTION-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-CURSOR-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       6200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 7000-DELEGATION-SECTION - THE GRANTS FIRST, THEN THE ACTIONS
      * TAKEN UNDER THEM; ONE CONTROL TOTAL COVERS BOTH.
      ******************************************************************
       7000-DELEGATION-SECTION.

                MOVE ZERO   TO WS-SECTION-COUNT.
                MOVE SPACES TO END-OF-CURSOR-SWITCH.

                EXEC SQL
                  OPEN  C6
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

                PERFORM 7200-FETCH-GRANT
                THRU    7200-EXIT
                UNTIL END-OF-CURSOR.

                EXEC SQL
                  CLOSE  C6
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

                MOVE SPACES TO END-OF-CURSOR-SWITCH.

                EXEC SQL
                  OPEN  C7
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

                PERFORM 7400-FETCH-ACTION
                THRU    7400-EXIT
                UNTIL END-OF-CURSOR.

                EXEC SQL
                  CLOSE  C7
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

                MOVE WS-SECTION-COUNT TO WS-SEC-TOTAL.
                PRINT WS-RPT-SEC-TOTAL.

       7000-EXIT.
                EXIT.

       7200-FETCH-GRANT.

                EXEC SQL
                    FETCH C6
                    INTO  :WS-DLG-APPROVER,
                          :WS-DLG-DELEGATE,
                          :WS-DLG-START,
                          :WS-DLG-END,
                          :WS-DLG-TYPES,
                          :WS-DLG-STATUS,
                          :WS-DLG-UPDATED-BY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-DLG-APPROVER   TO WS-DGR-APPROVER
                         MOVE WS-DLG-DELEGATE   TO WS-DGR-DELEGATE
                         MOVE WS-DLG-START      TO WS-DGR-START
                         MOVE WS-DLG-END        TO WS-DGR-END
                         MOVE WS-DLG-TYPES      TO WS-DGR-TYPES
                         MOVE WS-DLG-STATUS     TO WS-DGR-STATUS
                         MOVE WS-DLG-UPDATED-BY TO WS-DGR-UPDATED-BY
                         PRINT WS-DGR-LINE
                         ADD 1 TO WS-SECTION-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-CURSOR-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       7200-EXIT.
                EXIT.

       7400-FETCH-ACTION.

                EXEC SQL
                    FETCH C7
                    INTO  :WS-DLA-TS,
                          :WS-DLA-APPROVER,
                          :WS-DLA-ACTOR,
                          :WS-DLA-TYPE,
                          :WS-DLA-ITEM,
                          :WS-DLA-RESULT,
                          :WS-DLA-ACTED-BY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-DLA-TS         TO WS-DAC-TS
                         MOVE WS-DLA-APPROVER   TO WS-DAC-APPROVER
                         MOVE WS-DLA-ACTOR      TO WS-DAC-ACTOR
                         MOVE WS-DLA-TYPE       TO WS-DAC-TYPE
                         MOVE WS-DLA-ITEM       TO WS-DAC-ITEM
                         MOVE WS-DLA-RESULT     TO WS-DAC-RESULT
                         MOVE WS-DLA-ACTED-BY   TO WS-DAC-ACTED-BY
                         PRINT WS-DAC-LINE
                         ADD 1 TO WS-SECTION-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-CURSOR-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       7400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 7500-SOD-SECTION
      ******************************************************************
       7500-SOD-SECTION.

                MOVE ZERO   TO WS-SECTION-COUNT.
                MOVE SPACES TO END-OF-CURSOR-SWITCH.

                EXEC SQL
                  OPEN  C8
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

                PERFORM 7700-FETCH-CONFLICT
                THRU    7700-EXIT
                UNTIL END-OF-CURSOR.

                EXEC SQL
                  CLOSE  C8
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

                MOVE WS-SECTION-COUNT TO WS-SEC-TOTAL.
                PRINT WS-RPT-SEC-TOTAL.

       7500-EXIT.
                EXIT.

       7700-FETCH-CONFLICT.

                EXEC SQL
                    FETCH C8
                    INTO  :WS-SOD-RUN-DATE,
                          :WS-SOD-RULE-ID,
                          :WS-SOD-RULE-TYPE,
                          :WS-SOD-USERID,
                          :WS-SOD-ITEM-KEY,
                          :WS-SOD-EVIDENCE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-SOD-RUN-DATE   TO WS-SDC-RUN-DATE
                         MOVE WS-SOD-RULE-ID    TO WS-SDC-RULE-ID
                         MOVE WS-SOD-RULE-TYPE  TO WS-SDC-RULE-TYPE
                         MOVE WS-SOD-USERID     TO WS-SDC-USERID
                         MOVE WS-SOD-ITEM-KEY   TO WS-SDC-ITEM-KEY
                         MOVE WS-SOD-EVIDENCE   TO WS-SDC-EVIDENCE
                         PRINT WS-SDC-LINE
                         ADD 1 TO WS-SECTION-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-CURSOR-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       7700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8100-CHECK-SQLCODE - OPEN/CLOSE OUTCOME CHECK SHARED BY THE
      * SEVEN SECTIONS.
      ******************************************************************
       8100-CHECK-SQLCODE.

