      *-----------------------------------------------------------------
      *     COBRPT70 - PROJECT SCOPE-CHANGE REPORT FOR THE STEERING
      *                MEETINGS. FOR EVERY BASELINED PROJECT PRINTS THE
      *                ORIGINAL COMMITMENT FROM PROJ_BASELINE (BUDGET,
      *                STAFFING TOTAL, END DATE), EVERY APPROVED
      *                PROJ_CHANGE_REQ IN THE ORDER IT WAS APPROVED
      *                WITH ITS REASON, REQUESTER AND APPROVER, THE
      *                PROJECT'S CURRENT FIGURES, AND THE CREEP - HOW
      *                FAR BUDGET, STAFF AND END DATE HAVE MOVED FROM
      *                THE BASELINE - WITH A COUNT OF CHANGES STILL
      *                WAITING FOR A DECISION. ENDS WITH THE PORTFOLIO
      *                BASELINE AGAINST CURRENT BUDGET. A PROJECT WHOSE
      *                CURRENT FIGURES DO NOT MATCH THE END OF ITS
      *                APPROVED-CHANGE CHAIN HAS BEEN CHANGED OUTSIDE
      *                THE CONTROL AND IS FLAGGED (WARNING CODE).
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT70.
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
       77  END-OF-C2-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C2                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-PROJ-NO             PIC X(6).
       01  WS-PROJ-NAME           PIC X(24).
       01  WS-APPROVED-DATE       PIC X(10).
       01  WS-DECIDED-DATE        PIC X(10).
       01  WS-CUR-BUDGET          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CUR-STAFF           PIC S9(5) USAGE COMP-3.
       01  WS-CUR-ENDDATE         PIC X(8).
       01  WS-SLIP-DAYS           PIC S9(9) USAGE COMP.
       01  WS-PENDING-COUNT       PIC S9(9) USAGE COMP.

      ******************************************************************
      * THE END OF THE APPROVED-CHANGE CHAIN - STARTS AT THE BASELINE
      ******************************************************************
       01  WS-CHAIN-BUDGET        PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CHAIN-STAFF         PIC S9(5) USAGE COMP-3.
       01  WS-CHAIN-ENDDATE       PIC X(8).
       01  WS-CHANGE-COUNT        PIC S9(9) USAGE COMP.
       01  WS-BUDGET-DELTA        PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-STAFF-DELTA         PIC S9(5) USAGE COMP-3.
       01  WS-CREEP-PCT           PIC S9(5)V9(2) USAGE COMP-3.

       01  WS-PROJECT-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOTAL-CHANGES       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOTAL-PENDING       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-OUTSIDE-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-BASE-BUDGET     PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-CUR-BUDGET      PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(40)
                VALUE 'PROJECT BASELINE AND SCOPE-CHANGE REPORT'.
           10 FILLER              PIC X(72).

       01  WS-RPT-PROJECT.
           10 FILLER              PIC X(1).
           10 FILLER              PIC X(9)   VALUE 'PROJECT: '.
           10 WS-RPT-PROJ-NO      PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-PROJ-NAME    PIC X(24).
           10 FILLER              PIC X(90).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(3).
           10 FILLER              PIC X(12)  VALUE 'LINE'.
           10 FILLER              PIC X(11)  VALUE 'DATE'.
           10 FILLER              PIC X(16)  VALUE
                '         BUDGET'.
           10 FILLER              PIC X(8)   VALUE '   STAFF'.
           10 FILLER              PIC X(10)  VALUE '  END DATE'.
           10 FILLER              PIC X(18)  VALUE '  BY / APPROVED'.
           10 FILLER              PIC X(54)  VALUE '  REASON'.

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(3).
           10 WS-RPT-LINE         PIC X(11).
           10 FILLER              PIC X(1).
           10 WS-RPT-DATE         PIC X(10).
           10 FILLER              PIC X(1).
           10 WS-RPT-BUDGET       PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(2).
           10 WS-RPT-STAFF        PIC ZZ,ZZ9-.
           10 FILLER              PIC X(2).
           10 WS-RPT-ENDDATE      PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-RPT-REQUESTER    PIC X(8).
           10 FILLER              PIC X(1).
           10 WS-RPT-APPROVER     PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-RPT-REASON       PIC X(40).
           10 FILLER              PIC X(11).

       01  WS-RPT-CREEP.
           10 FILLER              PIC X(3).
           10 FILLER              PIC X(12)  VALUE 'CREEP'.
           10 WS-RPT-CHANGES      PIC ZZ9.
           10 FILLER              PIC X(9)   VALUE ' CHANGES '.
           10 WS-RPT-DELTA        PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(2).
           10 WS-RPT-STAFF-DELTA  PIC ZZ,ZZ9-.
           10 FILLER              PIC X(2).
           10 WS-RPT-SLIP         PIC ZZZZ9-.
           10 FILLER              PIC X(6)   VALUE ' DAYS '.
           10 WS-RPT-PCT          PIC ZZZ9.99-.
           10 FILLER              PIC X(2)   VALUE '% '.
           10 WS-RPT-PENDING      PIC ZZ9.
           10 FILLER              PIC X(9)   VALUE ' PENDING '.
           10 WS-RPT-FLAG         PIC X(24).
           10 FILLER              PIC X(23).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(3).
           10 WS-RPT-TOT-LABEL    PIC X(30).
           10 WS-RPT-TOT-AMT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(80).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT70'.
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

                EXEC SQL INCLUDE PROJBASE
                END-EXEC.

                EXEC SQL INCLUDE PROJCHG
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      * C1 - EVERY BASELINED PROJECT WITH ITS CURRENT FIGURES, THE
      *      END-DATE SLIP IN DAYS AND THE COUNT OF PENDING CHANGES.
      * C2 - THE PROJECT'S APPROVED CHANGES IN APPROVAL ORDER.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      B.PROJ_NO,
                      P.PROJ_NAME,
                      B.BASE_BUDGET,
                      B.BASE_STAFF,
                      B.BASE_ENDDATE,
                      CHAR(DATE(B.APPROVED_TS), ISO),
                      COALESCE(P.PROJ_BUDGET, 0),
                      COALESCE(P.PROJ_STAFF, 0),
                      P.PROJ_ENDDATE,
                      DAYS(DATE(SUBSTR(P.PROJ_ENDDATE, 1, 4) || '-' ||
                                SUBSTR(P.PROJ_ENDDATE, 5, 2) || '-' ||
                                SUBSTR(P.PROJ_ENDDATE, 7, 2)))
                    - DAYS(DATE(SUBSTR(B.BASE_ENDDATE, 1, 4) || '-' ||
                                SUBSTR(B.BASE_ENDDATE, 5, 2) || '-' ||
                                SUBSTR(B.BASE_ENDDATE, 7, 2))),
                      (SELECT COUNT(*)
                         FROM PROJ_CHANGE_REQ R
                        WHERE R.PROJ_NO = B.PROJ_NO
                          AND R.CSTATUS = 'P')
                    FROM PROJ_BASELINE B
                    INNER JOIN PROJECT P
                      ON P.PROJ_NO = B.PROJ_NO
                    ORDER BY B.PROJ_NO
                END-EXEC.

                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      CHAR(DATE(DECIDED_TS), ISO),
                      NEW_BUDGET,
                      NEW_STAFF,
                      NEW_ENDDATE,
                      REQUESTED_BY,
                      DECIDED_BY,
                      REASON
                    FROM PROJ_CHANGE_REQ
                   WHERE PROJ_NO = :WS-PROJ-NO
                     AND CSTATUS = 'A'
                   ORDER BY DECIDED_TS
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                PRINT WS-RPT-HEADER.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'BASELINE BUDGET - ALL PROJECTS'
                                        TO WS-RPT-TOT-LABEL.
                MOVE WS-TOT-BASE-BUDGET TO WS-RPT-TOT-AMT.
                PRINT WS-RPT-TOTAL.

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'CURRENT BUDGET  - ALL PROJECTS'
                                        TO WS-RPT-TOT-LABEL.
                MOVE WS-TOT-CUR-BUDGET  TO WS-RPT-TOT-AMT.
                PRINT WS-RPT-TOTAL.

                MOVE SPACES TO WS-RPT-TOTAL.
                MOVE 'BUDGET CREEP    - ALL PROJECTS'
                                        TO WS-RPT-TOT-LABEL.
                COMPUTE WS-RPT-TOT-AMT =
                        WS-TOT-CUR-BUDGET - WS-TOT-BASE-BUDGET.
                PRINT WS-RPT-TOTAL.

                DISPLAY 'BASELINED PROJECTS    = ' WS-PROJECT-COUNT.
                DISPLAY 'APPROVED CHANGES      = ' WS-TOTAL-CHANGES.
                DISPLAY 'PENDING CHANGES       = ' WS-TOTAL-PENDING.
                DISPLAY 'CHANGED OUTSIDE CRS   = ' WS-OUTSIDE-COUNT.

                IF WS-OUTSIDE-COUNT GREATER THAN ZERO
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
                    INTO  :WS-PROJ-NO,
                          :WS-PROJ-NAME,
                          :PB-BASE-BUDGET,
                          :PB-BASE-STAFF,
                          :PB-BASE-ENDDATE,
                          :WS-APPROVED-DATE,
                          :WS-CUR-BUDGET,
                          :WS-CUR-STAFF,
                          :WS-CUR-ENDDATE,
                          :WS-SLIP-DAYS,
                          :WS-PENDING-COUNT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-PROCESS-PROJECT
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
      * 2400-PROCESS-PROJECT - BASELINE LINE, THE APPROVED CHANGES,
      * CURRENT LINE AND CREEP LINE FOR ONE PROJECT
      ******************************************************************
       2400-PROCESS-PROJECT.

                MOVE SPACES        TO WS-RPT-PROJECT.
                MOVE WS-PROJ-NO    TO WS-RPT-PROJ-NO.
                MOVE WS-PROJ-NAME  TO WS-RPT-PROJ-NAME.
                PRINT WS-RPT-PROJECT.
                PRINT WS-RPT-COLUMNS.

                MOVE SPACES           TO WS-RPT-DETAIL.
                MOVE 'BASELINE'       TO WS-RPT-LINE.
                MOVE WS-APPROVED-DATE TO WS-RPT-DATE.
                MOVE PB-BASE-BUDGET   TO WS-RPT-BUDGET.
                MOVE PB-BASE-STAFF    TO WS-RPT-STAFF.
                MOVE PB-BASE-ENDDATE  TO WS-RPT-ENDDATE.
                PRINT WS-RPT-DETAIL.

                MOVE PB-BASE-BUDGET   TO WS-CHAIN-BUDGET.
                MOVE PB-BASE-STAFF    TO WS-CHAIN-STAFF.
                MOVE PB-BASE-ENDDATE  TO WS-CHAIN-ENDDATE.
                MOVE ZERO             TO WS-CHANGE-COUNT.

                PERFORM 2500-LIST-CHANGES
                THRU    2500-EXIT.

                MOVE SPACES           TO WS-RPT-DETAIL.
                MOVE 'CURRENT'        TO WS-RPT-LINE.
                MOVE WS-CUR-BUDGET    TO WS-RPT-BUDGET.
                MOVE WS-CUR-STAFF     TO WS-RPT-STAFF.
                MOVE WS-CUR-ENDDATE   TO WS-RPT-ENDDATE.
                PRINT WS-RPT-DETAIL.

                COMPUTE WS-BUDGET-DELTA =
                        WS-CUR-BUDGET - PB-BASE-BUDGET.
                COMPUTE WS-STAFF-DELTA =
                        WS-CUR-STAFF - PB-BASE-STAFF.
                MOVE ZERO TO WS-CREEP-PCT.
                IF PB-BASE-BUDGET NOT = ZERO
                   COMPUTE WS-CREEP-PCT ROUNDED =
                           WS-BUDGET-DELTA * 100 / PB-BASE-BUDGET
                END-IF.

                MOVE SPACES            TO WS-RPT-CREEP.
                MOVE WS-CHANGE-COUNT   TO WS-RPT-CHANGES.
                MOVE WS-BUDGET-DELTA   TO WS-RPT-DELTA.
                MOVE WS-STAFF-DELTA    TO WS-RPT-STAFF-DELTA.
                MOVE WS-SLIP-DAYS      TO WS-RPT-SLIP.
                MOVE WS-CREEP-PCT      TO WS-RPT-PCT.
                MOVE WS-PENDING-COUNT  TO WS-RPT-PENDING.

      *         THE CURRENT FIGURES SHOULD BE WHERE THE CHAIN OF
      *         APPROVED CHANGES LEFT THEM
                IF WS-CUR-BUDGET  NOT = WS-CHAIN-BUDGET
                OR WS-CUR-STAFF   NOT = WS-CHAIN-STAFF
                OR WS-CUR-ENDDATE NOT = WS-CHAIN-ENDDATE
                   MOVE '** CHANGED OUTSIDE CR' TO WS-RPT-FLAG
                   ADD 1 TO WS-OUTSIDE-COUNT
                END-IF.
                PRINT WS-RPT-CREEP.

                ADD 1                TO WS-PROJECT-COUNT.
                ADD WS-CHANGE-COUNT  TO WS-TOTAL-CHANGES.
                ADD WS-PENDING-COUNT TO WS-TOTAL-PENDING.
                ADD PB-BASE-BUDGET   TO WS-TOT-BASE-BUDGET.
                ADD WS-CUR-BUDGET    TO WS-TOT-CUR-BUDGET.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-LIST-CHANGES - ONE LINE PER APPROVED CHANGE
      ******************************************************************
       2500-LIST-CHANGES.

                MOVE SPACES TO END-OF-C2-SWITCH.

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

                PERFORM 2600-FETCH-CHANGE
                THRU    2600-EXIT
                UNTIL END-OF-C2.

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

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-FETCH-CHANGE
      ******************************************************************
       2600-FETCH-CHANGE.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-DECIDED-DATE,
                          :PC-NEW-BUDGET,
                          :PC-NEW-STAFF,
                          :PC-NEW-ENDDATE,
                          :PC-REQUESTED-BY,
                          :PC-DECIDED-BY,
                          :PC-REASON
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 2600-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1 TO WS-CHANGE-COUNT.

                MOVE SPACES           TO WS-RPT-DETAIL.
                MOVE 'CHANGE'         TO WS-RPT-LINE.
                MOVE WS-DECIDED-DATE  TO WS-RPT-DATE.
                MOVE PC-NEW-BUDGET    TO WS-RPT-BUDGET.
                MOVE PC-NEW-STAFF     TO WS-RPT-STAFF.
                MOVE PC-NEW-ENDDATE   TO WS-RPT-ENDDATE.
                MOVE PC-REQUESTED-BY  TO WS-RPT-REQUESTER.
                MOVE PC-DECIDED-BY    TO WS-RPT-APPROVER.
                MOVE PC-REASON        TO WS-RPT-REASON.
                PRINT WS-RPT-DETAIL.

                MOVE PC-NEW-BUDGET    TO WS-CHAIN-BUDGET.
                MOVE PC-NEW-STAFF     TO WS-CHAIN-STAFF.
                MOVE PC-NEW-ENDDATE   TO WS-CHAIN-ENDDATE.

       2600-EXIT.
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
