      *-----------------------------------------------------------------
      *     COBRPT69 - PROJECT EARNED-VALUE REPORT. READS THE REPORT
      *                MONTH (YYYYMM) OFF SYSIN. EACH PACTIVITY ROW'S
      *                PLANNED EFFORT IS ITS ACT_STAFF OVER EVERY DAY
      *                OF ITS ACT_STARTDATE-TO-ACT_ENDDATE WINDOW, AND
      *                THE PROJECT'S PROJ_BUDGET (BUDGET AT
      *                COMPLETION) IS SPREAD OVER ITS ACTIVITIES BY
      *                THAT EFFORT. PLANNED VALUE IS THE SHARE OF EACH
      *                WINDOW ELAPSED BY THE END OF THE REPORT MONTH;
      *                EARNED VALUE IS THE SHARE THE PROJECT LEAD HAS
      *                REPORTED COMPLETE ON ACT_PROGRESS (COBAPGMN);
      *                ACTUAL COST IS THE PROJECT'S PROJ_COST_SNAP
      *                CUMCOST FOR THE MONTH. PRINTS PV, EV, AC, CPI,
      *                SPI AND ESTIMATE AT COMPLETION (BAC / CPI) PER
      *                PROJECT, PER CLIENT ACCOUNT (CTRLPROJ) AND FOR
      *                ALL PROJECTS, AND FLAGS ANY LINE WITH EITHER
      *                INDEX BELOW 0.90 - SO A PROJECT THAT IS BEHIND
      *                SCHEDULE CAN BE TOLD FROM ONE THAT IS ONLY
      *                SPENDING FAST. A FLAGGED PROJECT ENDS THE STEP
      *                WITH A WARNING CODE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT69.
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
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PERIOD-START.
           05 WS-PERIOD-YEAR      PIC X(4).
           05 FILLER              PIC X(1)  VALUE '-'.
           05 WS-PERIOD-MONTH     PIC X(2).
           05 FILLER              PIC X(3)  VALUE '-01'.
       01  WS-CTRLPROJ            PIC X(6).
       01  WS-PROJ-NO             PIC X(6).
       01  WS-BUDGET              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-ACT-STAFF           PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-PLAN-DAYS           PIC S9(9) USAGE COMP.
       01  WS-ELAPSED-DAYS        PIC S9(9) USAGE COMP.
       01  WS-PCT-COMPLETE        PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-ACTUAL-COST         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-PRIOR-CTRL          PIC X(6)  VALUE SPACES.
       01  WS-PRIOR-PROJ          PIC X(6)  VALUE SPACES.

      ******************************************************************
      * THE PROJECT IN HAND - EFFORT IS STAFF-DAYS
      ******************************************************************
       01  WS-PJ-EFFORT           PIC S9(11)V9(4) USAGE COMP-3.
       01  WS-PJ-PLANNED          PIC S9(11)V9(4) USAGE COMP-3.
       01  WS-PJ-EARNED           PIC S9(11)V9(4) USAGE COMP-3.
       01  WS-PJ-BUDGET           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-PJ-ACTUAL           PIC S9(9)V9(2) USAGE COMP-3.

      ******************************************************************
      * FIGURES BY LEVEL - 1 PROJECT, 2 CLIENT ACCOUNT, 3 ALL PROJECTS
      ******************************************************************
       01  WS-LX                  PIC S9(4) USAGE COMP.
       01  WS-LEVEL-TABLE.
           05 WS-LV-ENTRY         OCCURS 3 TIMES.
              10 WS-LV-BAC           PIC S9(11)V9(2) USAGE COMP-3.
              10 WS-LV-PV            PIC S9(11)V9(2) USAGE COMP-3.
              10 WS-LV-EV            PIC S9(11)V9(2) USAGE COMP-3.
              10 WS-LV-AC            PIC S9(11)V9(2) USAGE COMP-3.
              10 WS-LV-EAC           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-CPI                 PIC S9(5)V9(4) USAGE COMP-3.
       01  WS-SPI                 PIC S9(5)V9(4) USAGE COMP-3.
       01  WS-INDEX-FLOOR         PIC S9(1)V9(2) USAGE COMP-3
                                                 VALUE 0.90.
       01  WS-PROJECT-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-FLAGGED-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       77  WS-LINE-FLAG-SWITCH    PIC X          VALUE SPACES.
               88  WS-LINE-FLAGGED               VALUE 'Y'.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(40)
                VALUE 'PROJECT EARNED-VALUE REPORT   MONTH: '.
           10 WS-HDR-YM           PIC X(6).
           10 FILLER              PIC X(66).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(14)  VALUE 'PROJECT'.
           10 FILLER              PIC X(16)  VALUE
                '   BUDGET (BAC)'.
           10 FILLER              PIC X(16)  VALUE
                '   PLANNED (PV)'.
           10 FILLER              PIC X(16)  VALUE
                '    EARNED (EV)'.
           10 FILLER              PIC X(16)  VALUE
                '    ACTUAL (AC)'.
           10 FILLER              PIC X(16)  VALUE
                '     ESTIMATE'.
           10 FILLER              PIC X(7)   VALUE '    CPI'.
           10 FILLER              PIC X(7)   VALUE '    SPI'.
           10 FILLER              PIC X(22).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-LABEL        PIC X(13).
           10 FILLER              PIC X(1).
           10 WS-RPT-BAC          PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-PV           PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-EV           PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-AC           PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-EAC          PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(2).
           10 WS-RPT-CPI          PIC ZZ9.99.
           10 FILLER              PIC X(1).
           10 WS-RPT-SPI          PIC ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-FLAG         PIC X(14).
           10 FILLER              PIC X(4).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT69'.
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

                EXEC SQL INCLUDE PACTIVITY
                END-EXEC.

                EXEC SQL INCLUDE PROJSNAP
                END-EXEC.

                EXEC SQL INCLUDE ACTPROG
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - ONE ROW PER ACTIVITY, ORDERED BY
      * CLIENT ACCOUNT (A PROJECT WITHOUT ONE STANDS AS ITS OWN) AND
      * PROJECT. THE WINDOW'S DAYS AND THE DAYS ELAPSED BY MONTH END
      * ARE COUNTED IN DB2; AN ACTIVITY WITH NO END DATE IS A ONE-DAY
      * WINDOW. THE PROJECT'S BUDGET AND ACTUAL COST RIDE ON EVERY
      * ROW AND ARE TAKEN ONCE PER PROJECT.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      CASE WHEN COALESCE(P.CTRLPROJ, ' ') = ' '
                           THEN A.PROJ_NO
                           ELSE P.CTRLPROJ
                      END AS CTRL,
                      A.PROJ_NO,
                      COALESCE(P.PROJ_BUDGET, 0),
                      COALESCE(A.ACT_STAFF, 0),
                      DAYS(COALESCE(A.ACT_ENDDATE, A.ACT_STARTDATE))
                        - DAYS(A.ACT_STARTDATE) + 1,
                      CASE
                        WHEN A.ACT_STARTDATE >
                             DATE(:WS-PERIOD-START) + 1 MONTH - 1 DAY
                        THEN 0
                        WHEN COALESCE(A.ACT_ENDDATE, A.ACT_STARTDATE)
                             <= DATE(:WS-PERIOD-START)
                                + 1 MONTH - 1 DAY
                        THEN DAYS(COALESCE(A.ACT_ENDDATE,
                                           A.ACT_STARTDATE))
                             - DAYS(A.ACT_STARTDATE) + 1
                        ELSE DAYS(DATE(:WS-PERIOD-START)
                                  + 1 MONTH - 1 DAY)
                             - DAYS(A.ACT_STARTDATE) + 1
                      END,
                      COALESCE(
                        (SELECT G.PCT_COMPLETE
                           FROM ACT_PROGRESS G
                          WHERE G.PROJ_NO = A.PROJ_NO
                            AND G.ACT_NO  = A.ACT_NO
                            AND G.PYEARMONTH =
                                (SELECT MAX(G2.PYEARMONTH)
                                   FROM ACT_PROGRESS G2
                                  WHERE G2.PROJ_NO = A.PROJ_NO
                                    AND G2.ACT_NO  = A.ACT_NO
                                    AND G2.PYEARMONTH
                                        <= :WS-PYEARMONTH)), 0),
                      COALESCE(
                        (SELECT S.CUMCOST
                           FROM PROJ_COST_SNAP S
                          WHERE S.PROJ_NO = A.PROJ_NO
                            AND S.SNAPYEARMONTH =
                                (SELECT MAX(S2.SNAPYEARMONTH)
                                   FROM PROJ_COST_SNAP S2
                                  WHERE S2.PROJ_NO = A.PROJ_NO
                                    AND S2.SNAPYEARMONTH
                                        <= :WS-PYEARMONTH)), 0)
                    FROM PACTIVITY A
                    INNER JOIN PROJECT P
                      ON P.PROJ_NO = A.PROJ_NO
                    ORDER BY CTRL, A.PROJ_NO, A.ACT_NO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-PYEARMONTH.

                MOVE WS-PYEARMONTH (1:4) TO WS-PERIOD-YEAR.
                MOVE WS-PYEARMONTH (5:2) TO WS-PERIOD-MONTH.

                DISPLAY 'EARNED VALUE FOR MONTH = ' WS-PYEARMONTH.

                MOVE WS-PYEARMONTH TO WS-HDR-YM.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 1000-CLEAR-LEVEL
                THRU    1000-EXIT
                VARYING WS-LX FROM 1 BY 1
                UNTIL   WS-LX GREATER THAN 3.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                MOVE 3              TO WS-LX.
                MOVE SPACES         TO WS-RPT-DETAIL.
                MOVE 'ALL PROJECTS' TO WS-RPT-LABEL.
                PERFORM 2900-PRINT-LEVEL
                THRU    2900-EXIT.

                DISPLAY 'PROJECTS REPORTED = ' WS-PROJECT-COUNT.
                DISPLAY 'PROJECTS FLAGGED  = ' WS-FLAGGED-COUNT.

                IF WS-FLAGGED-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1000-CLEAR-LEVEL
      ******************************************************************
       1000-CLEAR-LEVEL.

                MOVE ZERO TO WS-LV-BAC (WS-LX)
                             WS-LV-PV  (WS-LX)
                             WS-LV-EV  (WS-LX)
                             WS-LV-AC  (WS-LX)
                             WS-LV-EAC (WS-LX).

       1000-EXIT.
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

      *         FLUSH THE LAST PROJECT AND CLIENT ACCOUNT
                IF NOT FIRST-FETCH
                   PERFORM 2800-END-PROJECT
                   THRU    2800-EXIT
                   PERFORM 2850-END-CTRL
                   THRU    2850-EXIT
                END-IF.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-CURSOR
      ******************************************************************
       2200-FETCH-CURSOR.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-CTRLPROJ,
                          :WS-PROJ-NO,
                          :WS-BUDGET,
                          :WS-ACT-STAFF,
                          :WS-PLAN-DAYS,
                          :WS-ELAPSED-DAYS,
                          :WS-PCT-COMPLETE,
                          :WS-ACTUAL-COST
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-PROCESS-ACTIVITY
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
      * 2400-PROCESS-ACTIVITY - CONTROL BREAKS ON CLIENT ACCOUNT AND
      * PROJECT, THEN ADD THE ACTIVITY'S STAFF-DAYS - PLANNED OVER THE
      * WHOLE WINDOW, PLANNED TO DATE, AND EARNED AT ITS PERCENT.
      ******************************************************************
       2400-PROCESS-ACTIVITY.

                IF NOT FIRST-FETCH
                   IF WS-CTRLPROJ NOT = WS-PRIOR-CTRL
                      PERFORM 2800-END-PROJECT
                      THRU    2800-EXIT
                      PERFORM 2850-END-CTRL
                      THRU    2850-EXIT
                   ELSE
                      IF WS-PROJ-NO NOT = WS-PRIOR-PROJ
                         PERFORM 2800-END-PROJECT
                         THRU    2800-EXIT
                      END-IF
                   END-IF
                END-IF.

                IF FIRST-FETCH
                   OR WS-PROJ-NO NOT = WS-PRIOR-PROJ
                   MOVE SPACES         TO FIRST-FETCH-SWITCH
                   MOVE WS-CTRLPROJ    TO WS-PRIOR-CTRL
                   MOVE WS-PROJ-NO     TO WS-PRIOR-PROJ
                   MOVE WS-BUDGET      TO WS-PJ-BUDGET
                   MOVE WS-ACTUAL-COST TO WS-PJ-ACTUAL
                   MOVE ZERO           TO WS-PJ-EFFORT
                                          WS-PJ-PLANNED
                                          WS-PJ-EARNED
                END-IF.

                IF WS-PLAN-DAYS LESS THAN 1
                   MOVE 1 TO WS-PLAN-DAYS
                END-IF.
                IF WS-ELAPSED-DAYS LESS THAN ZERO
                   MOVE ZERO TO WS-ELAPSED-DAYS
                END-IF.

                COMPUTE WS-PJ-EFFORT = WS-PJ-EFFORT
                        + WS-ACT-STAFF * WS-PLAN-DAYS.
                COMPUTE WS-PJ-PLANNED = WS-PJ-PLANNED
                        + WS-ACT-STAFF * WS-ELAPSED-DAYS.
                COMPUTE WS-PJ-EARNED = WS-PJ-EARNED
                        + WS-ACT-STAFF * WS-PLAN-DAYS
                          * WS-PCT-COMPLETE / 100.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-END-PROJECT - TURN STAFF-DAYS INTO MONEY AGAINST THE
      * BUDGET, ESTIMATE THE COST AT COMPLETION, PRINT, ROLL UP.
      * NOTHING EARNED YET MEANS THE ESTIMATE IS COST SO FAR PLUS THE
      * WHOLE BUDGET STILL TO EARN.
      ******************************************************************
       2800-END-PROJECT.

                MOVE 1 TO WS-LX.
                PERFORM 1000-CLEAR-LEVEL
                THRU    1000-EXIT.

                MOVE WS-PJ-BUDGET TO WS-LV-BAC (1).
                MOVE WS-PJ-ACTUAL TO WS-LV-AC (1).

                IF WS-PJ-EFFORT GREATER THAN ZERO
                   COMPUTE WS-LV-PV (1) ROUNDED =
                           WS-PJ-BUDGET * WS-PJ-PLANNED / WS-PJ-EFFORT
                   COMPUTE WS-LV-EV (1) ROUNDED =
                           WS-PJ-BUDGET * WS-PJ-EARNED / WS-PJ-EFFORT
                END-IF.

                IF WS-LV-EV (1) GREATER THAN ZERO
                   AND WS-LV-AC (1) GREATER THAN ZERO
                   COMPUTE WS-LV-EAC (1) ROUNDED =
                           WS-LV-BAC (1) * WS-LV-AC (1) / WS-LV-EV (1)
                ELSE
                   COMPUTE WS-LV-EAC (1) =
                           WS-LV-AC (1) + WS-LV-BAC (1) - WS-LV-EV (1)
                END-IF.

                MOVE SPACES        TO WS-RPT-DETAIL.
                MOVE WS-PRIOR-PROJ TO WS-RPT-LABEL.
                PERFORM 2900-PRINT-LEVEL
                THRU    2900-EXIT.

                ADD 1 TO WS-PROJECT-COUNT.
                IF WS-LINE-FLAGGED
                   ADD 1 TO WS-FLAGGED-COUNT
                END-IF.

                ADD WS-LV-BAC (1) TO WS-LV-BAC (2).
                ADD WS-LV-PV (1)  TO WS-LV-PV (2).
                ADD WS-LV-EV (1)  TO WS-LV-EV (2).
                ADD WS-LV-AC (1)  TO WS-LV-AC (2).
                ADD WS-LV-EAC (1) TO WS-LV-EAC (2).

       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2850-END-CTRL - THE CLIENT ACCOUNT'S LINE, THEN INTO THE TOTAL
      ******************************************************************
       2850-END-CTRL.

                MOVE 2             TO WS-LX.
                MOVE SPACES        TO WS-RPT-DETAIL.
                STRING '  ACCT '      DELIMITED BY SIZE
                       WS-PRIOR-CTRL  DELIMITED BY SIZE
                  INTO WS-RPT-LABEL.
                PERFORM 2900-PRINT-LEVEL
                THRU    2900-EXIT.

                ADD WS-LV-BAC (2) TO WS-LV-BAC (3).
                ADD WS-LV-PV (2)  TO WS-LV-PV (3).
                ADD WS-LV-EV (2)  TO WS-LV-EV (3).
                ADD WS-LV-AC (2)  TO WS-LV-AC (3).
                ADD WS-LV-EAC (2) TO WS-LV-EAC (3).

                PERFORM 1000-CLEAR-LEVEL
                THRU    1000-EXIT.

       2850-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2900-PRINT-LEVEL - ONE LINE FOR LEVEL WS-LX WITH ITS INDICES.
      * CPI IS EV / AC AND SPI IS EV / PV; AN INDEX WITH NOTHING TO
      * DIVIDE BY IS LEFT BLANK AND NOT FLAGGED.
      ******************************************************************
       2900-PRINT-LEVEL.

                MOVE SPACES TO WS-LINE-FLAG-SWITCH.

                MOVE WS-LV-BAC (WS-LX) TO WS-RPT-BAC.
                MOVE WS-LV-PV (WS-LX)  TO WS-RPT-PV.
                MOVE WS-LV-EV (WS-LX)  TO WS-RPT-EV.
                MOVE WS-LV-AC (WS-LX)  TO WS-RPT-AC.
                MOVE WS-LV-EAC (WS-LX) TO WS-RPT-EAC.

                IF WS-LV-AC (WS-LX) GREATER THAN ZERO
                   COMPUTE WS-CPI ROUNDED =
                           WS-LV-EV (WS-LX) / WS-LV-AC (WS-LX)
                   MOVE WS-CPI TO WS-RPT-CPI
                   IF WS-CPI LESS THAN WS-INDEX-FLOOR
                      MOVE 'Y' TO WS-LINE-FLAG-SWITCH
                   END-IF
                END-IF.

                IF WS-LV-PV (WS-LX) GREATER THAN ZERO
                   COMPUTE WS-SPI ROUNDED =
                           WS-LV-EV (WS-LX) / WS-LV-PV (WS-LX)
                   MOVE WS-SPI TO WS-RPT-SPI
                   IF WS-SPI LESS THAN WS-INDEX-FLOOR
                      MOVE 'Y' TO WS-LINE-FLAG-SWITCH
                   END-IF
                END-IF.

                IF WS-LINE-FLAGGED
                   MOVE '** BELOW 0.90' TO WS-RPT-FLAG
                END-IF.

                PRINT WS-RPT-DETAIL.

       2900-EXIT.
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
