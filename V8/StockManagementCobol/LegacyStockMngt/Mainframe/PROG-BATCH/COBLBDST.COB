      *-----------------------------------------------------------------
      *     COBLBDST - MONTHLY LABOR DISTRIBUTION OF ACTUAL POSTED
      *                PAYROLL COST. READS THE PAY PERIOD (YYYYMM) OFF
      *                SYSIN. FOR EVERY EMPLOYEE PAID IN THE PERIOD THE
      *                COST IS THE NETPAY PLUS DEDUCTTOT OF ALL THE
      *                PERIOD'S PAYROLL ROWS PLUS THE EMPLOYER'S
      *                EMP_CONTRIB ROWS. THE MONTH'S HOURS ON EACH
      *                ASSIGNMENT ARE THE GROWTH IN EMP_PROJ_ACT.EMPTIME
      *                SINCE ITS LAST DISTRIBUTION. THE COST IS SPREAD
      *                OVER THOSE HOURS AGAINST THE LARGER OF THE HOURS
      *                BOOKED AND THE STANDARD MONTH (2080/12) - TIME
      *                NOT BOOKED TO A PROJECT, AND ANY ROUNDING, GOES
      *                TO THE HOME WORKDEPT'S OVERHEAD - AND STORED ON
      *                LABOR_DIST, REPLACING ANY EARLIER RUN FOR THE
      *                PERIOD. PRINTS A REGISTER PER EMPLOYEE AND
      *                PROVES THE DISTRIBUTED TOTAL AGAINST THE COST;
      *                OUT OF BALANCE ENDS THE STEP WITH CODE 16. RUNS
      *                AFTER COBPYBAL IN THE HRNIGHT PAYROLL PATH AND
      *                BEFORE THE COBGLEXT GL EXTRACT, WHICH CAN CARRY
      *                THE PROJECT DIMENSION FROM THIS TABLE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBLBDST.
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
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-EMPNO               PIC X(6).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-SUBID               PIC X(4).
       01  WS-PAY-COST            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CONTRIB-COST        PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-PROJ-NO             PIC X(6).
       01  WS-ACT-NO              PIC S9(4) USAGE COMP.
       01  WS-EMPTIME             PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-MARK                PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-STD-HOURS           PIC S9(5)V9(2) USAGE COMP-3
                                                 VALUE 173.33.
       01  WS-BOOKED              PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-BASE-HOURS          PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-IX                  PIC S9(4) USAGE COMP.
       01  WS-EMP-PAY-DIST        PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-EMP-CONTRIB-DIST    PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-EMP-OVERHEAD        PIC S9(9)V9(2) USAGE COMP-3.

      ******************************************************************
      * ONE ROW TO BE INSERTED
      ******************************************************************
       01  WS-ROW-PROJ-NO         PIC X(6).
       01  WS-ROW-ACT-NO          PIC S9(4) USAGE COMP.
       01  WS-ROW-TYPE            PIC X(1).
       01  WS-ROW-HOURS           PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-ROW-CUM             PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-ROW-PAY             PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-ROW-CONTRIB         PIC S9(9)V9(2) USAGE COMP-3.

      ******************************************************************
      * THE EMPLOYEE'S ASSIGNMENTS WITH HOURS THIS MONTH
      ******************************************************************
       01  WS-ASG-MAX             PIC S9(4) USAGE COMP VALUE 100.
       01  WS-ASG-COUNT           PIC S9(4) USAGE COMP.
       01  WS-ASG-TABLE.
           05 WS-ASG-ENTRY        OCCURS 100 TIMES.
              10 WS-ASG-PROJ-NO      PIC X(6).
              10 WS-ASG-ACT-NO       PIC S9(4) USAGE COMP.
              10 WS-ASG-HOURS        PIC S9(3)V9(2) USAGE COMP-3.
              10 WS-ASG-CUM          PIC S9(3)V9(2) USAGE COMP-3.

      ******************************************************************
      * RUN TOTALS AND THE BALANCING PROOF
      ******************************************************************
       01  WS-EMP-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-ROW-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-OVERFLOW-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-COST            PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-PROJECT         PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-OVERHEAD        PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-DIST            PIC S9(11)V9(2) USAGE COMP-3.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(32)
                VALUE 'LABOR DISTRIBUTION REGISTER FOR '.
           10 WS-HDR-YM           PIC X(6).
           10 FILLER              PIC X(74).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'EMPNO'.
           10 FILLER              PIC X(6)   VALUE 'DEPT'.
           10 FILLER              PIC X(6)   VALUE 'SUBID'.
           10 FILLER              PIC X(16)  VALUE '     POSTED COST'.
           10 FILLER              PIC X(10)  VALUE '    BOOKED'.
           10 FILLER              PIC X(6)   VALUE ' PROJ'.
           10 FILLER              PIC X(16)  VALUE '   TO PROJECTS'.
           10 FILLER              PIC X(16)  VALUE '     TO OVERHEAD'.
           10 FILLER              PIC X(46).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-DEPT         PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-RPT-SUBID        PIC X(4).
           10 FILLER              PIC X(2).
           10 WS-RPT-COST         PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-BOOKED       PIC ZZZZZ9.99.
           10 FILLER              PIC X(1).
           10 WS-RPT-PROJ-COUNT   PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-RPT-TO-PROJ      PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-RPT-TO-OVH       PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(47).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 WS-TOT-LABEL        PIC X(24).
           10 WS-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(87).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBLBDST'.
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

                EXEC SQL INCLUDE PAYROLL
                END-EXEC.

                EXEC SQL INCLUDE EMPCONTR
                END-EXEC.

                EXEC SQL INCLUDE LABDIST
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - C1 IS ONE ROW PER EMPLOYEE PAID
      * IN THE PERIOD WITH THE COST TO SPREAD; C2 IS THE EMPLOYEE'S
      * ASSIGNMENTS WITH THE CUMULATIVE HOURS AT THEIR LATEST EARLIER
      * DISTRIBUTION (ZERO WHEN NEVER DISTRIBUTED).
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      P.EMPNO,
                      E.WORKDEPT,
                      COALESCE(D.SUBID, ' '),
                      SUM(COALESCE(P.NETPAY, 0)
                          + COALESCE(P.DEDUCTTOT, 0)),
                      (SELECT COALESCE(SUM(C.CONTRIBAMT), 0)
                         FROM EMP_CONTRIB C
                        WHERE C.EMPNO      = P.EMPNO
                          AND C.PYEARMONTH = P.PYEARMONTH)
                    FROM PAYROLL P
                    INNER JOIN EMP E
                      ON E.EMPNO = P.EMPNO
                    LEFT OUTER JOIN DEPT D
                      ON D.DEPTNO = E.WORKDEPT
                    WHERE P.PYEARMONTH = :WS-PYEARMONTH
                    GROUP BY P.EMPNO, P.PYEARMONTH, E.WORKDEPT,
                             D.SUBID
                    ORDER BY P.EMPNO
                END-EXEC.

                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      A.PROJ_NO,
                      A.ACT_NO,
                      COALESCE(A.EMPTIME, 0),
                      COALESCE(
                        (SELECT L.CUM_EMPTIME
                           FROM LABOR_DIST L
                          WHERE L.EMPNO   = A.EMPNO
                            AND L.PROJ_NO = A.PROJ_NO
                            AND L.ACT_NO  = A.ACT_NO
                            AND L.PYEARMONTH =
                                (SELECT MAX(L2.PYEARMONTH)
                                   FROM LABOR_DIST L2
                                  WHERE L2.EMPNO   = A.EMPNO
                                    AND L2.PROJ_NO = A.PROJ_NO
                                    AND L2.ACT_NO  = A.ACT_NO
                                    AND L2.PYEARMONTH
                                        < :WS-PYEARMONTH)), 0)
                    FROM EMP_PROJ_ACT A
                    WHERE A.EMPNO = :WS-EMPNO
                    ORDER BY A.PROJ_NO, A.ACT_NO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-PYEARMONTH.

                DISPLAY 'LABOR DISTRIBUTION FOR PERIOD = '
                        WS-PYEARMONTH.

                MOVE WS-PYEARMONTH TO WS-HDR-YM.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 1000-CLEAR-PERIOD
                THRU    1000-EXIT.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                COMPUTE WS-TOT-DIST = WS-TOT-PROJECT + WS-TOT-OVERHEAD.

                MOVE 'POSTED COST'            TO WS-TOT-LABEL.
                MOVE WS-TOT-COST              TO WS-TOT-AMOUNT.
                PRINT WS-RPT-TOTAL.
                MOVE 'DISTRIBUTED TO PROJECTS' TO WS-TOT-LABEL.
                MOVE WS-TOT-PROJECT           TO WS-TOT-AMOUNT.
                PRINT WS-RPT-TOTAL.
                MOVE 'DISTRIBUTED TO OVERHEAD' TO WS-TOT-LABEL.
                MOVE WS-TOT-OVERHEAD          TO WS-TOT-AMOUNT.
                PRINT WS-RPT-TOTAL.

                DISPLAY 'EMPLOYEES DISTRIBUTED   = ' WS-EMP-COUNT.
                DISPLAY 'LABOR_DIST ROWS WRITTEN = ' WS-ROW-COUNT.

                IF WS-OVERFLOW-COUNT GREATER THAN ZERO
                   DISPLAY 'ASSIGNMENTS LEFT FOR NEXT PERIOD = '
                           WS-OVERFLOW-COUNT
                   MOVE 4 TO RETURN-CODE
                END-IF.

                IF WS-TOT-DIST NOT = WS-TOT-COST
                   DISPLAY 'LABOR DISTRIBUTION OUT OF BALANCE'
                   MOVE 16 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1000-CLEAR-PERIOD - A RERUN REPLACES THE PERIOD'S ROWS
      ******************************************************************
       1000-CLEAR-PERIOD.

                EXEC SQL
                    DELETE FROM LABOR_DIST
                     WHERE PYEARMONTH = :WS-PYEARMONTH
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
                          :WS-WORKDEPT,
                          :WS-SUBID,
                          :WS-PAY-COST,
                          :WS-CONTRIB-COST
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-DISTRIBUTE-EMPLOYEE
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
      * 2400-DISTRIBUTE-EMPLOYEE - EACH ASSIGNMENT TAKES ITS HOURS'
      * SHARE OF THE COST AGAINST THE LARGER OF THE HOURS BOOKED AND
      * THE STANDARD MONTH; WHAT IS LEFT IS THE HOME DEPARTMENT'S
      * OVERHEAD, SO THE EMPLOYEE'S ROWS ALWAYS ADD BACK TO THE COST.
      ******************************************************************
       2400-DISTRIBUTE-EMPLOYEE.

                ADD 1 TO WS-EMP-COUNT.
                ADD WS-PAY-COST WS-CONTRIB-COST TO WS-TOT-COST.

                PERFORM 2410-LOAD-ASSIGNMENTS
                THRU    2410-EXIT.

                MOVE WS-BOOKED TO WS-BASE-HOURS.
                IF WS-BASE-HOURS LESS THAN WS-STD-HOURS
                   MOVE WS-STD-HOURS TO WS-BASE-HOURS
                END-IF.

                MOVE ZERO TO WS-EMP-PAY-DIST
                             WS-EMP-CONTRIB-DIST.

                PERFORM 2450-SHARE-ASSIGNMENT
                THRU    2450-EXIT
                VARYING WS-IX FROM 1 BY 1
                UNTIL   WS-IX GREATER THAN WS-ASG-COUNT.

                MOVE SPACES TO WS-ROW-PROJ-NO.
                MOVE ZERO   TO WS-ROW-ACT-NO
                               WS-ROW-CUM.
                MOVE 'O'    TO WS-ROW-TYPE.
                COMPUTE WS-ROW-HOURS   = WS-BASE-HOURS - WS-BOOKED.
                COMPUTE WS-ROW-PAY     = WS-PAY-COST
                                       - WS-EMP-PAY-DIST.
                COMPUTE WS-ROW-CONTRIB = WS-CONTRIB-COST
                                       - WS-EMP-CONTRIB-DIST.
                COMPUTE WS-EMP-OVERHEAD = WS-ROW-PAY + WS-ROW-CONTRIB.

                IF WS-ROW-PAY NOT = ZERO
                   OR WS-ROW-CONTRIB NOT = ZERO
                   PERFORM 2500-INSERT-ROW
                   THRU    2500-EXIT
                END-IF.

                ADD WS-EMP-OVERHEAD TO WS-TOT-OVERHEAD.

                MOVE WS-EMPNO        TO WS-RPT-EMPNO.
                MOVE WS-WORKDEPT     TO WS-RPT-DEPT.
                MOVE WS-SUBID        TO WS-RPT-SUBID.
                COMPUTE WS-RPT-COST  = WS-PAY-COST + WS-CONTRIB-COST.
                MOVE WS-BOOKED       TO WS-RPT-BOOKED.
                MOVE WS-ASG-COUNT    TO WS-RPT-PROJ-COUNT.
                COMPUTE WS-RPT-TO-PROJ = WS-EMP-PAY-DIST
                                       + WS-EMP-CONTRIB-DIST.
                MOVE WS-EMP-OVERHEAD TO WS-RPT-TO-OVH.
                PRINT WS-RPT-DETAIL.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2410-LOAD-ASSIGNMENTS - THE ASSIGNMENTS WHOSE EMPTIME HAS
      * GROWN SINCE THEIR LAST DISTRIBUTION. ONE THAT DOES NOT FIT
      * THE TABLE KEEPS ITS MARK AND IS PICKED UP NEXT PERIOD.
      ******************************************************************
       2410-LOAD-ASSIGNMENTS.

                MOVE ZERO   TO WS-ASG-COUNT
                               WS-BOOKED.
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

                PERFORM 2420-FETCH-ASSIGNMENT
                THRU    2420-EXIT
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

       2410-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2420-FETCH-ASSIGNMENT
      ******************************************************************
       2420-FETCH-ASSIGNMENT.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-PROJ-NO,
                          :WS-ACT-NO,
                          :WS-EMPTIME,
                          :WS-MARK
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 2420-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-EMPTIME NOT GREATER THAN WS-MARK
                   GO TO 2420-EXIT
                END-IF.

                IF WS-ASG-COUNT NOT LESS THAN WS-ASG-MAX
                   DISPLAY 'ASSIGNMENT TABLE FULL - EMPNO ' WS-EMPNO
                           ' PROJ ' WS-PROJ-NO
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 2420-EXIT
                END-IF.

                ADD 1 TO WS-ASG-COUNT.
                MOVE WS-PROJ-NO TO WS-ASG-PROJ-NO (WS-ASG-COUNT).
                MOVE WS-ACT-NO  TO WS-ASG-ACT-NO  (WS-ASG-COUNT).
                MOVE WS-EMPTIME TO WS-ASG-CUM     (WS-ASG-COUNT).
                COMPUTE WS-ASG-HOURS (WS-ASG-COUNT) =
                        WS-EMPTIME - WS-MARK.
                ADD WS-ASG-HOURS (WS-ASG-COUNT) TO WS-BOOKED.

       2420-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2450-SHARE-ASSIGNMENT - ONE ASSIGNMENT'S SHARE OF THE PAY AND
      * OF THE EMPLOYER CONTRIBUTIONS
      ******************************************************************
       2450-SHARE-ASSIGNMENT.

                MOVE WS-ASG-PROJ-NO (WS-IX) TO WS-ROW-PROJ-NO.
                MOVE WS-ASG-ACT-NO (WS-IX)  TO WS-ROW-ACT-NO.
                MOVE WS-ASG-HOURS (WS-IX)   TO WS-ROW-HOURS.
                MOVE WS-ASG-CUM (WS-IX)     TO WS-ROW-CUM.
                MOVE 'P'                    TO WS-ROW-TYPE.

                COMPUTE WS-ROW-PAY ROUNDED =
                        WS-PAY-COST * WS-ROW-HOURS / WS-BASE-HOURS.
                COMPUTE WS-ROW-CONTRIB ROUNDED =
                        WS-CONTRIB-COST * WS-ROW-HOURS / WS-BASE-HOURS.

                ADD WS-ROW-PAY     TO WS-EMP-PAY-DIST.
                ADD WS-ROW-CONTRIB TO WS-EMP-CONTRIB-DIST.
                ADD WS-ROW-PAY WS-ROW-CONTRIB TO WS-TOT-PROJECT.

                PERFORM 2500-INSERT-ROW
                THRU    2500-EXIT.

       2450-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-INSERT-ROW
      ******************************************************************
       2500-INSERT-ROW.

                EXEC SQL
                    INSERT INTO LABOR_DIST
                         (PYEARMONTH, EMPNO, PROJ_NO, ACT_NO,
                          DIST_TYPE, WORKDEPT, SUBID, DIST_HOURS,
                          CUM_EMPTIME, PAY_AMOUNT, CONTRIB_AMOUNT,
                          DIST_TS)
                    VALUES
                         (:WS-PYEARMONTH, :WS-EMPNO, :WS-ROW-PROJ-NO,
                          :WS-ROW-ACT-NO, :WS-ROW-TYPE, :WS-WORKDEPT,
                          :WS-SUBID, :WS-ROW-HOURS, :WS-ROW-CUM,
                          :WS-ROW-PAY, :WS-ROW-CONTRIB,
                          CURRENT TIMESTAMP)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-ROW-COUNT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2500-EXIT.
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
