      *-----------------------------------------------------------------
      *     COBHWRFC - HARDWARE REFRESH FORECAST. READS THE FIRST
      *                FORECAST MONTH (YYYYMM), THE HORIZON IN MONTHS
      *                (DEFAULT 12, AT MOST 36) AND THE SAME
      *                STRAIGHT-LINE LIFE IN MONTHS PER COMPONENT
      *                CLASS (MOUSE, KEYBOARD, CPU, MONITOR) COBHWDEP
      *                DEPRECIATES OVER, OFF SYSIN. FOR EACH MONTH OF
      *                THE HORIZON IT LISTS EVERY ISSUED SET (HELD BY
      *                A DEVELOPER, NOT CLOSED ONTO HW_DISPOSAL) WITH
      *                A COMPONENT WHOSE LIFE, COUNTED FROM THE SET'S
      *                FIRST HW_ISSUE_HIST ISSUE DATE, RUNS OUT THAT
      *                MONTH - THE HOLDING DEVELOPER AND DEPARTMENT,
      *                AND THE REPLACEMENT PRICED AT THE CHEAPEST
      *                CURRENT PART_SUPPLIER PRICE FOR THE PART.
      *                COMPONENTS ALREADY PAST THEIR LIFE ARE LISTED
      *                IN THE FIRST MONTH AS OVERDUE. THE REPLACEMENT
      *                COST IS THEN TOTALLED BY DEPARTMENT AGAINST
      *                ITS DEPT_BUDGET FOR THE HORIZON MONTHS - SO
      *                IT KNOWS WHAT IS DUE NEXT YEAR AND WHAT IT
      *                WILL COST BEFORE THE MICE START DYING.
      *                A 'P' IN COLUMN 1 OF THE LAST SYSIN CARD, WITH
      *                THE STARTING DRAFT PO NUMBER IN COLUMNS 3-8,
      *                ALSO RAISES DRAFT PURCHASE ORDERS THROUGH
      *                APIPORD, AS COBSTKRO DOES - ONE PER PART FOR
      *                THE COMPONENTS DUE IN THE FIRST THREE MONTHS,
      *                AGAINST THE CHEAPEST SUPPLIER, HELD OPEN FOR
      *                PURCHASING TO CONFIRM. RUN THE 'P' CARD ONCE A
      *                QUARTER; A BLANK CARD ONLY FORECASTS. A DUE
      *                COMPONENT WITH NO SUPPLIER ON FILE IS LISTED
      *                UNPRICED AND ENDS THE STEP WITH CONDITION 4.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBHWRFC.
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
       77  WS-PART-FOUND-SWITCH   PIC X          VALUE  SPACES.
               88  WS-PART-FOUND                 VALUE  'Y'.
       77  WS-DEPT-FOUND-SWITCH   PIC X          VALUE  SPACES.
               88  WS-DEPT-FOUND                 VALUE  'Y'.
       01  WS-START-MONTH.
           05 WS-START-YEAR       PIC 9(4).
           05 WS-START-MM         PIC 9(2).
       01  WS-HORIZON-CARD        PIC X(3).
       01  WS-HORIZON-NUM REDEFINES WS-HORIZON-CARD
                                  PIC 9(3).
       01  WS-HORIZON             PIC S9(4) USAGE COMP VALUE +12.
       01  WS-LIFE-M              PIC 9(3).
       01  WS-LIFE-K              PIC 9(3).
       01  WS-LIFE-C              PIC 9(3).
       01  WS-LIFE-N              PIC 9(3).
       01  WS-RF-CARD.
           05 WS-RF-MODE          PIC X(1).
               88  WS-PO-MODE                   VALUE 'P'.
           05 FILLER              PIC X(1).
           05 WS-PO-SEQ           PIC 9(6).
           05 FILLER              PIC X(72).
       01  WS-SQLCODE             PIC 9(9).
       01  WS-HARDWARE-ID         PIC X(10).
       01  WS-PART-M              PIC X(6).
       01  WS-PART-M-IND          PIC S9(4) USAGE COMP.
       01  WS-PART-K              PIC X(6).
       01  WS-PART-K-IND          PIC S9(4) USAGE COMP.
       01  WS-PART-C              PIC X(6).
       01  WS-PART-C-IND          PIC S9(4) USAGE COMP.
       01  WS-PART-N              PIC X(6).
       01  WS-PART-N-IND          PIC S9(4) USAGE COMP.
       01  WS-FIRST-ISSUE         PIC X(10).
       01  WS-FIRST-ISSUE-IND     PIC S9(4) USAGE COMP.
       01  WS-HOLDER              PIC X(6).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-WORKDEPT-IND        PIC S9(4) USAGE COMP.
       01  WS-ISS-YEAR            PIC 9(4).
       01  WS-ISS-MM              PIC 9(2).
       01  WS-ISS-NUM             PIC S9(9) USAGE COMP.
       01  WS-START-NUM           PIC S9(9) USAGE COMP.
       01  WS-END-NUM             PIC S9(9) USAGE COMP.
       01  WS-QTR-END-NUM         PIC S9(9) USAGE COMP.
       01  WS-MONTH-NUM           PIC S9(9) USAGE COMP.
       01  WS-EOL-NUM             PIC S9(9) USAGE COMP.
       01  WS-CONV-NUM            PIC S9(9) USAGE COMP.
       01  WS-CONV-MONTH.
           05 WS-CONV-YEAR        PIC 9(4).
           05 WS-CONV-MM          PIC 9(2).
       01  WS-END-MONTH           PIC X(6).
       01  WS-QTR-END-MONTH       PIC X(6).
       01  WS-LIFE                PIC S9(5) USAGE COMP.
       01  WS-COMP-SLOT           PIC X(1).
       01  WS-COMP-PARTNO         PIC X(6).
       01  WS-COMP-MARK           PIC X(12).
       01  WS-SUPNO               PIC X(6).
       01  WS-UNIT-PRICE          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-MONTH-COMPS         PIC S9(9) USAGE COMP.
       01  WS-MONTH-COST          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TOT-COMPS           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-COST            PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-BUDGET          PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-NOSUPP-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-OVERFLOW-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-DRAFT-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-DEPTNO              PIC X(3).
       01  WS-DEPT-BUDGET         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DEPT-PCT            PIC S9(5)V9(1) USAGE COMP-3.

      ******************************************************************
      * PARTS DUE FOR REPLACEMENT - EACH PART IS PRICED ONCE OFF
      * PART_SUPPLIER, AND CARRIES THE COUNT DUE IN THE FIRST
      * QUARTER FOR THE DRAFT PURCHASE ORDERS.
      ******************************************************************
       01  WS-PART-MAX            PIC S9(4) USAGE COMP VALUE +300.
       01  WS-PART-COUNT          PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-PT-SUB              PIC S9(4) USAGE COMP.
       01  WS-PART-SUB            PIC S9(4) USAGE COMP.
       01  WS-PART-TABLE.
           05 WS-PT-ENTRY         OCCURS 300 TIMES.
              10 WS-PT-PARTNO     PIC X(6).
              10 WS-PT-SUPNO      PIC X(6).
              10 WS-PT-PRICE      PIC S9(7)V9(2) USAGE COMP-3.
              10 WS-PT-QTR-QTY    PIC S9(4) USAGE COMP.

      ******************************************************************
      * REPLACEMENT COST BY HOLDING DEPARTMENT OVER THE HORIZON
      ******************************************************************
       01  WS-DEPT-MAX            PIC S9(4) USAGE COMP VALUE +200.
       01  WS-DEPT-COUNT          PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-DT-SUB              PIC S9(4) USAGE COMP.
       01  WS-DEPT-SUB            PIC S9(4) USAGE COMP.
       01  WS-DEPT-TABLE.
           05 WS-DT-ENTRY         OCCURS 200 TIMES.
              10 WS-DT-DEPT       PIC X(3).
              10 WS-DT-COMPS      PIC S9(9) USAGE COMP.
              10 WS-DT-COST       PIC S9(9)V9(2) USAGE COMP-3.
              10 WS-DT-PRINTED    PIC X(1).

      ******************************************************************
      * VARIABLES FOR THE APIPORD CALLS
      ******************************************************************
       01  WS-CMD-CODE            PIC 99.
       01  WS-RESP-CODE           PIC 99.
       01  WS-DATA-IN             PIC X(512).
       01  WS-DATA-OUT            PIC X(2048).
       01  WS-PO-PARM.
           05 WS-PP-PONO          PIC X(6).
           05 WS-PP-SUPNO         PIC X(6).
           05 FILLER              PIC X(11)  VALUE SPACES.
           05 FILLER              PIC X(6)   VALUE SPACES.
       01  WS-LINE-PARM.
           05 WS-LP-PONO          PIC X(6).
           05 WS-LP-LINENO        PIC 9(4)   VALUE 1.
           05 WS-LP-PARTNO        PIC X(6).
           05 WS-LP-QTY           PIC 9(4).
           05 WS-LP-PRICE         PIC 9(7)V9(2).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(16).
           10 FILLER              PIC X(30)
                VALUE 'HARDWARE REFRESH FORECAST'.
           10 FILLER              PIC X(6)   VALUE 'FROM'.
           10 WS-HDR-START        PIC X(6).
           10 FILLER              PIC X(4)   VALUE ' TO'.
           10 WS-HDR-END          PIC X(6).
           10 FILLER              PIC X(64).

       01  WS-RPT-COL-HEADER.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE 'DEPT'.
           10 FILLER              PIC X(12)  VALUE 'SET'.
           10 FILLER              PIC X(3)   VALUE 'C'.
           10 FILLER              PIC X(8)   VALUE 'PART'.
           10 FILLER              PIC X(8)   VALUE 'HOLDER'.
           10 FILLER              PIC X(12)  VALUE 'IN SERVICE'.
           10 FILLER              PIC X(8)   VALUE 'SUPPLIER'.
           10 FILLER              PIC X(12)  VALUE '     PRICE'.
           10 FILLER              PIC X(62).

       01  WS-RPT-MONTH-LINE.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(14)  VALUE 'REFRESH MONTH'.
           10 WS-RPT-MONTH        PIC X(6).
           10 FILLER              PIC X(110).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-DEPT         PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-RPT-HWID         PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RPT-SLOT         PIC X(1).
           10 FILLER              PIC X(2).
           10 WS-RPT-PARTNO       PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-HOLDER       PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-ISSUED       PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RPT-SUPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RPT-PRICE        PIC ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RPT-MARK         PIC X(12).
           10 FILLER              PIC X(50).

       01  WS-RPT-MONTH-TOTAL.
           10 FILLER              PIC X(4).
           10 FILLER              PIC X(16)  VALUE 'MONTH TOTAL'.
           10 WS-RPT-MT-COMPS     PIC ZZZ,ZZ9.
           10 FILLER              PIC X(14)  VALUE ' COMPONENTS'.
           10 WS-RPT-MT-COST      PIC ZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(78).

       01  WS-RPT-DEPT-HEADER.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(40)
                VALUE 'REPLACEMENT COST BY DEPARTMENT'.
           10 FILLER              PIC X(90).

       01  WS-RPT-DEPT-COLS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'DEPT'.
           10 FILLER              PIC X(12)  VALUE 'COMPONENTS'.
           10 FILLER              PIC X(16)  VALUE '    REFRESH COST'.
           10 FILLER              PIC X(16)  VALUE '   HORIZON BUDG'.
           10 FILLER              PIC X(10)  VALUE '  PCT'.
           10 FILLER              PIC X(70).

       01  WS-RPT-DEPT-LINE.
           10 FILLER              PIC X(2).
           10 WS-RPT-DL-DEPT      PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-RPT-DL-COMPS     PIC ZZZ,ZZ9.
           10 FILLER              PIC X(5).
           10 WS-RPT-DL-COST      PIC ZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(3).
           10 WS-RPT-DL-BUDGET    PIC ZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(3).
           10 WS-RPT-DL-PCT       PIC ZZZZ9.9.
           10 FILLER              PIC X(2).
           10 WS-RPT-DL-MARK      PIC X(12).
           10 FILLER              PIC X(59).

       01  WS-RPT-GRAND-TOTAL.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'TOTAL'.
           10 WS-RPT-GT-COMPS     PIC ZZZ,ZZ9.
           10 FILLER              PIC X(5).
           10 WS-RPT-GT-COST      PIC ZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(3).
           10 WS-RPT-GT-BUDGET    PIC ZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(83).

       01  WS-RPT-PO-HEADER.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(44)
                VALUE 'DRAFT PURCHASE ORDERS - REFRESHES DUE BY'.
           10 WS-RPT-PO-THRU      PIC X(6).
           10 FILLER              PIC X(80).

       01  WS-RPT-DRAFT-LINE.
           10 FILLER              PIC X(6).
           10 FILLER              PIC X(12)
                VALUE 'DRAFT PO '.
           10 WS-RPT-DRAFT-PONO   PIC X(6).
           10 FILLER              PIC X(7)   VALUE '  PART'.
           10 WS-RPT-DRAFT-PARTNO PIC X(6).
           10 FILLER              PIC X(6)   VALUE '  QTY'.
           10 WS-RPT-DRAFT-QTY    PIC ZZZ9.
           10 FILLER              PIC X(11)  VALUE '  SUPPLIER'.
           10 WS-RPT-DRAFT-SUPNO  PIC X(6).
           10 FILLER              PIC X(35)
                VALUE ' RAISED - HELD FOR CONFIRMATION'.
           10 FILLER              PIC X(33).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBHWRFC'.
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

                EXEC SQL INCLUDE HARDWARE
                END-EXEC.

                EXEC SQL INCLUDE PARTSUPP
                END-EXEC.

                EXEC SQL INCLUDE DEPTBUDG
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - EVERY ISSUED SET: HELD BY A DEVELOPER AND NOT CLOSED
      * ONTO HW_DISPOSAL, WITH ITS COMPONENT PARTS, FIRST ISSUE DATE
      * AND THE HOLDER'S DEPARTMENT. RE-READ FOR EACH FORECAST MONTH.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      H.HARDWARE_ID,
                      H.MOUSE_ID,
                      H.KEYBOARD_ID,
                      H.CPU_ID,
                      H.MONITOR_ID,
                      (SELECT CHAR(MIN(I.ISSUED_DATE), ISO)
                         FROM HW_ISSUE_HIST I
                        WHERE I.HARDWARE_ID = H.HARDWARE_ID),
                      V.DEVELOPER_ID,
                      E.WORKDEPT
                    FROM HARDWARE H
                    INNER JOIN DEVELOPER V
                      ON V.HARDWARE_ID = H.HARDWARE_ID
                    LEFT OUTER JOIN EMP E
                      ON E.EMPNO = V.DEVELOPER_ID
                    WHERE NOT EXISTS
                          (SELECT 1 FROM HW_DISPOSAL X
                            WHERE X.HARDWARE_ID = H.HARDWARE_ID)
                    ORDER BY E.WORKDEPT, H.HARDWARE_ID
                END-EXEC.

      ******************************************************************
      * C2 - EVERY DEPARTMENT WITH ITS DEPT_BUDGET SUMMED OVER THE
      * HORIZON MONTHS, FOR THE DEPARTMENT TOTALS.
      ******************************************************************
                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      D.DEPTNO,
                      COALESCE(
                        (SELECT SUM(B.BUDGETAMT)
                           FROM DEPT_BUDGET B
                          WHERE B.DEPTNO      = D.DEPTNO
                            AND B.BYEARMONTH >= :WS-START-MONTH
                            AND B.BYEARMONTH <= :WS-END-MONTH), 0)
                    FROM DEPT D
                    ORDER BY D.DEPTNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-START-MONTH.
                ACCEPT WS-HORIZON-CARD.
                ACCEPT WS-LIFE-M.
                ACCEPT WS-LIFE-K.
                ACCEPT WS-LIFE-C.
                ACCEPT WS-LIFE-N.
                MOVE SPACES TO WS-RF-CARD.
                ACCEPT WS-RF-CARD.

                IF WS-START-MONTH NOT NUMERIC
                OR WS-START-MM LESS THAN 1
                OR WS-START-MM GREATER THAN 12
                   DISPLAY 'INVALID FORECAST MONTH ' WS-START-MONTH
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                IF WS-HORIZON-NUM NUMERIC
                AND WS-HORIZON-NUM GREATER THAN ZERO
                   MOVE WS-HORIZON-NUM TO WS-HORIZON
                END-IF.

                IF WS-HORIZON GREATER THAN 36
                   MOVE 36 TO WS-HORIZON
                END-IF.

                COMPUTE WS-START-NUM =
                        WS-START-YEAR * 12 + WS-START-MM.
                COMPUTE WS-END-NUM =
                        WS-START-NUM + WS-HORIZON - 1.
                COMPUTE WS-QTR-END-NUM =
                        WS-START-NUM + 2.
                IF WS-QTR-END-NUM GREATER THAN WS-END-NUM
                   MOVE WS-END-NUM TO WS-QTR-END-NUM
                END-IF.

                MOVE WS-END-NUM TO WS-CONV-NUM.
                PERFORM 8000-NUM-TO-MONTH
                THRU    8000-EXIT.
                MOVE WS-CONV-MONTH TO WS-END-MONTH.

                MOVE WS-QTR-END-NUM TO WS-CONV-NUM.
                PERFORM 8000-NUM-TO-MONTH
                THRU    8000-EXIT.
                MOVE WS-CONV-MONTH TO WS-QTR-END-MONTH.

                DISPLAY 'HARDWARE REFRESH FORECAST ' WS-START-MONTH
                        ' TO ' WS-END-MONTH.

                IF WS-PO-MODE
                   DISPLAY 'DRAFT POS FOR REFRESHES DUE BY '
                           WS-QTR-END-MONTH ' - FROM ' WS-PO-SEQ
                END-IF.

                MOVE WS-START-MONTH TO WS-HDR-START.
                MOVE WS-END-MONTH   TO WS-HDR-END.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COL-HEADER.

                PERFORM 2000-FORECAST-MONTH
                THRU    2000-EXIT
                VARYING WS-MONTH-NUM FROM WS-START-NUM BY 1
                UNTIL   WS-MONTH-NUM GREATER THAN WS-END-NUM.

                PERFORM 3000-DEPT-TOTALS
                THRU    3000-EXIT.

                IF WS-PO-MODE
                   PERFORM 4000-RAISE-DRAFT-POS
                   THRU    4000-EXIT
                END-IF.

                DISPLAY 'COMPONENTS DUE FOR REFRESH = ' WS-TOT-COMPS.
                DISPLAY 'DUE WITH NO SUPPLIER       = '
                        WS-NOSUPP-COUNT.
                DISPLAY 'DRAFT POS RAISED           = '
                        WS-DRAFT-COUNT.

                IF WS-NOSUPP-COUNT GREATER THAN ZERO
                OR WS-OVERFLOW-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 2000-FORECAST-MONTH - ONE PASS OF THE ISSUED SETS FOR THE
      * MONTH IN WS-MONTH-NUM, WITH THE MONTH'S TOTAL.
      ******************************************************************
       2000-FORECAST-MONTH.

                MOVE WS-MONTH-NUM TO WS-CONV-NUM.
                PERFORM 8000-NUM-TO-MONTH
                THRU    8000-EXIT.
                MOVE WS-CONV-MONTH TO WS-RPT-MONTH.
                PRINT WS-RPT-MONTH-LINE.

                MOVE ZERO   TO WS-MONTH-COMPS
                               WS-MONTH-COST.
                MOVE SPACES TO END-OF-C1-SWITCH.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

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

                MOVE WS-MONTH-COMPS TO WS-RPT-MT-COMPS.
                MOVE WS-MONTH-COST  TO WS-RPT-MT-COST.
                PRINT WS-RPT-MONTH-TOTAL.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-CURSOR
      ******************************************************************
       2200-FETCH-CURSOR.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-HARDWARE-ID,
                          :WS-PART-M :WS-PART-M-IND,
                          :WS-PART-K :WS-PART-K-IND,
                          :WS-PART-C :WS-PART-C-IND,
                          :WS-PART-N :WS-PART-N-IND,
                          :WS-FIRST-ISSUE :WS-FIRST-ISSUE-IND,
                          :WS-HOLDER,
                          :WS-WORKDEPT :WS-WORKDEPT-IND
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-CHECK-SET
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
      * 2400-CHECK-SET - A SET WITH NO ISSUE HISTORY HAS NO
      * IN-SERVICE DATE AND NOTHING TO COUNT ITS LIFE FROM, THE SAME
      * RULE COBHWDEP KEEPS. EACH FITTED COMPONENT IS CHECKED
      * AGAINST ITS CLASS LIFE.
      ******************************************************************
       2400-CHECK-SET.

                IF WS-FIRST-ISSUE-IND LESS THAN ZERO
                   GO TO 2400-EXIT
                END-IF.

                IF WS-WORKDEPT-IND LESS THAN ZERO
                   MOVE SPACES TO WS-WORKDEPT
                END-IF.

                MOVE WS-FIRST-ISSUE (1:4) TO WS-ISS-YEAR.
                MOVE WS-FIRST-ISSUE (6:2) TO WS-ISS-MM.
                COMPUTE WS-ISS-NUM =
                        WS-ISS-YEAR * 12 + WS-ISS-MM.

                MOVE 'M'       TO WS-COMP-SLOT.
                MOVE WS-PART-M TO WS-COMP-PARTNO.
                IF WS-PART-M-IND LESS THAN ZERO
                   MOVE SPACES TO WS-COMP-PARTNO
                END-IF.
                MOVE WS-LIFE-M TO WS-LIFE.
                PERFORM 2500-CHECK-COMPONENT
                THRU    2500-EXIT.

                MOVE 'K'       TO WS-COMP-SLOT.
                MOVE WS-PART-K TO WS-COMP-PARTNO.
                IF WS-PART-K-IND LESS THAN ZERO
                   MOVE SPACES TO WS-COMP-PARTNO
                END-IF.
                MOVE WS-LIFE-K TO WS-LIFE.
                PERFORM 2500-CHECK-COMPONENT
                THRU    2500-EXIT.

                MOVE 'C'       TO WS-COMP-SLOT.
                MOVE WS-PART-C TO WS-COMP-PARTNO.
                IF WS-PART-C-IND LESS THAN ZERO
                   MOVE SPACES TO WS-COMP-PARTNO
                END-IF.
                MOVE WS-LIFE-C TO WS-LIFE.
                PERFORM 2500-CHECK-COMPONENT
                THRU    2500-EXIT.

                MOVE 'N'       TO WS-COMP-SLOT.
                MOVE WS-PART-N TO WS-COMP-PARTNO.
                IF WS-PART-N-IND LESS THAN ZERO
                   MOVE SPACES TO WS-COMP-PARTNO
                END-IF.
                MOVE WS-LIFE-N TO WS-LIFE.
                PERFORM 2500-CHECK-COMPONENT
                THRU    2500-EXIT.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-CHECK-COMPONENT - COBHWDEP CHARGES A COMPONENT FOR
      * MONTHS 1 THROUGH LIFE COUNTING THE ISSUE MONTH AS MONTH 1, SO
      * ITS LIFE IS OVER IN ISSUE MONTH + LIFE. THAT IS ITS REFRESH
      * MONTH; ONE ALREADY PAST IS OVERDUE IN THE FIRST MONTH.
      ******************************************************************
       2500-CHECK-COMPONENT.

                IF WS-COMP-PARTNO = SPACES
                OR WS-LIFE NOT GREATER THAN ZERO
                   GO TO 2500-EXIT
                END-IF.

                COMPUTE WS-EOL-NUM = WS-ISS-NUM + WS-LIFE.

                MOVE SPACES TO WS-COMP-MARK.

                IF WS-EOL-NUM NOT = WS-MONTH-NUM
                   IF WS-MONTH-NUM = WS-START-NUM
                   AND WS-EOL-NUM LESS THAN WS-START-NUM
                      MOVE 'OVERDUE' TO WS-COMP-MARK
                   ELSE
                      GO TO 2500-EXIT
                   END-IF
                END-IF.

                PERFORM 2600-PRICE-PART
                THRU    2600-EXIT.

                IF WS-SUPNO = SPACES
                   MOVE 'NO SUPPLIER' TO WS-COMP-MARK
                   ADD 1 TO WS-NOSUPP-COUNT
                END-IF.

                MOVE WS-WORKDEPT    TO WS-RPT-DEPT.
                MOVE WS-HARDWARE-ID TO WS-RPT-HWID.
                MOVE WS-COMP-SLOT   TO WS-RPT-SLOT.
                MOVE WS-COMP-PARTNO TO WS-RPT-PARTNO.
                MOVE WS-HOLDER      TO WS-RPT-HOLDER.
                MOVE WS-FIRST-ISSUE TO WS-RPT-ISSUED.
                MOVE WS-SUPNO       TO WS-RPT-SUPNO.
                MOVE WS-UNIT-PRICE  TO WS-RPT-PRICE.
                MOVE WS-COMP-MARK   TO WS-RPT-MARK.
                PRINT WS-RPT-DETAIL.

                ADD 1             TO WS-MONTH-COMPS
                                     WS-TOT-COMPS.
                ADD WS-UNIT-PRICE TO WS-MONTH-COST
                                     WS-TOT-COST.

                PERFORM 2700-ADD-TO-DEPT
                THRU    2700-EXIT.

                IF WS-MONTH-NUM NOT GREATER THAN WS-QTR-END-NUM
                AND WS-PART-SUB GREATER THAN ZERO
                AND WS-SUPNO NOT = SPACES
                   ADD 1 TO WS-PT-QTR-QTY (WS-PART-SUB)
                END-IF.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-PRICE-PART - THE PART'S CHEAPEST CURRENT SUPPLIER PRICE,
      * THE SAME CHOICE COBSTKRO MAKES ON PRICE ALONE (TIES TO THE
      * SHORTER LEAD). EACH PART IS LOOKED UP ONCE AND KEPT IN THE
      * PART TABLE.
      ******************************************************************
       2600-PRICE-PART.

                MOVE SPACES TO WS-PART-FOUND-SWITCH
                               WS-SUPNO.
                MOVE ZERO   TO WS-PART-SUB
                               WS-UNIT-PRICE.

                PERFORM 2650-MATCH-PART
                THRU    2650-EXIT
                VARYING WS-PT-SUB FROM 1 BY 1
                UNTIL   WS-PT-SUB GREATER THAN WS-PART-COUNT
                OR      WS-PART-FOUND.

                IF WS-PART-FOUND
                   MOVE WS-PT-SUPNO (WS-PART-SUB) TO WS-SUPNO
                   MOVE WS-PT-PRICE (WS-PART-SUB) TO WS-UNIT-PRICE
                   GO TO 2600-EXIT
                END-IF.

                EXEC SQL
                    SELECT SUPNO,
                           UNIT_PRICE
                      INTO :WS-SUPNO,
                           :WS-UNIT-PRICE
                      FROM PART_SUPPLIER
                     WHERE PARTNO = :WS-COMP-PARTNO
                       AND UNIT_PRICE IS NOT NULL
                     ORDER BY UNIT_PRICE, LEAD_DAYS
                     FETCH FIRST 1 ROW ONLY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE SPACES TO WS-SUPNO
                         MOVE ZERO   TO WS-UNIT-PRICE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-PART-COUNT NOT LESS THAN WS-PART-MAX
                   DISPLAY 'PART TABLE FULL - ' WS-COMP-PARTNO
                           ' PRICED BUT NOT ORDERED'
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 2600-EXIT
                END-IF.

                ADD 1 TO WS-PART-COUNT.
                MOVE WS-PART-COUNT  TO WS-PART-SUB.
                MOVE WS-COMP-PARTNO TO WS-PT-PARTNO (WS-PART-SUB).
                MOVE WS-SUPNO       TO WS-PT-SUPNO (WS-PART-SUB).
                MOVE WS-UNIT-PRICE  TO WS-PT-PRICE (WS-PART-SUB).
                MOVE ZERO           TO WS-PT-QTR-QTY (WS-PART-SUB).

       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2650-MATCH-PART
      ******************************************************************
       2650-MATCH-PART.

                IF WS-PT-PARTNO (WS-PT-SUB) = WS-COMP-PARTNO
                   MOVE 'Y'       TO WS-PART-FOUND-SWITCH
                   MOVE WS-PT-SUB TO WS-PART-SUB
                END-IF.

       2650-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-ADD-TO-DEPT - THE COMPONENT'S PRICE AGAINST THE HOLDING
      * DEPARTMENT. A HOLDER WITH NO DEPARTMENT GATHERS UNDER A
      * BLANK ONE.
      ******************************************************************
       2700-ADD-TO-DEPT.

                MOVE SPACES TO WS-DEPT-FOUND-SWITCH.
                MOVE ZERO   TO WS-DEPT-SUB.

                PERFORM 2750-MATCH-DEPT
                THRU    2750-EXIT
                VARYING WS-DT-SUB FROM 1 BY 1
                UNTIL   WS-DT-SUB GREATER THAN WS-DEPT-COUNT
                OR      WS-DEPT-FOUND.

                IF NOT WS-DEPT-FOUND
                   IF WS-DEPT-COUNT NOT LESS THAN WS-DEPT-MAX
                      DISPLAY 'DEPARTMENT TABLE FULL - ' WS-WORKDEPT
                              ' LEFT OUT OF THE TOTALS'
                      ADD 1 TO WS-OVERFLOW-COUNT
                      GO TO 2700-EXIT
                   END-IF
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                   MOVE WS-WORKDEPT   TO WS-DT-DEPT (WS-DEPT-SUB)
                   MOVE ZERO          TO WS-DT-COMPS (WS-DEPT-SUB)
                                         WS-DT-COST (WS-DEPT-SUB)
                   MOVE 'N'           TO WS-DT-PRINTED (WS-DEPT-SUB)
                END-IF.

                ADD 1             TO WS-DT-COMPS (WS-DEPT-SUB).
                ADD WS-UNIT-PRICE TO WS-DT-COST (WS-DEPT-SUB).

       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2750-MATCH-DEPT
      ******************************************************************
       2750-MATCH-DEPT.

                IF WS-DT-DEPT (WS-DT-SUB) = WS-WORKDEPT
                   MOVE 'Y'       TO WS-DEPT-FOUND-SWITCH
                   MOVE WS-DT-SUB TO WS-DEPT-SUB
                END-IF.

       2750-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-DEPT-TOTALS - EACH DEPARTMENT WITH REFRESHES DUE, IN
      * DEPTNO ORDER, AGAINST ITS DEPT_BUDGET FOR THE HORIZON. ANY
      * LEFT UNPRINTED (NO DEPARTMENT, OR ONE NOT ON DEPT) FOLLOW
      * WITH NO BUDGET.
      ******************************************************************
       3000-DEPT-TOTALS.

                PRINT WS-RPT-DEPT-HEADER.
                PRINT WS-RPT-DEPT-COLS.

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

                PERFORM 3200-FETCH-DEPT
                THRU    3200-EXIT
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

                PERFORM 3400-PRINT-UNBUDGETED
                THRU    3400-EXIT
                VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL   WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT.

                MOVE WS-TOT-COMPS  TO WS-RPT-GT-COMPS.
                MOVE WS-TOT-COST   TO WS-RPT-GT-COST.
                MOVE WS-TOT-BUDGET TO WS-RPT-GT-BUDGET.
                PRINT WS-RPT-GRAND-TOTAL.

       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3200-FETCH-DEPT
      ******************************************************************
       3200-FETCH-DEPT.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-DEPTNO,
                          :WS-DEPT-BUDGET
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 3200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-DEPTNO TO WS-WORKDEPT.
                MOVE SPACES    TO WS-DEPT-FOUND-SWITCH.
                MOVE ZERO      TO WS-DEPT-SUB.

                PERFORM 2750-MATCH-DEPT
                THRU    2750-EXIT
                VARYING WS-DT-SUB FROM 1 BY 1
                UNTIL   WS-DT-SUB GREATER THAN WS-DEPT-COUNT
                OR      WS-DEPT-FOUND.

                IF NOT WS-DEPT-FOUND
                   GO TO 3200-EXIT
                END-IF.

                ADD WS-DEPT-BUDGET TO WS-TOT-BUDGET.

                PERFORM 3300-PRINT-DEPT
                THRU    3300-EXIT.

       3200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3300-PRINT-DEPT - THE DEPARTMENT IN WS-DEPT-SUB WITH ITS COST
      * AS A PERCENT OF THE HORIZON BUDGET IN WS-DEPT-BUDGET.
      ******************************************************************
       3300-PRINT-DEPT.

                MOVE WS-DT-DEPT (WS-DEPT-SUB)  TO WS-RPT-DL-DEPT.
                MOVE WS-DT-COMPS (WS-DEPT-SUB) TO WS-RPT-DL-COMPS.
                MOVE WS-DT-COST (WS-DEPT-SUB)  TO WS-RPT-DL-COST.
                MOVE WS-DEPT-BUDGET            TO WS-RPT-DL-BUDGET.
                MOVE SPACES                    TO WS-RPT-DL-MARK.

                IF WS-DEPT-BUDGET GREATER THAN ZERO
                   COMPUTE WS-DEPT-PCT ROUNDED =
                           WS-DT-COST (WS-DEPT-SUB) * 100
                           / WS-DEPT-BUDGET
                   MOVE WS-DEPT-PCT TO WS-RPT-DL-PCT
                   IF WS-DT-COST (WS-DEPT-SUB)
                      GREATER THAN WS-DEPT-BUDGET
                      MOVE 'OVER BUDGET' TO WS-RPT-DL-MARK
                   END-IF
                ELSE
                   MOVE ZERO        TO WS-RPT-DL-PCT
                   MOVE 'NO BUDGET' TO WS-RPT-DL-MARK
                END-IF.

                PRINT WS-RPT-DEPT-LINE.

                MOVE 'Y' TO WS-DT-PRINTED (WS-DEPT-SUB).

       3300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3400-PRINT-UNBUDGETED
      ******************************************************************
       3400-PRINT-UNBUDGETED.

                IF WS-DT-PRINTED (WS-DEPT-SUB) = 'Y'
                   GO TO 3400-EXIT
                END-IF.

                MOVE ZERO TO WS-DEPT-BUDGET.

                PERFORM 3300-PRINT-DEPT
                THRU    3300-EXIT.

       3400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4000-RAISE-DRAFT-POS - ONE DRAFT PO PER PART FOR EVERYTHING
      * DUE IN THE FIRST THREE MONTHS, AGAINST THE SUPPLIER IT WAS
      * PRICED AT.
      ******************************************************************
       4000-RAISE-DRAFT-POS.

                MOVE WS-QTR-END-MONTH TO WS-RPT-PO-THRU.
                PRINT WS-RPT-PO-HEADER.

                PERFORM 4100-RAISE-DRAFT-PO
                THRU    4100-EXIT
                VARYING WS-PART-SUB FROM 1 BY 1
                UNTIL   WS-PART-SUB GREATER THAN WS-PART-COUNT.

       4000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4100-RAISE-DRAFT-PO - HEADER AND ONE LINE THROUGH APIPORD,
      * THE SAME PATH COBSTKRO'S DRAFTS TAKE. THE PO STAYS OPEN FOR
      * PURCHASING TO CONFIRM BEFORE ANYTHING IS RECEIVED.
      ******************************************************************
       4100-RAISE-DRAFT-PO.

                IF WS-PT-QTR-QTY (WS-PART-SUB) NOT GREATER THAN ZERO
                OR WS-PT-SUPNO (WS-PART-SUB) = SPACES
                   GO TO 4100-EXIT
                END-IF.

                ADD 1 TO WS-PO-SEQ.

                MOVE SPACES                    TO WS-PO-PARM.
                MOVE WS-PO-SEQ                 TO WS-PP-PONO.
                MOVE WS-PT-SUPNO (WS-PART-SUB) TO WS-PP-SUPNO.
                MOVE SPACES                    TO WS-DATA-IN.
                MOVE WS-PO-PARM                TO WS-DATA-IN (1:29).

                MOVE 2 TO WS-CMD-CODE.
                CALL 'APIPORD' USING WS-CMD-CODE, WS-RESP-CODE,
                     WS-DATA-IN, WS-DATA-OUT.

                IF WS-RESP-CODE NOT = ZERO
                   DISPLAY 'DRAFT PO HEADER REFUSED FOR '
                           WS-PT-PARTNO (WS-PART-SUB)
                           ' - RESP ' WS-RESP-CODE
                   GO TO 4100-EXIT
                END-IF.

                MOVE WS-PP-PONO                  TO WS-LP-PONO.
                MOVE 1                           TO WS-LP-LINENO.
                MOVE WS-PT-PARTNO (WS-PART-SUB)  TO WS-LP-PARTNO.
                MOVE WS-PT-QTR-QTY (WS-PART-SUB) TO WS-LP-QTY.
                MOVE WS-PT-PRICE (WS-PART-SUB)   TO WS-LP-PRICE.
                MOVE SPACES                      TO WS-DATA-IN.
                MOVE WS-LINE-PARM                TO WS-DATA-IN (1:29).

                MOVE 3 TO WS-CMD-CODE.
                CALL 'APIPORD' USING WS-CMD-CODE, WS-RESP-CODE,
                     WS-DATA-IN, WS-DATA-OUT.

                IF WS-RESP-CODE NOT = ZERO
                   DISPLAY 'DRAFT PO LINE REFUSED FOR '
                           WS-PT-PARTNO (WS-PART-SUB)
                           ' - RESP ' WS-RESP-CODE
                   GO TO 4100-EXIT
                END-IF.

                MOVE WS-PP-PONO                  TO WS-RPT-DRAFT-PONO.
                MOVE WS-PT-PARTNO (WS-PART-SUB)  TO WS-RPT-DRAFT-PARTNO.
                MOVE WS-PT-QTR-QTY (WS-PART-SUB) TO WS-RPT-DRAFT-QTY.
                MOVE WS-PT-SUPNO (WS-PART-SUB)   TO WS-RPT-DRAFT-SUPNO.
                PRINT WS-RPT-DRAFT-LINE.

                ADD 1 TO WS-DRAFT-COUNT.

       4100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8000-NUM-TO-MONTH - WS-CONV-NUM (YEAR * 12 + MONTH) BACK TO
      * YYYYMM IN WS-CONV-MONTH.
      ******************************************************************
       8000-NUM-TO-MONTH.

                COMPUTE WS-CONV-YEAR = (WS-CONV-NUM - 1) / 12.
                COMPUTE WS-CONV-MM =
                        WS-CONV-NUM - WS-CONV-YEAR * 12.

       8000-EXIT.
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
