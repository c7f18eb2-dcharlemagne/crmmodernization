      *-----------------------------------------------------------------
      *     COBRPT85 - SOFTWARE LICENSE TRUE-UP. THREE SECTIONS -
      *                - EVERY LICENSE_POOL WITH ITS SEATS OWNED AGAINST
      *                  THE SEATS HELD ON LICENSE_ASSIGN, THE SPARE
      *                  (OR OVER-ALLOCATED) SEATS, THE IDLE SEATS, THE
      *                  ANNUAL COST OF THE SEATS OWNED, AND A DUE
      *                  MARKER ON ANY POOL WHOSE RENEWAL DATE FALLS
      *                  WITHIN THE RENEWAL WINDOW,
      *                - EVERY IDLE SEAT - ONE STILL HELD WHOSE LAST
      *                  CONFIRMED USE (OR ISSUE, WHEN NEVER USED) IS
      *                  OLDER THAN THE IDLE WINDOW - WITH THE
      *                  HOLDER AND DEPARTMENT, SO IT CAN BE RECLAIMED
      *                  BEFORE RENEWAL,
      *                - THE ANNUAL COST OF THE SEATS HELD BY EACH
      *                  DEPARTMENT (THE HOLDER'S EMP WORKDEPT), WITH
      *                  THE COST OF THE SEATS OWNED BUT NOT ASSIGNED
      *                  SHOWN AS A LINE OF ITS OWN.
      *                SYSIN CARD 1 - IDLE WINDOW IN DAYS (THREE
      *                DIGITS, BLANK OR ZERO MEANS 60); CARD 2 -
      *                RENEWAL WINDOW IN DAYS (BLANK OR ZERO MEANS 90).
      *                A POOL WITH MORE SEATS HELD THAN OWNED ENDS THE
      *                STEP WITH A CONDITION CODE OF 4.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT85.
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
       77  END-OF-C3-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C3                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-IDLE-IN             PIC X(3).
       01  WS-IDLE-NUM            REDEFINES WS-IDLE-IN
                                  PIC 9(3).
       01  WS-IDLE-DAYS           PIC S9(4) USAGE COMP VALUE +60.
       01  WS-RENEW-IN            PIC X(3).
       01  WS-RENEW-NUM           REDEFINES WS-RENEW-IN
                                  PIC 9(3).
       01  WS-RENEW-DAYS          PIC S9(4) USAGE COMP VALUE +90.

       01  WS-POOL-ID             PIC X(8).
       01  WS-PRODUCT             PIC X(30).
       01  WS-LIC-TYPE            PIC X(1).
       01  WS-SUPNO               PIC X(6).
       01  WS-SEATS-OWNED         PIC S9(9) USAGE COMP.
       01  WS-SEATS-USED          PIC S9(9) USAGE COMP.
       01  WS-SEATS-IDLE          PIC S9(9) USAGE COMP.
       01  WS-SEATS-SPARE         PIC S9(9) USAGE COMP.
       01  WS-RENEWAL-DATE        PIC X(10).
       01  WS-RENEW-DUE           PIC X(1).
       01  WS-SEAT-COST           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-OWNED-COST          PIC S9(11)V9(2) USAGE COMP-3.

       01  WS-DEVELOPER-ID        PIC X(6).
       01  WS-LASTNAME            PIC X(15).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-ASSIGNED-DATE       PIC X(10).
       01  WS-LAST-USED-DATE      PIC X(10).
       01  WS-DAYS-IDLE           PIC S9(9) USAGE COMP.

       01  WS-DEPTNAME            PIC X(30).
       01  WS-DEPT-SEATS          PIC S9(9) USAGE COMP.
       01  WS-DEPT-COST           PIC S9(11)V9(2) USAGE COMP-3.

      *****************************************************
      * REPORT TOTALS                                     *
      *****************************************************
       01  WS-POOL-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-OWNED           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-USED            PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-IDLE            PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-OVER-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-DUE-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOT-OWNED-COST      PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOT-USED-COST       PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(45)
                VALUE 'SOFTWARE LICENSE TRUE-UP'.
           10 FILLER              PIC X(10)  VALUE 'IDLE DAYS '.
           10 WS-HDR-IDLE         PIC ZZ9.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(13)  VALUE 'RENEWAL DAYS '.
           10 WS-HDR-RENEW        PIC ZZ9.
           10 FILLER              PIC X(26).

       01  WS-RPT-SECTION.
           10 FILLER              PIC X(2).
           10 WS-SECTION-TEXT     PIC X(60).
           10 FILLER              PIC X(70).

       01  WS-RPT-POOL-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'POOL'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(30)  VALUE 'PRODUCT'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(1)   VALUE 'T'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'SUPNO'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE ' OWNED'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE '  HELD'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(7)   VALUE '  SPARE'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE '  IDLE'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE 'RENEWAL'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(3)   VALUE 'DUE'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE ' SEAT COST'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(13)  VALUE '   OWNED COST'.
           10 FILLER              PIC X(2).

       01  WS-RPT-POOL-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RP-POOL-ID       PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-RP-PRODUCT       PIC X(30).
           10 FILLER              PIC X(2).
           10 WS-RP-LIC-TYPE      PIC X(1).
           10 FILLER              PIC X(2).
           10 WS-RP-SUPNO         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RP-OWNED         PIC ZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RP-USED          PIC ZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RP-SPARE         PIC -ZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RP-IDLE          PIC ZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RP-RENEWAL       PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RP-DUE           PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-RP-SEAT-COST     PIC ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-RP-OWNED-COST    PIC ZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).

       01  WS-RPT-IDLE-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'POOL'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(30)  VALUE 'PRODUCT'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'DEVID'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(15)  VALUE 'LASTNAME'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(3)   VALUE 'DPT'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE 'ASSIGNED'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE 'LAST USED'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE '  IDLE'.
           10 FILLER              PIC X(28).

       01  WS-RPT-IDLE-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RI-POOL-ID       PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-RI-PRODUCT       PIC X(30).
           10 FILLER              PIC X(2).
           10 WS-RI-DEVELOPER-ID  PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-RI-LASTNAME      PIC X(15).
           10 FILLER              PIC X(2).
           10 WS-RI-WORKDEPT      PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-RI-ASSIGNED      PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RI-LAST-USED     PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RI-DAYS-IDLE     PIC ZZ,ZZ9.
           10 FILLER              PIC X(28).

       01  WS-RPT-DEPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(3)   VALUE 'DPT'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(30)  VALUE 'DEPTNAME'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE ' SEATS'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(13)  VALUE '  ANNUAL COST'.
           10 FILLER              PIC X(72).

       01  WS-RPT-DEPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RD-WORKDEPT      PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-RD-DEPTNAME      PIC X(30).
           10 FILLER              PIC X(2).
           10 WS-RD-SEATS         PIC ZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RD-COST          PIC ZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(72).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT85'.
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

                EXEC SQL INCLUDE LICPOOL
                END-EXEC.

                EXEC SQL INCLUDE LICASSG
                END-EXEC.

                EXEC SQL INCLUDE EMP
                END-EXEC.

                EXEC SQL INCLUDE DEPT
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - EVERY POOL WITH THE SEATS HELD AND THE SEATS IDLE.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      P.POOL_ID,
                      P.PRODUCT,
                      P.LIC_TYPE,
                      P.SUPNO,
                      P.SEATS_OWNED,
                      COUNT(A.POOL_ID),
                      SUM(CASE WHEN A.POOL_ID IS NOT NULL
                                AND DAYS(CURRENT DATE) -
                                    DAYS(COALESCE(A.LAST_USED_DATE,
                                                  A.ASSIGNED_DATE))
                                    > :WS-IDLE-DAYS
                               THEN 1 ELSE 0 END),
                      CHAR(P.RENEWAL_DATE, ISO),
                      CASE WHEN P.RENEWAL_DATE <=
                                CURRENT DATE + :WS-RENEW-DAYS DAYS
                           THEN 'Y' ELSE 'N' END,
                      P.SEAT_COST
                    FROM LICENSE_POOL P
                         LEFT OUTER JOIN LICENSE_ASSIGN A
                            ON A.POOL_ID = P.POOL_ID
                           AND A.RETURNED_DATE IS NULL
                    GROUP BY P.POOL_ID, P.PRODUCT, P.LIC_TYPE,
                             P.SUPNO, P.SEATS_OWNED, P.RENEWAL_DATE,
                             P.SEAT_COST
                    ORDER BY P.POOL_ID
                END-EXEC.

      ******************************************************************
      * C2 - EVERY SEAT STILL HELD AND IDLE LONGER THAN THE WINDOW.
      ******************************************************************
                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      A.POOL_ID,
                      P.PRODUCT,
                      A.DEVELOPER_ID,
                      COALESCE(E.LASTNAME, ' '),
                      COALESCE(E.WORKDEPT, ' '),
                      CHAR(A.ASSIGNED_DATE, ISO),
                      COALESCE(CHAR(A.LAST_USED_DATE, ISO), 'NEVER'),
                      DAYS(CURRENT DATE) -
                      DAYS(COALESCE(A.LAST_USED_DATE, A.ASSIGNED_DATE))
                    FROM LICENSE_ASSIGN A
                         INNER JOIN LICENSE_POOL P
                            ON P.POOL_ID = A.POOL_ID
                         LEFT OUTER JOIN EMP E
                            ON E.EMPNO = A.DEVELOPER_ID
                    WHERE A.RETURNED_DATE IS NULL
                      AND DAYS(CURRENT DATE) -
                          DAYS(COALESCE(A.LAST_USED_DATE,
                                        A.ASSIGNED_DATE))
                          > :WS-IDLE-DAYS
                    ORDER BY A.POOL_ID, A.DEVELOPER_ID
                END-EXEC.

      ******************************************************************
      * C3 - ANNUAL COST OF THE SEATS HELD, BY THE HOLDER'S DEPARTMENT.
      ******************************************************************
                EXEC SQL DECLARE C3 CURSOR
                  SELECT
                      COALESCE(E.WORKDEPT, ' '),
                      COALESCE(MAX(D.DEPTNAME), 'NOT ON EMP'),
                      COUNT(*),
                      SUM(P.SEAT_COST)
                    FROM LICENSE_ASSIGN A
                         INNER JOIN LICENSE_POOL P
                            ON P.POOL_ID = A.POOL_ID
                         LEFT OUTER JOIN EMP E
                            ON E.EMPNO = A.DEVELOPER_ID
                         LEFT OUTER JOIN DEPT D
                            ON D.DEPTNO = E.WORKDEPT
                    WHERE A.RETURNED_DATE IS NULL
                    GROUP BY COALESCE(E.WORKDEPT, ' ')
                    ORDER BY 1
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-IDLE-IN.
                ACCEPT WS-RENEW-IN.

                IF WS-IDLE-IN NUMERIC
                   AND WS-IDLE-NUM GREATER THAN ZERO
                   MOVE WS-IDLE-NUM TO WS-IDLE-DAYS
                END-IF.

                IF WS-RENEW-IN NUMERIC
                   AND WS-RENEW-NUM GREATER THAN ZERO
                   MOVE WS-RENEW-NUM TO WS-RENEW-DAYS
                END-IF.

                MOVE WS-IDLE-DAYS  TO WS-HDR-IDLE.
                MOVE WS-RENEW-DAYS TO WS-HDR-RENEW.
                DISPLAY 'LICENSE TRUE-UP IDLE DAYS = ' WS-IDLE-DAYS
                        ' RENEWAL DAYS = ' WS-RENEW-DAYS.

                PRINT WS-RPT-HEADER.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                PERFORM 5000-PRINT-TOTALS
                THRU    5000-EXIT.

                IF WS-OVER-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.

                MOVE 'SEATS OWNED AGAINST SEATS HELD, BY POOL'
                                                  TO WS-SECTION-TEXT.
                PRINT WS-RPT-SECTION.
                PRINT WS-RPT-POOL-COLUMNS.

                PERFORM 2100-OPEN-CURSOR-C1
                THRU    2100-EXIT.

                PERFORM 2200-FETCH-CURSOR-C1
                THRU    2200-EXIT
                UNTIL END-OF-C1.

                PERFORM 2300-CLOSE-CURSOR-C1
                THRU    2300-EXIT.

                MOVE 'IDLE SEATS - NO CONFIRMED USE WITHIN THE WINDOW'
                                                  TO WS-SECTION-TEXT.
                PRINT WS-RPT-SECTION.
                PRINT WS-RPT-IDLE-COLUMNS.

                PERFORM 2500-OPEN-CURSOR-C2
                THRU    2500-EXIT.

                PERFORM 2600-FETCH-CURSOR-C2
                THRU    2600-EXIT
                UNTIL END-OF-C2.

                PERFORM 2700-CLOSE-CURSOR-C2
                THRU    2700-EXIT.

                MOVE 'ANNUAL COST OF SEATS HELD, BY DEPARTMENT'
                                                  TO WS-SECTION-TEXT.
                PRINT WS-RPT-SECTION.
                PRINT WS-RPT-DEPT-COLUMNS.

                PERFORM 3100-OPEN-CURSOR-C3
                THRU    3100-EXIT.

                PERFORM 3200-FETCH-CURSOR-C3
                THRU    3200-EXIT
                UNTIL END-OF-C3.

                PERFORM 3300-CLOSE-CURSOR-C3
                THRU    3300-EXIT.

      *         SEATS PAID FOR BUT HELD BY NOBODY
                MOVE SPACES                TO WS-RD-WORKDEPT.
                MOVE 'UNASSIGNED SEATS'    TO WS-RD-DEPTNAME.
                COMPUTE WS-DEPT-SEATS = WS-TOT-OWNED - WS-TOT-USED.
                IF WS-DEPT-SEATS LESS THAN ZERO
                   MOVE ZERO TO WS-DEPT-SEATS
                END-IF.
                COMPUTE WS-DEPT-COST =
                        WS-TOT-OWNED-COST - WS-TOT-USED-COST.
                IF WS-DEPT-COST LESS THAN ZERO
                   MOVE ZERO TO WS-DEPT-COST
                END-IF.
                MOVE WS-DEPT-SEATS         TO WS-RD-SEATS.
                MOVE WS-DEPT-COST          TO WS-RD-COST.
                PRINT WS-RPT-DEPT-DETAIL.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2100-OPEN-CURSOR-C1
      ******************************************************************
       2100-OPEN-CURSOR-C1.

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

       2100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-CURSOR-C1
      ******************************************************************
       2200-FETCH-CURSOR-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-POOL-ID,
                          :WS-PRODUCT,
                          :WS-LIC-TYPE,
                          :WS-SUPNO,
                          :WS-SEATS-OWNED,
                          :WS-SEATS-USED,
                          :WS-SEATS-IDLE,
                          :WS-RENEWAL-DATE,
                          :WS-RENEW-DUE,
                          :WS-SEAT-COST
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-PRINT-POOL
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
      * 2300-CLOSE-CURSOR-C1
      ******************************************************************
       2300-CLOSE-CURSOR-C1.

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

       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-PRINT-POOL
      ******************************************************************
       2400-PRINT-POOL.

                COMPUTE WS-SEATS-SPARE = WS-SEATS-OWNED - WS-SEATS-USED.
                COMPUTE WS-OWNED-COST  = WS-SEATS-OWNED * WS-SEAT-COST.

                ADD 1                  TO WS-POOL-COUNT.
                ADD WS-SEATS-OWNED     TO WS-TOT-OWNED.
                ADD WS-SEATS-USED      TO WS-TOT-USED.
                ADD WS-SEATS-IDLE      TO WS-TOT-IDLE.
                ADD WS-OWNED-COST      TO WS-TOT-OWNED-COST.

                IF WS-SEATS-SPARE LESS THAN ZERO
                   ADD 1 TO WS-OVER-COUNT
                END-IF.

                IF WS-RENEW-DUE = 'Y'
                   MOVE 'DUE'          TO WS-RP-DUE
                   ADD 1 TO WS-DUE-COUNT
                ELSE
                   MOVE SPACES         TO WS-RP-DUE
                END-IF.

                MOVE WS-POOL-ID        TO WS-RP-POOL-ID.
                MOVE WS-PRODUCT        TO WS-RP-PRODUCT.
                MOVE WS-LIC-TYPE       TO WS-RP-LIC-TYPE.
                MOVE WS-SUPNO          TO WS-RP-SUPNO.
                MOVE WS-SEATS-OWNED    TO WS-RP-OWNED.
                MOVE WS-SEATS-USED     TO WS-RP-USED.
                MOVE WS-SEATS-SPARE    TO WS-RP-SPARE.
                MOVE WS-SEATS-IDLE     TO WS-RP-IDLE.
                MOVE WS-RENEWAL-DATE   TO WS-RP-RENEWAL.
                MOVE WS-SEAT-COST      TO WS-RP-SEAT-COST.
                MOVE WS-OWNED-COST     TO WS-RP-OWNED-COST.
                PRINT WS-RPT-POOL-DETAIL.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-OPEN-CURSOR-C2
      ******************************************************************
       2500-OPEN-CURSOR-C2.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN C2 = ' WS-SQLCODE.

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
      * 2600-FETCH-CURSOR-C2
      ******************************************************************
       2600-FETCH-CURSOR-C2.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-POOL-ID,
                          :WS-PRODUCT,
                          :WS-DEVELOPER-ID,
                          :WS-LASTNAME,
                          :WS-WORKDEPT,
                          :WS-ASSIGNED-DATE,
                          :WS-LAST-USED-DATE,
                          :WS-DAYS-IDLE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-POOL-ID        TO WS-RI-POOL-ID
                         MOVE WS-PRODUCT        TO WS-RI-PRODUCT
                         MOVE WS-DEVELOPER-ID   TO WS-RI-DEVELOPER-ID
                         MOVE WS-LASTNAME       TO WS-RI-LASTNAME
                         MOVE WS-WORKDEPT       TO WS-RI-WORKDEPT
                         MOVE WS-ASSIGNED-DATE  TO WS-RI-ASSIGNED
                         MOVE WS-LAST-USED-DATE TO WS-RI-LAST-USED
                         MOVE WS-DAYS-IDLE      TO WS-RI-DAYS-IDLE
                         PRINT WS-RPT-IDLE-DETAIL
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-CLOSE-CURSOR-C2
      ******************************************************************
       2700-CLOSE-CURSOR-C2.

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

       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3100-OPEN-CURSOR-C3
      ******************************************************************
       3100-OPEN-CURSOR-C3.

                EXEC SQL
                  OPEN  C3
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN C3 = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3200-FETCH-CURSOR-C3
      ******************************************************************
       3200-FETCH-CURSOR-C3.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-WORKDEPT,
                          :WS-DEPTNAME,
                          :WS-DEPT-SEATS,
                          :WS-DEPT-COST
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD WS-DEPT-COST       TO WS-TOT-USED-COST
                         MOVE WS-WORKDEPT       TO WS-RD-WORKDEPT
                         MOVE WS-DEPTNAME       TO WS-RD-DEPTNAME
                         MOVE WS-DEPT-SEATS     TO WS-RD-SEATS
                         MOVE WS-DEPT-COST      TO WS-RD-COST
                         PRINT WS-RPT-DEPT-DETAIL
                    WHEN +100
                         MOVE 'Y' TO END-OF-C3-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3300-CLOSE-CURSOR-C3
      ******************************************************************
       3300-CLOSE-CURSOR-C3.

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

       3300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 5000-PRINT-TOTALS
      ******************************************************************
       5000-PRINT-TOTALS.

                MOVE 'LICENSE POOLS'                  TO WS-CNT-LABEL.
                MOVE WS-POOL-COUNT                    TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'SEATS OWNED'                    TO WS-CNT-LABEL.
                MOVE WS-TOT-OWNED                     TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'SEATS HELD'                     TO WS-CNT-LABEL.
                MOVE WS-TOT-USED                      TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'SEATS IDLE'                     TO WS-CNT-LABEL.
                MOVE WS-TOT-IDLE                      TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'POOLS OVER-ALLOCATED'           TO WS-CNT-LABEL.
                MOVE WS-OVER-COUNT                    TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'RENEWALS DUE IN WINDOW'         TO WS-CNT-LABEL.
                MOVE WS-DUE-COUNT                     TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                DISPLAY 'SEATS OWNED = ' WS-TOT-OWNED
                        ' HELD = ' WS-TOT-USED
                        ' IDLE = ' WS-TOT-IDLE.
                DISPLAY 'POOLS OVER-ALLOCATED = ' WS-OVER-COUNT
                        ' RENEWALS DUE = ' WS-DUE-COUNT.

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
