      *-----------------------------------------------------------------
      *     COBRPT77 - PAY EQUITY AND GENDER PAY GAP REPORT FOR THE
      *                ANNUAL DISCLOSURE. READS THE DISCLOSURE YEAR
      *                (YYYY) AND THE REVIEW THRESHOLD PERCENT OFF
      *                SYSIN AND, FOR EACH SUBSIDIARY, PRINTS:
      *                - THE MEAN AND MEDIAN GAP BETWEEN MEN'S AND
      *                  WOMEN'S ANNUAL SALARY (EMP.SEX 'M'/'F',
      *                  ACTIVE STAFF ON A SALARY), OVERALL AND
      *                  WITHIN EACH JOB_MASTER JOBGRADE;
      *                - THE SAME GAP FOR BONUS - THE BONUSPAID
      *                  POSTED ON PAYROLL IN THE YEAR, SUMMED AS
      *                  COBYREND DOES, OVER THOSE WHO RECEIVED ONE -
      *                  WITH THE PROPORTION OF EACH SEX RECEIVING;
      *                - THE SALARY QUARTILES (THE STAFF RANKED BY PAY
      *                  AND CUT INTO FOUR EQUAL GROUPS) WITH THE MIX
      *                  OF MEN AND WOMEN IN EACH;
      *                - A REVIEW LIST OF EVERYONE PAID MORE THAN THE
      *                  THRESHOLD PERCENT BELOW THE AVERAGE OF THE
      *                  OTHER SEX IN THE SAME GRADE, WITH HIREDATE,
      *                  TENURE AND EDLEVEL ALONGSIDE FOR HR.
      *                A GAP IS (MEN - WOMEN) / MEN, SO A POSITIVE
      *                GAP MEANS WOMEN ARE PAID LESS. A GROUP WITH NO
      *                ONE OF ONE SEX SHOWS NO GAP. STAFF WHOSE SEX IS
      *                NEITHER 'M' NOR 'F' ARE COUNTED BUT LEFT OUT
      *                OF THE COMPARISON, AND STAFF WITH NO JOB_MASTER
      *                GRADE ARE SHOWN UNDER GRADE '---' AND NOT
      *                REVIEWED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT77.
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
       77  END-OF-C4-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C4                     VALUE  'Y'.
       77  END-OF-C5-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C5                     VALUE  'Y'.
       77  FIRST-FETCH-SWITCH     PIC X          VALUE  'Y'.
               88  FIRST-FETCH                   VALUE  'Y'.
       77  EQ-OVERFLOW-SWITCH     PIC X          VALUE  SPACES.
               88  EQ-OVERFLOW                   VALUE  'Y'.
       01  WS-YEAR                PIC X(4).
       01  WS-PERIOD-FROM         PIC X(6).
       01  WS-PERIOD-TO           PIC X(6).
       01  WS-REVIEW-PCT-ED       PIC 9(2)V9(2).
       01  WS-REVIEW-PCT          PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-SUBID               PIC X(4).
       01  WS-SUBNAME             PIC X(10).
       01  WS-SEX                 PIC X(1).
       01  WS-AMOUNT              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-JOBGRADE            PIC X(3).
       01  WS-PRIOR-GRADE         PIC X(3).
       01  WS-EXCLUDED            PIC S9(9) USAGE COMP.
       01  WS-PAID-MEN            PIC S9(9) USAGE COMP.
       01  WS-PAID-WOMEN          PIC S9(9) USAGE COMP.
       01  WS-PCT                 PIC S9(3)V9(1) USAGE COMP-3.
       01  WS-SUB-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-STAFF-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-EXCLUDED-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-REVIEW-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SUB-REVIEWS         PIC S9(9) USAGE COMP.

      ******************************************************************
      * THE REVIEW CURSOR'S ROW
      ******************************************************************
       01  WS-EMPNO               PIC X(6).
       01  WS-LASTNAME            PIC X(15).
       01  WS-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-HIREDATE            PIC X(10).
       01  WS-TENURE              PIC S9(4) USAGE COMP.
       01  WS-EDLEVEL             PIC S9(4) USAGE COMP.
       01  WS-OTHER-AVG           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-OTHER-AVG-IND       PIC S9(4) USAGE COMP.
       01  WS-REVIEW-LIMIT        PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BELOW-PCT           PIC S9(3)V9(1) USAGE COMP-3.

      ******************************************************************
      * ONE GROUP'S AMOUNTS IN ASCENDING ORDER - THE SUBSIDIARY'S
      * SALARIES, ONE GRADE'S SALARIES OR THE BONUS RECIPIENTS - HELD
      * SO THE MEDIANS AND QUARTILES CAN BE PICKED BY POSITION.
      ******************************************************************
       01  WS-EQ-MAX              PIC S9(9) USAGE COMP VALUE +20000.
       01  WS-EQ-COUNT            PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-EQ-TABLE.
           05  WS-EQ-ENTRY        OCCURS 20000 TIMES
                                  INDEXED BY EQ-IDX.
               10  WS-EQ-SEX      PIC X(1).
               10  WS-EQ-AMOUNT   PIC S9(9)V9(2) USAGE COMP-3.

      ******************************************************************
      * THE STATISTICS 5000-GAP-STATS WORKS OUT FOR THE HELD GROUP
      ******************************************************************
       01  WS-M-COUNT             PIC S9(9) USAGE COMP.
       01  WS-F-COUNT             PIC S9(9) USAGE COMP.
       01  WS-M-SUM               PIC S9(13)V9(2) USAGE COMP-3.
       01  WS-F-SUM               PIC S9(13)V9(2) USAGE COMP-3.
       01  WS-M-MEAN              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-F-MEAN              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-M-MEDIAN            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-F-MEDIAN            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-MEAN-GAP            PIC S9(5)V9(1) USAGE COMP-3.
       01  WS-MEDIAN-GAP          PIC S9(5)V9(1) USAGE COMP-3.
       01  WS-M-LO-POS            PIC S9(9) USAGE COMP.
       01  WS-M-HI-POS            PIC S9(9) USAGE COMP.
       01  WS-F-LO-POS            PIC S9(9) USAGE COMP.
       01  WS-F-HI-POS            PIC S9(9) USAGE COMP.
       01  WS-M-SEEN              PIC S9(9) USAGE COMP.
       01  WS-F-SEEN              PIC S9(9) USAGE COMP.
       01  WS-M-LO                PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-M-HI                PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-F-LO                PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-F-HI                PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-HALF                PIC S9(9) USAGE COMP.
       01  WS-ODD                 PIC S9(9) USAGE COMP.

      ******************************************************************
      * QUARTILE WORK FIELDS
      ******************************************************************
       01  WS-QTR                 PIC S9(4) USAGE COMP.
       01  WS-QTR-FROM            PIC S9(9) USAGE COMP.
       01  WS-QTR-TO              PIC S9(9) USAGE COMP.
       01  WS-QTR-MEN             PIC S9(9) USAGE COMP.
       01  WS-QTR-WOMEN           PIC S9(9) USAGE COMP.
       01  WS-QTR-NAMES.
           05  FILLER             PIC X(12)  VALUE 'LOWER'.
           05  FILLER             PIC X(12)  VALUE 'LOWER MIDDLE'.
           05  FILLER             PIC X(12)  VALUE 'UPPER MIDDLE'.
           05  FILLER             PIC X(12)  VALUE 'UPPER'.
       01  WS-QTR-NAME-TABLE REDEFINES WS-QTR-NAMES.
           05  WS-QTR-NAME        PIC X(12)  OCCURS 4 TIMES.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(20).
           10 FILLER              PIC X(42)
                VALUE 'PAY EQUITY AND GENDER PAY GAP REPORT YEAR:'.
           10 WS-HDR-YEAR         PIC X(4).
           10 FILLER              PIC X(22)
                VALUE '   REVIEW THRESHOLD %'.
           10 WS-HDR-PCT          PIC Z9.99.
           10 FILLER              PIC X(39).

       01  WS-RPT-SUB.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(11)  VALUE 'SUBSIDIARY'.
           10 WS-RS-SUBID         PIC X(4).
           10 FILLER              PIC X(2).
           10 WS-RS-SUBNAME       PIC X(10).
           10 FILLER              PIC X(103).

       01  WS-RPT-TITLE.
           10 FILLER              PIC X(2).
           10 WS-TTL-TEXT         PIC X(60).
           10 FILLER              PIC X(70).

       01  WS-RPT-GAP-COLS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(14)  VALUE 'GROUP'.
           10 FILLER              PIC X(8)   VALUE '     MEN'.
           10 FILLER              PIC X(8)   VALUE '   WOMEN'.
           10 FILLER              PIC X(16)
                VALUE '      MEAN MEN'.
           10 FILLER              PIC X(16)
                VALUE '    MEAN WOMEN'.
           10 FILLER              PIC X(9)   VALUE '    GAP%'.
           10 FILLER              PIC X(16)
                VALUE '    MEDIAN MEN'.
           10 FILLER              PIC X(16)
                VALUE '  MEDIAN WOMEN'.
           10 FILLER              PIC X(9)   VALUE '    GAP%'.
           10 FILLER              PIC X(18).

       01  WS-RPT-GAP.
           10 FILLER              PIC X(2).
           10 WS-GAP-LABEL        PIC X(12).
           10 FILLER              PIC X(2).
           10 WS-GAP-MEN          PIC ZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-GAP-WOMEN        PIC ZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-GAP-M-MEAN       PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-GAP-F-MEAN       PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-GAP-MEAN-PCT     PIC -ZZZ9.9.
           10 FILLER              PIC X(2).
           10 WS-GAP-M-MEDIAN     PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-GAP-F-MEDIAN     PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-GAP-MEDIAN-PCT   PIC -ZZZ9.9.
           10 FILLER              PIC X(2).
           10 WS-GAP-NOTE         PIC X(18).

       01  WS-RPT-QTR-COLS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(14)  VALUE 'QUARTILE'.
           10 FILLER              PIC X(16)
                VALUE '     PAY FROM'.
           10 FILLER              PIC X(16)
                VALUE '       PAY TO'.
           10 FILLER              PIC X(8)   VALUE '     MEN'.
           10 FILLER              PIC X(8)   VALUE '   WOMEN'.
           10 FILLER              PIC X(7)   VALUE '  % MEN'.
           10 FILLER              PIC X(7)   VALUE ' % WMN'.
           10 FILLER              PIC X(54).

       01  WS-RPT-QTR.
           10 FILLER              PIC X(2).
           10 WS-QTR-LABEL        PIC X(12).
           10 FILLER              PIC X(2).
           10 WS-QTR-PAY-FROM     PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-QTR-PAY-TO       PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-QTR-RPT-MEN      PIC ZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-QTR-RPT-WOMEN    PIC ZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-QTR-PCT-MEN      PIC ZZ9.9.
           10 FILLER              PIC X(2).
           10 WS-QTR-PCT-WOMEN    PIC ZZ9.9.
           10 FILLER              PIC X(56).

       01  WS-RPT-REV-COLS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'EMPNO'.
           10 FILLER              PIC X(17)  VALUE 'LAST NAME'.
           10 FILLER              PIC X(3)   VALUE 'SX'.
           10 FILLER              PIC X(5)   VALUE 'GRD'.
           10 FILLER              PIC X(14)  VALUE '      SALARY'.
           10 FILLER              PIC X(14)  VALUE '   OTHER AVG'.
           10 FILLER              PIC X(7)   VALUE 'BELOW%'.
           10 FILLER              PIC X(12)  VALUE 'HIREDATE'.
           10 FILLER              PIC X(5)   VALUE 'YRS'.
           10 FILLER              PIC X(4)   VALUE 'ED'.
           10 FILLER              PIC X(41).

       01  WS-RPT-REVIEW.
           10 FILLER              PIC X(2).
           10 WS-REV-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-REV-LASTNAME     PIC X(15).
           10 FILLER              PIC X(2).
           10 WS-REV-SEX          PIC X(1).
           10 FILLER              PIC X(2).
           10 WS-REV-GRADE        PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-REV-SALARY       PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-REV-OTHER-AVG    PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-REV-BELOW        PIC ZZ9.9.
           10 FILLER              PIC X(2).
           10 WS-REV-HIREDATE     PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-REV-TENURE       PIC ZZ9.
           10 FILLER              PIC X(2).
           10 WS-REV-EDLEVEL      PIC Z9.
           10 FILLER              PIC X(43).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

       01  WS-RPT-PCT.
           10 FILLER              PIC X(2).
           10 WS-PCT-LABEL        PIC X(36).
           10 WS-PCT-VALUE        PIC ZZ9.9.
           10 FILLER              PIC X(89).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT77'.
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

                EXEC SQL INCLUDE JOBMSTR
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - C1 IS EVERY SUBSIDIARY THAT HAS
      * A DEPARTMENT. C2 TO C5 ARE OPENED FOR ONE SUBSIDIARY AT A
      * TIME: C2 ITS SALARIES IN PAY ORDER, C3 THE SAME BY GRADE, C4
      * THE YEAR'S BONUS RECIPIENTS IN BONUS ORDER AND C5 THE GRADED
      * STAFF WITH THE OTHER SEX'S AVERAGE SALARY IN THEIR GRADE.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT DISTINCT
                      COALESCE(D.SUBID, ' '),
                      COALESCE(S.SUBNAME, ' ')
                    FROM DEPT D
                    LEFT OUTER JOIN SUBSIDIARY S
                      ON S.SUBID = D.SUBID
                    ORDER BY 1
                END-EXEC.

                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      E.SEX,
                      E.SALARY
                    FROM EMP E
                    INNER JOIN DEPT D
                      ON D.DEPTNO = E.WORKDEPT
                    WHERE COALESCE(D.SUBID, ' ') = :WS-SUBID
                      AND E.SEX IN ('M', 'F')
                      AND E.SALARY > 0
                      AND NOT EXISTS
                          (SELECT 1
                             FROM EMP_TERMINATION T
                            WHERE T.EMPNO = E.EMPNO)
                    ORDER BY E.SALARY
                END-EXEC.

                EXEC SQL DECLARE C3 CURSOR
                  SELECT
                      COALESCE(M.JOBGRADE, '---'),
                      E.SEX,
                      E.SALARY
                    FROM EMP E
                    INNER JOIN DEPT D
                      ON D.DEPTNO = E.WORKDEPT
                    LEFT OUTER JOIN JOB_MASTER M
                      ON M.JOBCODE = E.JOB
                    WHERE COALESCE(D.SUBID, ' ') = :WS-SUBID
                      AND E.SEX IN ('M', 'F')
                      AND E.SALARY > 0
                      AND NOT EXISTS
                          (SELECT 1
                             FROM EMP_TERMINATION T
                            WHERE T.EMPNO = E.EMPNO)
                    ORDER BY 1, E.SALARY
                END-EXEC.

                EXEC SQL DECLARE C4 CURSOR
                  SELECT
                      E.SEX,
                      SUM(P.BONUSPAID)
                    FROM PAYROLL P
                    INNER JOIN EMP E
                      ON E.EMPNO = P.EMPNO
                    INNER JOIN DEPT D
                      ON D.DEPTNO = E.WORKDEPT
                    WHERE COALESCE(D.SUBID, ' ') = :WS-SUBID
                      AND E.SEX IN ('M', 'F')
                      AND P.PYEARMONTH >= :WS-PERIOD-FROM
                      AND P.PYEARMONTH <= :WS-PERIOD-TO
                    GROUP BY E.EMPNO, E.SEX
                    HAVING SUM(P.BONUSPAID) > 0
                    ORDER BY 2
                END-EXEC.

                EXEC SQL DECLARE C5 CURSOR
                  SELECT
                      E.EMPNO,
                      E.LASTNAME,
                      E.SEX,
                      M.JOBGRADE,
                      E.SALARY,
                      CHAR(E.HIREDATE, ISO),
                      YEAR(CURRENT DATE - E.HIREDATE),
                      E.EDLEVEL,
                      (SELECT AVG(X.SALARY)
                         FROM EMP X
                         INNER JOIN DEPT D2
                           ON D2.DEPTNO = X.WORKDEPT
                         INNER JOIN JOB_MASTER M2
                           ON M2.JOBCODE = X.JOB
                        WHERE COALESCE(D2.SUBID, ' ') = :WS-SUBID
                          AND M2.JOBGRADE = M.JOBGRADE
                          AND X.SEX IN ('M', 'F')
                          AND X.SEX <> E.SEX
                          AND X.SALARY > 0
                          AND NOT EXISTS
                              (SELECT 1
                                 FROM EMP_TERMINATION T2
                                WHERE T2.EMPNO = X.EMPNO))
                    FROM EMP E
                    INNER JOIN DEPT D
                      ON D.DEPTNO = E.WORKDEPT
                    INNER JOIN JOB_MASTER M
                      ON M.JOBCODE = E.JOB
                    WHERE COALESCE(D.SUBID, ' ') = :WS-SUBID
                      AND E.SEX IN ('M', 'F')
                      AND E.SALARY > 0
                      AND NOT EXISTS
                          (SELECT 1
                             FROM EMP_TERMINATION T
                            WHERE T.EMPNO = E.EMPNO)
                    ORDER BY M.JOBGRADE, E.EMPNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-YEAR.
                ACCEPT WS-REVIEW-PCT-ED.

                MOVE WS-YEAR          TO WS-PERIOD-FROM (1:4)
                                         WS-PERIOD-TO (1:4)
                                         WS-HDR-YEAR.
                MOVE '01'             TO WS-PERIOD-FROM (5:2).
                MOVE '12'             TO WS-PERIOD-TO (5:2).
                MOVE WS-REVIEW-PCT-ED TO WS-REVIEW-PCT.
                MOVE WS-REVIEW-PCT-ED TO WS-HDR-PCT.

                DISPLAY 'PAY EQUITY REPORT FOR ' WS-YEAR
                        ' REVIEW % ' WS-REVIEW-PCT-ED.

                PRINT WS-RPT-HEADER.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                MOVE 'SUBSIDIARIES REPORTED'        TO WS-CNT-LABEL.
                MOVE WS-SUB-COUNT                   TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'STAFF COMPARED'               TO WS-CNT-LABEL.
                MOVE WS-STAFF-COUNT                 TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'STAFF NOT RECORDED AS M OR F'  TO WS-CNT-LABEL.
                MOVE WS-EXCLUDED-COUNT              TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'STAFF LISTED FOR REVIEW'      TO WS-CNT-LABEL.
                MOVE WS-REVIEW-COUNT                TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                DISPLAY 'SUBSIDIARIES      = ' WS-SUB-COUNT.
                DISPLAY 'STAFF COMPARED    = ' WS-STAFF-COUNT.
                DISPLAY 'LISTED FOR REVIEW = ' WS-REVIEW-COUNT.

      *         A GROUP TOO LARGE TO HOLD WAS LEFT OUT OF ITS MEDIANS
      *         - THE DISCLOSURE MUST NOT BE FILED FROM THIS RUN
                IF EQ-OVERFLOW
                   DISPLAY 'GROUP EXCEEDED ' WS-EQ-MAX
                           ' ENTRIES - MEDIANS INCOMPLETE'
                   MOVE 8 TO RETURN-CODE
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

                PERFORM 2200-FETCH-SUBSIDIARY
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
      * 2200-FETCH-SUBSIDIARY
      ******************************************************************
       2200-FETCH-SUBSIDIARY.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-SUBID,
                          :WS-SUBNAME
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2300-REPORT-SUBSIDIARY
                         THRU    2300-EXIT
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
      * 2300-REPORT-SUBSIDIARY - THE FOUR SECTIONS FOR ONE SUBSIDIARY
      ******************************************************************
       2300-REPORT-SUBSIDIARY.

                ADD 1 TO WS-SUB-COUNT.

                MOVE WS-SUBID   TO WS-RS-SUBID.
                MOVE WS-SUBNAME TO WS-RS-SUBNAME.
                PRINT WS-RPT-SUB.

                PERFORM 3000-PAY-GAP
                THRU    3000-EXIT.

                PERFORM 3200-GRADE-GAP
                THRU    3200-EXIT.

                PERFORM 3400-BONUS-GAP
                THRU    3400-EXIT.

                PERFORM 3600-REVIEW-LIST
                THRU    3600-EXIT.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-EXCLUDED
                      FROM EMP E
                      INNER JOIN DEPT D
                        ON D.DEPTNO = E.WORKDEPT
                     WHERE COALESCE(D.SUBID, ' ') = :WS-SUBID
                       AND COALESCE(E.SEX, ' ') NOT IN ('M', 'F')
                       AND E.SALARY > 0
                       AND NOT EXISTS
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

                ADD WS-EXCLUDED TO WS-EXCLUDED-COUNT.

                MOVE 'NOT RECORDED AS M OR F - LEFT OUT'
                                                    TO WS-CNT-LABEL.
                MOVE WS-EXCLUDED                    TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-PAY-GAP - HOLD THE SUBSIDIARY'S SALARIES IN PAY ORDER,
      * PRINT THE OVERALL GAP AND THE QUARTILES FROM THEM.
      ******************************************************************
       3000-PAY-GAP.

                MOVE 'PAY GAP - ANNUAL SALARY, ACTIVE STAFF'
                                        TO WS-TTL-TEXT.
                PRINT WS-RPT-TITLE.
                PRINT WS-RPT-GAP-COLS.

                MOVE ZERO TO WS-EQ-COUNT.

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

                MOVE SPACES TO END-OF-C2-SWITCH.

                PERFORM 3100-FETCH-PAY
                THRU    3100-EXIT
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

                ADD WS-EQ-COUNT TO WS-STAFF-COUNT.

                MOVE 'ALL STAFF' TO WS-GAP-LABEL.
                PERFORM 5000-GAP-STATS
                THRU    5000-EXIT.

                MOVE 'PAY QUARTILES - STAFF RANKED BY SALARY'
                                        TO WS-TTL-TEXT.
                PRINT WS-RPT-TITLE.
                PRINT WS-RPT-QTR-COLS.

                PERFORM 5200-QUARTILE
                THRU    5200-EXIT
                VARYING WS-QTR FROM 1 BY 1
                UNTIL   WS-QTR GREATER THAN 4.

       3000-EXIT.
                EXIT.

      ******************************************************************
      * 3100-FETCH-PAY
      ******************************************************************
       3100-FETCH-PAY.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-SEX,
                          :WS-AMOUNT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 4000-HOLD-AMOUNT
                         THRU    4000-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3200-GRADE-GAP - THE SAME COMPARISON WITHIN EACH JOBGRADE,
      * ONE GRADE HELD AT A TIME AND PRINTED ON THE GRADE BREAK.
      ******************************************************************
       3200-GRADE-GAP.

                MOVE 'PAY GAP WITHIN EACH JOBGRADE'
                                        TO WS-TTL-TEXT.
                PRINT WS-RPT-TITLE.

                MOVE ZERO   TO WS-EQ-COUNT.
                MOVE 'Y'    TO FIRST-FETCH-SWITCH.

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

                MOVE SPACES TO END-OF-C3-SWITCH.

                PERFORM 3300-FETCH-GRADE
                THRU    3300-EXIT
                UNTIL END-OF-C3.

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

      *         CLOSE THE LAST GRADE
                IF NOT FIRST-FETCH
                   PERFORM 3350-CLOSE-GRADE
                   THRU    3350-EXIT
                END-IF.

       3200-EXIT.
                EXIT.

      ******************************************************************
      * 3300-FETCH-GRADE
      ******************************************************************
       3300-FETCH-GRADE.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-JOBGRADE,
                          :WS-SEX,
                          :WS-AMOUNT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C3-SWITCH
                         GO TO 3300-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF FIRST-FETCH
                   MOVE 'N'         TO FIRST-FETCH-SWITCH
                   MOVE WS-JOBGRADE TO WS-PRIOR-GRADE
                END-IF.

                IF WS-JOBGRADE NOT = WS-PRIOR-GRADE
                   PERFORM 3350-CLOSE-GRADE
                   THRU    3350-EXIT
                   MOVE WS-JOBGRADE TO WS-PRIOR-GRADE
                END-IF.

                PERFORM 4000-HOLD-AMOUNT
                THRU    4000-EXIT.

       3300-EXIT.
                EXIT.

      ******************************************************************
      * 3350-CLOSE-GRADE
      ******************************************************************
       3350-CLOSE-GRADE.

                MOVE SPACES         TO WS-GAP-LABEL.
                MOVE 'GRADE'        TO WS-GAP-LABEL (1:5).
                MOVE WS-PRIOR-GRADE TO WS-GAP-LABEL (7:3).

                PERFORM 5000-GAP-STATS
                THRU    5000-EXIT.

                MOVE ZERO TO WS-EQ-COUNT.

       3350-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3400-BONUS-GAP - THE GAP OVER THE YEAR'S BONUS RECIPIENTS, AND
      * THE SHARE OF EACH SEX PAID IN THE YEAR WHO RECEIVED ONE.
      ******************************************************************
       3400-BONUS-GAP.

                MOVE SPACES TO WS-TTL-TEXT.
                MOVE 'BONUS GAP - BONUSPAID POSTED IN'
                                        TO WS-TTL-TEXT (1:32).
                MOVE WS-YEAR            TO WS-TTL-TEXT (33:4).
                PRINT WS-RPT-TITLE.
                PRINT WS-RPT-GAP-COLS.

                MOVE ZERO TO WS-EQ-COUNT.

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

                MOVE SPACES TO END-OF-C4-SWITCH.

                PERFORM 3500-FETCH-BONUS
                THRU    3500-EXIT
                UNTIL END-OF-C4.

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

                MOVE 'BONUS PAID' TO WS-GAP-LABEL.
                PERFORM 5000-GAP-STATS
                THRU    5000-EXIT.

      *         EVERYONE OF EACH SEX PAID AT ALL IN THE YEAR, FOR THE
      *         PROPORTION WHO RECEIVED A BONUS
                EXEC SQL
                    SELECT COALESCE(SUM(CASE WHEN Y.SEX = 'M'
                                             THEN 1 ELSE 0 END), 0),
                           COALESCE(SUM(CASE WHEN Y.SEX = 'F'
                                             THEN 1 ELSE 0 END), 0)
                      INTO :WS-PAID-MEN,
                           :WS-PAID-WOMEN
                      FROM (SELECT DISTINCT E.EMPNO, E.SEX
                              FROM PAYROLL P
                              INNER JOIN EMP E
                                ON E.EMPNO = P.EMPNO
                              INNER JOIN DEPT D
                                ON D.DEPTNO = E.WORKDEPT
                             WHERE COALESCE(D.SUBID, ' ') = :WS-SUBID
                               AND E.SEX IN ('M', 'F')
                               AND P.PYEARMONTH >= :WS-PERIOD-FROM
                               AND P.PYEARMONTH <= :WS-PERIOD-TO) Y
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE ZERO TO WS-PCT.
                IF WS-PAID-MEN GREATER THAN ZERO
                   COMPUTE WS-PCT ROUNDED =
                           WS-M-COUNT * 100 / WS-PAID-MEN
                END-IF.
                MOVE 'MEN PAID IN YEAR RECEIVING BONUS %'
                                        TO WS-PCT-LABEL.
                MOVE WS-PCT             TO WS-PCT-VALUE.
                PRINT WS-RPT-PCT.

                MOVE ZERO TO WS-PCT.
                IF WS-PAID-WOMEN GREATER THAN ZERO
                   COMPUTE WS-PCT ROUNDED =
                           WS-F-COUNT * 100 / WS-PAID-WOMEN
                END-IF.
                MOVE 'WOMEN PAID IN YEAR RECEIVING BONUS %'
                                        TO WS-PCT-LABEL.
                MOVE WS-PCT             TO WS-PCT-VALUE.
                PRINT WS-RPT-PCT.

       3400-EXIT.
                EXIT.

      ******************************************************************
      * 3500-FETCH-BONUS
      ******************************************************************
       3500-FETCH-BONUS.

                EXEC SQL
                    FETCH C4
                    INTO  :WS-SEX,
                          :WS-AMOUNT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 4000-HOLD-AMOUNT
                         THRU    4000-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C4-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3600-REVIEW-LIST - EVERYONE PAID MORE THAN THE THRESHOLD BELOW
      * THE OTHER SEX'S AVERAGE IN THEIR GRADE. A GRADE WITH NO ONE OF
      * THE OTHER SEX HAS NOTHING TO COMPARE WITH.
      ******************************************************************
       3600-REVIEW-LIST.

                MOVE SPACES TO WS-TTL-TEXT.
                MOVE 'FOR REVIEW - BELOW OTHER SEX GRADE AVERAGE BY %'
                                        TO WS-TTL-TEXT (1:48).
                MOVE WS-HDR-PCT         TO WS-TTL-TEXT (50:5).
                PRINT WS-RPT-TITLE.
                PRINT WS-RPT-REV-COLS.

                MOVE ZERO TO WS-SUB-REVIEWS.

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

                MOVE SPACES TO END-OF-C5-SWITCH.

                PERFORM 3700-FETCH-REVIEW
                THRU    3700-EXIT
                UNTIL END-OF-C5.

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

                MOVE 'LISTED FOR REVIEW'            TO WS-CNT-LABEL.
                MOVE WS-SUB-REVIEWS                 TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

       3600-EXIT.
                EXIT.

      ******************************************************************
      * 3700-FETCH-REVIEW
      ******************************************************************
       3700-FETCH-REVIEW.

                EXEC SQL
                    FETCH C5
                    INTO  :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-SEX,
                          :WS-JOBGRADE,
                          :WS-SALARY,
                          :WS-HIREDATE,
                          :WS-TENURE,
                          :WS-EDLEVEL,
                          :WS-OTHER-AVG :WS-OTHER-AVG-IND
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C5-SWITCH
                         GO TO 3700-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-OTHER-AVG-IND LESS THAN ZERO
                   OR WS-OTHER-AVG NOT GREATER THAN ZERO
                   GO TO 3700-EXIT
                END-IF.

                COMPUTE WS-REVIEW-LIMIT ROUNDED =
                        WS-OTHER-AVG * (100 - WS-REVIEW-PCT) / 100.

                IF WS-SALARY NOT LESS THAN WS-REVIEW-LIMIT
                   GO TO 3700-EXIT
                END-IF.

                COMPUTE WS-BELOW-PCT ROUNDED =
                        (WS-OTHER-AVG - WS-SALARY) * 100
                        / WS-OTHER-AVG.

                MOVE WS-EMPNO           TO WS-REV-EMPNO.
                MOVE WS-LASTNAME        TO WS-REV-LASTNAME.
                MOVE WS-SEX             TO WS-REV-SEX.
                MOVE WS-JOBGRADE        TO WS-REV-GRADE.
                MOVE WS-SALARY          TO WS-REV-SALARY.
                MOVE WS-OTHER-AVG       TO WS-REV-OTHER-AVG.
                MOVE WS-BELOW-PCT       TO WS-REV-BELOW.
                MOVE WS-HIREDATE        TO WS-REV-HIREDATE.
                MOVE WS-TENURE          TO WS-REV-TENURE.
                MOVE WS-EDLEVEL         TO WS-REV-EDLEVEL.
                PRINT WS-RPT-REVIEW.

                ADD 1 TO WS-SUB-REVIEWS.
                ADD 1 TO WS-REVIEW-COUNT.

       3700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4000-HOLD-AMOUNT - ADD ONE AMOUNT TO THE HELD GROUP. THE
      * CURSORS DELIVER IN ASCENDING ORDER SO THE TABLE IS SORTED.
      ******************************************************************
       4000-HOLD-AMOUNT.

                IF WS-EQ-COUNT NOT LESS THAN WS-EQ-MAX
                   MOVE 'Y' TO EQ-OVERFLOW-SWITCH
                   GO TO 4000-EXIT
                END-IF.

                ADD 1 TO WS-EQ-COUNT.
                SET EQ-IDX TO WS-EQ-COUNT.
                MOVE WS-SEX    TO WS-EQ-SEX (EQ-IDX).
                MOVE WS-AMOUNT TO WS-EQ-AMOUNT (EQ-IDX).

       4000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 5000-GAP-STATS - COUNT, MEAN AND MEDIAN OF EACH SEX IN THE
      * HELD GROUP AND THE GAPS BETWEEN THEM; PRINT THE GAP LINE
      * UNDER THE LABEL ALREADY IN WS-GAP-LABEL.
      ******************************************************************
       5000-GAP-STATS.

                MOVE ZERO TO WS-M-COUNT WS-F-COUNT
                             WS-M-SUM WS-F-SUM
                             WS-M-MEAN WS-F-MEAN
                             WS-M-MEDIAN WS-F-MEDIAN
                             WS-MEAN-GAP WS-MEDIAN-GAP.

                PERFORM 5010-COUNT-ENTRY
                THRU    5010-EXIT
                VARYING EQ-IDX FROM 1 BY 1
                UNTIL   EQ-IDX GREATER THAN WS-EQ-COUNT.

      *         THE MIDDLE POSITION(S) OF EACH SEX - ONE FOR AN ODD
      *         COUNT, THE TWO EITHER SIDE OF THE MIDDLE FOR AN EVEN
                DIVIDE WS-M-COUNT BY 2 GIVING WS-HALF REMAINDER WS-ODD.
                IF WS-ODD = ZERO
                   MOVE WS-HALF TO WS-M-LO-POS
                   COMPUTE WS-M-HI-POS = WS-HALF + 1
                ELSE
                   COMPUTE WS-M-LO-POS = WS-HALF + 1
                   MOVE WS-M-LO-POS TO WS-M-HI-POS
                END-IF.

                DIVIDE WS-F-COUNT BY 2 GIVING WS-HALF REMAINDER WS-ODD.
                IF WS-ODD = ZERO
                   MOVE WS-HALF TO WS-F-LO-POS
                   COMPUTE WS-F-HI-POS = WS-HALF + 1
                ELSE
                   COMPUTE WS-F-LO-POS = WS-HALF + 1
                   MOVE WS-F-LO-POS TO WS-F-HI-POS
                END-IF.

                MOVE ZERO TO WS-M-SEEN WS-F-SEEN
                             WS-M-LO WS-M-HI WS-F-LO WS-F-HI.

                PERFORM 5020-PICK-MEDIAN
                THRU    5020-EXIT
                VARYING EQ-IDX FROM 1 BY 1
                UNTIL   EQ-IDX GREATER THAN WS-EQ-COUNT.

                IF WS-M-COUNT GREATER THAN ZERO
                   COMPUTE WS-M-MEAN ROUNDED = WS-M-SUM / WS-M-COUNT
                   COMPUTE WS-M-MEDIAN ROUNDED =
                           (WS-M-LO + WS-M-HI) / 2
                END-IF.

                IF WS-F-COUNT GREATER THAN ZERO
                   COMPUTE WS-F-MEAN ROUNDED = WS-F-SUM / WS-F-COUNT
                   COMPUTE WS-F-MEDIAN ROUNDED =
                           (WS-F-LO + WS-F-HI) / 2
                END-IF.

                MOVE SPACES TO WS-GAP-NOTE.

                IF WS-M-COUNT = ZERO
                   OR WS-F-COUNT = ZERO
                   MOVE 'NO COMPARATOR' TO WS-GAP-NOTE
                ELSE
                   COMPUTE WS-MEAN-GAP ROUNDED =
                           (WS-M-MEAN - WS-F-MEAN) * 100 / WS-M-MEAN
                   COMPUTE WS-MEDIAN-GAP ROUNDED =
                           (WS-M-MEDIAN - WS-F-MEDIAN) * 100
                           / WS-M-MEDIAN
                END-IF.

                MOVE WS-M-COUNT     TO WS-GAP-MEN.
                MOVE WS-F-COUNT     TO WS-GAP-WOMEN.
                MOVE WS-M-MEAN      TO WS-GAP-M-MEAN.
                MOVE WS-F-MEAN      TO WS-GAP-F-MEAN.
                MOVE WS-MEAN-GAP    TO WS-GAP-MEAN-PCT.
                MOVE WS-M-MEDIAN    TO WS-GAP-M-MEDIAN.
                MOVE WS-F-MEDIAN    TO WS-GAP-F-MEDIAN.
                MOVE WS-MEDIAN-GAP  TO WS-GAP-MEDIAN-PCT.
                PRINT WS-RPT-GAP.

       5000-EXIT.
                EXIT.

      ******************************************************************
      * 5010-COUNT-ENTRY
      ******************************************************************
       5010-COUNT-ENTRY.

                IF WS-EQ-SEX (EQ-IDX) = 'M'
                   ADD 1                      TO WS-M-COUNT
                   ADD WS-EQ-AMOUNT (EQ-IDX)  TO WS-M-SUM
                ELSE
                   ADD 1                      TO WS-F-COUNT
                   ADD WS-EQ-AMOUNT (EQ-IDX)  TO WS-F-SUM
                END-IF.

       5010-EXIT.
                EXIT.

      ******************************************************************
      * 5020-PICK-MEDIAN
      ******************************************************************
       5020-PICK-MEDIAN.

                IF WS-EQ-SEX (EQ-IDX) = 'M'
                   ADD 1 TO WS-M-SEEN
                   IF WS-M-SEEN = WS-M-LO-POS
                      MOVE WS-EQ-AMOUNT (EQ-IDX) TO WS-M-LO
                   END-IF
                   IF WS-M-SEEN = WS-M-HI-POS
                      MOVE WS-EQ-AMOUNT (EQ-IDX) TO WS-M-HI
                   END-IF
                ELSE
                   ADD 1 TO WS-F-SEEN
                   IF WS-F-SEEN = WS-F-LO-POS
                      MOVE WS-EQ-AMOUNT (EQ-IDX) TO WS-F-LO
                   END-IF
                   IF WS-F-SEEN = WS-F-HI-POS
                      MOVE WS-EQ-AMOUNT (EQ-IDX) TO WS-F-HI
                   END-IF
                END-IF.

       5020-EXIT.
                EXIT.

      /
      ******************************************************************
      * 5200-QUARTILE - ONE QUARTER OF THE HELD SALARIES (STILL THE
      * SUBSIDIARY'S, IN PAY ORDER) AND ITS MIX OF MEN AND WOMEN. A
      * QUARTER THAT COMES OUT EMPTY (FEWER THAN FOUR STAFF) IS
      * SKIPPED.
      ******************************************************************
       5200-QUARTILE.

                COMPUTE WS-QTR-FROM = (WS-QTR - 1) * WS-EQ-COUNT / 4.
                ADD 1 TO WS-QTR-FROM.
                COMPUTE WS-QTR-TO   = WS-QTR * WS-EQ-COUNT / 4.

                IF WS-QTR-FROM GREATER THAN WS-QTR-TO
                   GO TO 5200-EXIT
                END-IF.

                MOVE ZERO TO WS-QTR-MEN WS-QTR-WOMEN.

                PERFORM 5210-COUNT-QUARTILE
                THRU    5210-EXIT
                VARYING EQ-IDX FROM WS-QTR-FROM BY 1
                UNTIL   EQ-IDX GREATER THAN WS-QTR-TO.

                MOVE WS-QTR-NAME (WS-QTR) TO WS-QTR-LABEL.
                SET EQ-IDX TO WS-QTR-FROM.
                MOVE WS-EQ-AMOUNT (EQ-IDX) TO WS-QTR-PAY-FROM.
                SET EQ-IDX TO WS-QTR-TO.
                MOVE WS-EQ-AMOUNT (EQ-IDX) TO WS-QTR-PAY-TO.
                MOVE WS-QTR-MEN            TO WS-QTR-RPT-MEN.
                MOVE WS-QTR-WOMEN          TO WS-QTR-RPT-WOMEN.

                COMPUTE WS-PCT ROUNDED = WS-QTR-MEN * 100
                        / (WS-QTR-TO - WS-QTR-FROM + 1).
                MOVE WS-PCT                TO WS-QTR-PCT-MEN.
                COMPUTE WS-PCT ROUNDED = WS-QTR-WOMEN * 100
                        / (WS-QTR-TO - WS-QTR-FROM + 1).
                MOVE WS-PCT                TO WS-QTR-PCT-WOMEN.
                PRINT WS-RPT-QTR.

       5200-EXIT.
                EXIT.

      ******************************************************************
      * 5210-COUNT-QUARTILE
      ******************************************************************
       5210-COUNT-QUARTILE.

                IF WS-EQ-SEX (EQ-IDX) = 'M'
                   ADD 1 TO WS-QTR-MEN
                ELSE
                   ADD 1 TO WS-QTR-WOMEN
                END-IF.

       5210-EXIT.
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
