      *-----------------------------------------------------------------
      *     COBRPT80 - REQUISITION AGING AND TIME-TO-FILL REPORT. THE
      *                FIRST SECTION GIVES EACH DEPARTMENT WITH
      *                REQUISITIONS ON JOB_REQUISITION ITS OPEN
      *                REQUISITIONS AND UNFILLED OPENINGS, THE AVERAGE
      *                AND OLDEST AGE OF THOSE STILL OPEN, AND FOR THE
      *                HIRES OF THE LAST TWELVE MONTHS THE NUMBER MADE
      *                AND THE AVERAGE AND LONGEST TIME-TO-FILL - DAYS
      *                FROM THE REQUISITION BEING RAISED ON COBREQMN TO
      *                THE OFFER BEING ACCEPTED ON COBOFRMN, COUNTED PER
      *                HIRE SO A MULTI-OPENING REQUISITION IS MEASURED
      *                FAIRLY. THE SECOND SECTION LISTS EVERY OPEN
      *                REQUISITION, OLDEST FIRST, WITH ITS DAYS OPEN AND
      *                THE CANDIDATES STILL IN ITS PIPELINE, FLAGGING
      *                ANY OPEN MORE THAN NINETY DAYS. ANY SUCH
      *                REQUISITION ENDS THE STEP WITH A CONDITION CODE
      *                OF 4. TAKES NO PARAMETERS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT80.
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
       01  WS-AGED-DAYS           PIC S9(4) USAGE COMP VALUE +90.
       01  WS-DEPTNO              PIC X(3).
       01  WS-OPEN-REQS           PIC S9(9) USAGE COMP.
       01  WS-OPEN-SLOTS          PIC S9(9) USAGE COMP.
       01  WS-AVG-AGE             PIC S9(9) USAGE COMP.
       01  WS-MAX-AGE             PIC S9(9) USAGE COMP.
       01  WS-HIRES               PIC S9(9) USAGE COMP.
       01  WS-AVG-FILL            PIC S9(9) USAGE COMP.
       01  WS-MAX-FILL            PIC S9(9) USAGE COMP.
       01  WS-REQNO               PIC X(8).
       01  WS-JOBCODE             PIC X(8).
       01  WS-OPENINGS            PIC S9(4) USAGE COMP.
       01  WS-FILLED              PIC S9(4) USAGE COMP.
       01  WS-OPENED-DATE         PIC X(10).
       01  WS-DAYS-OPEN           PIC S9(9) USAGE COMP.
       01  WS-CANDIDATES          PIC S9(9) USAGE COMP.
       01  WS-OFFERS              PIC S9(9) USAGE COMP.
       01  WS-DEPT-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-REQ-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-AGED-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-HIRE-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(45)
                VALUE 'REQUISITION AGING AND TIME-TO-FILL REPORT'.
           10 FILLER              PIC X(57).

       01  WS-RPT-TITLE.
           10 FILLER              PIC X(2).
           10 WS-TTL-TEXT         PIC X(60).
           10 FILLER              PIC X(70).

       01  WS-RPT-DEPT-COLS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'DEPT'.
           10 FILLER              PIC X(10)  VALUE ' OPEN REQS'.
           10 FILLER              PIC X(10)  VALUE '  OPENINGS'.
           10 FILLER              PIC X(10)  VALUE '   AVG AGE'.
           10 FILLER              PIC X(10)  VALUE '    OLDEST'.
           10 FILLER              PIC X(10)  VALUE ' HIRES 12M'.
           10 FILLER              PIC X(10)  VALUE '  AVG FILL'.
           10 FILLER              PIC X(10)  VALUE ' LONGEST'.
           10 FILLER              PIC X(54).

       01  WS-RPT-DEPT.
           10 FILLER              PIC X(2).
           10 WS-RD-DEPTNO        PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-RD-OPEN-REQS     PIC Z(9)9.
           10 WS-RD-OPEN-SLOTS    PIC Z(9)9.
           10 WS-RD-AVG-AGE       PIC Z(9)9.
           10 WS-RD-MAX-AGE       PIC Z(9)9.
           10 WS-RD-HIRES         PIC Z(9)9.
           10 WS-RD-AVG-FILL      PIC Z(9)9.
           10 WS-RD-MAX-FILL      PIC Z(7)9.
           10 FILLER              PIC X(56).

       01  WS-RPT-REQ-COLS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'REQNO'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(3)   VALUE 'DPT'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(8)   VALUE 'JOBCODE'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE 'OPENED'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE ' OPEN'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE ' FILL'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE ' DAYS'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE 'CANDS'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(5)   VALUE 'OFFRS'.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(12)  VALUE 'FLAG'.
           10 FILLER              PIC X(46).

       01  WS-RPT-REQ.
           10 FILLER              PIC X(2).
           10 WS-RR-REQNO         PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-RR-DEPTNO        PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-RR-JOBCODE       PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-RR-OPENED        PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-RR-OPENINGS      PIC ZZZZ9.
           10 FILLER              PIC X(2).
           10 WS-RR-FILLED        PIC ZZZZ9.
           10 FILLER              PIC X(2).
           10 WS-RR-DAYS          PIC ZZZZ9.
           10 FILLER              PIC X(2).
           10 WS-RR-CANDIDATES    PIC ZZZZ9.
           10 FILLER              PIC X(2).
           10 WS-RR-OFFERS        PIC ZZZZ9.
           10 FILLER              PIC X(2).
           10 WS-RR-FLAG          PIC X(12).
           10 FILLER              PIC X(46).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT80'.
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

                EXEC SQL INCLUDE JOBREQ
                END-EXEC.

                EXEC SQL INCLUDE APPLCNT
                END-EXEC.

                EXEC SQL INCLUDE JOBOFFR
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - ONE ROW PER DEPARTMENT WITH A REQUISITION STILL OPEN OR
      * AN OFFER ACCEPTED IN THE LAST TWELVE MONTHS. AGE IS DAYS SINCE
      * OPENED_DATE; TIME-TO-FILL IS OPENED_DATE TO THE ACCEPTED
      * OFFER'S DECIDED_DATE, ONE MEASURE PER HIRE.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      D.DEPTNO,
                      (SELECT COUNT(*)
                         FROM JOB_REQUISITION R
                        WHERE R.DEPTNO  = D.DEPTNO
                          AND R.RSTATUS = 'O'),
                      (SELECT COALESCE(SUM(R.OPENINGS - R.FILLED), 0)
                         FROM JOB_REQUISITION R
                        WHERE R.DEPTNO  = D.DEPTNO
                          AND R.RSTATUS = 'O'),
                      (SELECT COALESCE(AVG(DAYS(CURRENT DATE)
                                         - DAYS(R.OPENED_DATE)), 0)
                         FROM JOB_REQUISITION R
                        WHERE R.DEPTNO  = D.DEPTNO
                          AND R.RSTATUS = 'O'),
                      (SELECT COALESCE(MAX(DAYS(CURRENT DATE)
                                         - DAYS(R.OPENED_DATE)), 0)
                         FROM JOB_REQUISITION R
                        WHERE R.DEPTNO  = D.DEPTNO
                          AND R.RSTATUS = 'O'),
                      (SELECT COUNT(*)
                         FROM JOB_REQUISITION R, JOB_OFFER O
                        WHERE R.DEPTNO  = D.DEPTNO
                          AND O.REQNO   = R.REQNO
                          AND O.OSTATUS = 'A'
                          AND O.DECIDED_DATE >
                              CURRENT DATE - 12 MONTHS),
                      (SELECT COALESCE(AVG(DAYS(O.DECIDED_DATE)
                                         - DAYS(R.OPENED_DATE)), 0)
                         FROM JOB_REQUISITION R, JOB_OFFER O
                        WHERE R.DEPTNO  = D.DEPTNO
                          AND O.REQNO   = R.REQNO
                          AND O.OSTATUS = 'A'
                          AND O.DECIDED_DATE >
                              CURRENT DATE - 12 MONTHS),
                      (SELECT COALESCE(MAX(DAYS(O.DECIDED_DATE)
                                         - DAYS(R.OPENED_DATE)), 0)
                         FROM JOB_REQUISITION R, JOB_OFFER O
                        WHERE R.DEPTNO  = D.DEPTNO
                          AND O.REQNO   = R.REQNO
                          AND O.OSTATUS = 'A'
                          AND O.DECIDED_DATE >
                              CURRENT DATE - 12 MONTHS)
                    FROM DEPT D
                    WHERE EXISTS
                          (SELECT 1
                             FROM JOB_REQUISITION R
                            WHERE R.DEPTNO  = D.DEPTNO
                              AND R.RSTATUS = 'O')
                       OR EXISTS
                          (SELECT 1
                             FROM JOB_REQUISITION R, JOB_OFFER O
                            WHERE R.DEPTNO  = D.DEPTNO
                              AND O.REQNO   = R.REQNO
                              AND O.OSTATUS = 'A'
                              AND O.DECIDED_DATE >
                                  CURRENT DATE - 12 MONTHS)
                    ORDER BY D.DEPTNO
                END-EXEC.

      ******************************************************************
      * C2 - EVERY OPEN REQUISITION, OLDEST FIRST, WITH THE CANDIDATES
      * STILL LIVE IN ITS PIPELINE (NOT HIRED, REJECTED OR WITHDRAWN)
      * AND ITS PENDING OFFERS.
      ******************************************************************
                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      R.REQNO,
                      R.DEPTNO,
                      R.JOBCODE,
                      CHAR(R.OPENED_DATE, ISO),
                      R.OPENINGS,
                      R.FILLED,
                      DAYS(CURRENT DATE) - DAYS(R.OPENED_DATE),
                      (SELECT COUNT(*)
                         FROM REQ_APPLICANT A
                        WHERE A.REQNO = R.REQNO
                          AND A.STAGE NOT IN ('H', 'R', 'W')),
                      (SELECT COUNT(*)
                         FROM JOB_OFFER O
                        WHERE O.REQNO   = R.REQNO
                          AND O.OSTATUS = 'P')
                    FROM JOB_REQUISITION R
                    WHERE R.RSTATUS = 'O'
                    ORDER BY R.OPENED_DATE, R.REQNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                PRINT WS-RPT-HEADER.

                MOVE 'DEPARTMENT SUMMARY' TO WS-TTL-TEXT.
                PRINT WS-RPT-TITLE.
                PRINT WS-RPT-DEPT-COLS.

                PERFORM 2000-DEPT-SUMMARY
                THRU    2000-EXIT.

                MOVE 'OPEN REQUISITIONS BY AGE' TO WS-TTL-TEXT.
                PRINT WS-RPT-TITLE.
                PRINT WS-RPT-REQ-COLS.

                PERFORM 3000-OPEN-REQUISITIONS
                THRU    3000-EXIT.

                MOVE 'DEPARTMENTS REPORTED'          TO WS-CNT-LABEL.
                MOVE WS-DEPT-COUNT                   TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'OPEN REQUISITIONS'             TO WS-CNT-LABEL.
                MOVE WS-REQ-COUNT                    TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'OPEN MORE THAN 90 DAYS'        TO WS-CNT-LABEL.
                MOVE WS-AGED-COUNT                   TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'HIRES IN THE LAST TWELVE MONTHS' TO WS-CNT-LABEL.
                MOVE WS-HIRE-COUNT                   TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                DISPLAY 'OPEN REQUISITIONS      = ' WS-REQ-COUNT.
                DISPLAY 'OPEN MORE THAN 90 DAYS = ' WS-AGED-COUNT.

                IF WS-AGED-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 2000-DEPT-SUMMARY
      ******************************************************************
       2000-DEPT-SUMMARY.

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

                PERFORM 2200-FETCH-DEPT
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
      * 2200-FETCH-DEPT
      ******************************************************************
       2200-FETCH-DEPT.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-DEPTNO,
                          :WS-OPEN-REQS,
                          :WS-OPEN-SLOTS,
                          :WS-AVG-AGE,
                          :WS-MAX-AGE,
                          :WS-HIRES,
                          :WS-AVG-FILL,
                          :WS-MAX-FILL
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-PRINT-DEPT
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
      * 2400-PRINT-DEPT
      ******************************************************************
       2400-PRINT-DEPT.

                MOVE WS-DEPTNO         TO WS-RD-DEPTNO.
                MOVE WS-OPEN-REQS      TO WS-RD-OPEN-REQS.
                MOVE WS-OPEN-SLOTS     TO WS-RD-OPEN-SLOTS.
                MOVE WS-AVG-AGE        TO WS-RD-AVG-AGE.
                MOVE WS-MAX-AGE        TO WS-RD-MAX-AGE.
                MOVE WS-HIRES          TO WS-RD-HIRES.
                MOVE WS-AVG-FILL       TO WS-RD-AVG-FILL.
                MOVE WS-MAX-FILL       TO WS-RD-MAX-FILL.
                PRINT WS-RPT-DEPT.

                ADD 1        TO WS-DEPT-COUNT.
                ADD WS-HIRES TO WS-HIRE-COUNT.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-OPEN-REQUISITIONS
      ******************************************************************
       3000-OPEN-REQUISITIONS.

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

                PERFORM 3200-FETCH-REQUISITION
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

       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3200-FETCH-REQUISITION
      ******************************************************************
       3200-FETCH-REQUISITION.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-REQNO,
                          :WS-DEPTNO,
                          :WS-JOBCODE,
                          :WS-OPENED-DATE,
                          :WS-OPENINGS,
                          :WS-FILLED,
                          :WS-DAYS-OPEN,
                          :WS-CANDIDATES,
                          :WS-OFFERS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 3400-PRINT-REQUISITION
                         THRU    3400-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3400-PRINT-REQUISITION - A REQUISITION OPEN LONGER THAN
      * WS-AGED-DAYS IS FLAGGED AND COUNTS TOWARDS THE CC 4.
      ******************************************************************
       3400-PRINT-REQUISITION.

                MOVE SPACES            TO WS-RR-FLAG.
                IF WS-DAYS-OPEN GREATER THAN WS-AGED-DAYS
                   MOVE 'OVER 90 DAYS' TO WS-RR-FLAG
                   ADD 1 TO WS-AGED-COUNT
                END-IF.

                MOVE WS-REQNO          TO WS-RR-REQNO.
                MOVE WS-DEPTNO         TO WS-RR-DEPTNO.
                MOVE WS-JOBCODE        TO WS-RR-JOBCODE.
                MOVE WS-OPENED-DATE    TO WS-RR-OPENED.
                MOVE WS-OPENINGS       TO WS-RR-OPENINGS.
                MOVE WS-FILLED         TO WS-RR-FILLED.
                MOVE WS-DAYS-OPEN      TO WS-RR-DAYS.
                MOVE WS-CANDIDATES     TO WS-RR-CANDIDATES.
                MOVE WS-OFFERS         TO WS-RR-OFFERS.
                PRINT WS-RPT-REQ.

                ADD 1 TO WS-REQ-COUNT.

       3400-EXIT.
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
