      *-----------------------------------------------------------------
      *     COBRPT75 - LEAVE ENCASHMENT REGISTER. READS THE PAYROLL
      *                YEAR-MONTH OFF SYSIN AND LISTS EVERY LEAVE_ENCASH
      *                REQUEST COBPAYRN PAID IN THAT PERIOD, BY
      *                DEPARTMENT - THE DAYS SOLD BACK, THE DAY RATE
      *                AND AMOUNT PAID ON THE PAYTYPE 'E' PAYROLL ROW,
      *                THE TYPED BALANCE LEFT, AND THE LEAVE LIABILITY
      *                RELEASED (THE AMOUNT PAID, FOR THE TYPES
      *                COBRPT41 VALUES AS PAYABLE). RUNS AFTER THE
      *                PAYROLL STEP SO A RESTARTED RUN IS LISTED IN
      *                FULL.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRPT75.
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
       01  WS-SQLCODE             PIC 9(9).
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-EMPNO               PIC X(6).
       01  WS-LTYPE               PIC X(2).
       01  WS-ENCYEAR             PIC X(4).
       01  WS-ENCDAYS             PIC S9(4) USAGE COMP.
       01  WS-DAYRATE             PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-PAYAMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BAL-AFTER           PIC S9(4) USAGE COMP.
       01  WS-PAYABLEFLAG         PIC X(1).
       01  WS-RELEASED            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ENCASH-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOTAL-DAYS          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TOTAL-PAID          PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-TOTAL-RELEASED      PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(30).
           10 FILLER              PIC X(40)
                VALUE 'LEAVE ENCASHMENT REGISTER - PERIOD'.
           10 WS-HDR-PYEARMONTH   PIC X(6).
           10 FILLER              PIC X(56).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(6)   VALUE 'DEPT'.
           10 FILLER              PIC X(9)   VALUE 'EMPNO'.
           10 FILLER              PIC X(5)   VALUE 'TYPE'.
           10 FILLER              PIC X(7)   VALUE 'YEAR'.
           10 FILLER              PIC X(7)   VALUE 'DAYS'.
           10 FILLER              PIC X(12)  VALUE 'DAY RATE'.
           10 FILLER              PIC X(15)  VALUE 'AMOUNT PAID'.
           10 FILLER              PIC X(10)  VALUE 'BAL LEFT'.
           10 FILLER              PIC X(13)  VALUE 'LIAB RELEASED'.
           10 FILLER              PIC X(46).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-WORKDEPT     PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-RPT-EMPNO        PIC X(6).
           10 FILLER              PIC X(3).
           10 WS-RPT-LTYPE        PIC X(2).
           10 FILLER              PIC X(3).
           10 WS-RPT-ENCYEAR      PIC X(4).
           10 FILLER              PIC X(3).
           10 WS-RPT-DAYS         PIC ZZZ9.
           10 FILLER              PIC X(3).
           10 WS-RPT-DAYRATE      PIC ZZ,ZZ9.99.
           10 FILLER              PIC X(3).
           10 WS-RPT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(3).
           10 WS-RPT-BAL-AFTER    PIC ZZZ9-.
           10 FILLER              PIC X(3).
           10 WS-RPT-RELEASED     PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(49).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

       01  WS-RPT-TOTAL.
           10 FILLER              PIC X(2).
           10 WS-TOT-LABEL        PIC X(36).
           10 WS-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(80).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRPT75'.
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

                EXEC SQL INCLUDE LEAVTYP
                END-EXEC.

                EXEC SQL INCLUDE LVENCASH
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      E.WORKDEPT,
                      N.EMPNO,
                      N.LTYPE,
                      N.ENCYEAR,
                      N.ENCDAYS,
                      COALESCE(N.DAYRATE, 0),
                      COALESCE(N.PAYAMOUNT, 0),
                      COALESCE(N.BAL_AFTER, 0),
                      COALESCE(T.PAYABLEFLAG, 'N')
                    FROM LEAVE_ENCASH N
                    INNER JOIN EMP E
                      ON E.EMPNO = N.EMPNO
                    LEFT OUTER JOIN LEAVE_TYPE T
                      ON T.LTYPE = N.LTYPE
                    WHERE N.ESTATUS = 'P'
                      AND N.PAID_YM = :WS-PYEARMONTH
                    ORDER BY E.WORKDEPT, N.EMPNO, N.LTYPE
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-PYEARMONTH.

                DISPLAY 'LEAVE ENCASHMENT REGISTER FOR PYEARMONTH = '
                        WS-PYEARMONTH.

                MOVE WS-PYEARMONTH TO WS-HDR-PYEARMONTH.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

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

                MOVE 'ENCASHMENTS PAID'       TO WS-CNT-LABEL.
                MOVE WS-ENCASH-COUNT          TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'DAYS ENCASHED'          TO WS-CNT-LABEL.
                MOVE WS-TOTAL-DAYS            TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'TOTAL PAID'             TO WS-TOT-LABEL.
                MOVE WS-TOTAL-PAID            TO WS-TOT-AMOUNT.
                PRINT WS-RPT-TOTAL.

                MOVE 'LEAVE LIABILITY RELEASED' TO WS-TOT-LABEL.
                MOVE WS-TOTAL-RELEASED        TO WS-TOT-AMOUNT.
                PRINT WS-RPT-TOTAL.

                GOBACK.
      /
      ******************************************************************
      * 2200-FETCH-CURSOR
      ******************************************************************
       2200-FETCH-CURSOR.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-WORKDEPT,
                          :WS-EMPNO,
                          :WS-LTYPE,
                          :WS-ENCYEAR,
                          :WS-ENCDAYS,
                          :WS-DAYRATE,
                          :WS-PAYAMOUNT,
                          :WS-BAL-AFTER,
                          :WS-PAYABLEFLAG
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2300-PRINT-DETAIL
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
      * 2300-PRINT-DETAIL - ONLY A PAYABLE TYPE IS CARRIED ON THE
      * COBRPT41 VALUATION, SO ONLY ITS DAYS RELEASE ANY LIABILITY.
      ******************************************************************
       2300-PRINT-DETAIL.

                IF WS-PAYABLEFLAG = 'Y'
                   MOVE WS-PAYAMOUNT TO WS-RELEASED
                ELSE
                   MOVE ZERO         TO WS-RELEASED
                END-IF.

                MOVE SPACES          TO WS-RPT-DETAIL.
                MOVE WS-WORKDEPT     TO WS-RPT-WORKDEPT.
                MOVE WS-EMPNO        TO WS-RPT-EMPNO.
                MOVE WS-LTYPE        TO WS-RPT-LTYPE.
                MOVE WS-ENCYEAR      TO WS-RPT-ENCYEAR.
                MOVE WS-ENCDAYS      TO WS-RPT-DAYS.
                MOVE WS-DAYRATE      TO WS-RPT-DAYRATE.
                MOVE WS-PAYAMOUNT    TO WS-RPT-AMOUNT.
                MOVE WS-BAL-AFTER    TO WS-RPT-BAL-AFTER.
                MOVE WS-RELEASED     TO WS-RPT-RELEASED.
                PRINT WS-RPT-DETAIL.

                ADD 1                TO WS-ENCASH-COUNT.
                ADD WS-ENCDAYS       TO WS-TOTAL-DAYS.
                ADD WS-PAYAMOUNT     TO WS-TOTAL-PAID.
                ADD WS-RELEASED      TO WS-TOTAL-RELEASED.

       2300-EXIT.
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
