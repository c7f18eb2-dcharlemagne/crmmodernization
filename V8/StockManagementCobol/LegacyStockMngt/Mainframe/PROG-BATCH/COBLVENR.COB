      *-----------------------------------------------------------------
      *     COBLVENR - LEAVE ENCASHMENT REQUEST POSTING BATCH JOB.
      *                READS THE ENCASHIN TRANSACTION FILE OF EMPNO /
      *                LEAVE TYPE / DAYS TO SELL BACK, VALIDATES EACH
      *                REQUEST AGAINST THE LEAVE_TYPE ENCASHMENT RULES
      *                AND THE EMPLOYEE'S LATEST LEAVE_TYPE_BAL ROW,
      *                AND ENTERS EACH ACCEPTED ONE ON LEAVE_ENCASH
      *                FOR THE CURRENT YEAR FOR THE NEXT LIVE COBPAYRN
      *                RUN TO PAY. EACH REJECTED REQUEST IS WRITTEN
      *                WITH A REASON CODE TO THE LVENCREJ EXCEPTION
      *                FILE FOR THE CLERKS TO FIX AND RESUBMIT - SO
      *                ENCASHMENT STOPS BEING A MANUAL BONUS AND A
      *                HAND-REDUCED BALANCE. REASON CODES -
      *                E01 EMPLOYEE NOT ON EMP,
      *                F02 DAYS NOT NUMERIC OR NOT POSITIVE,
      *                L04 BALANCE WOULD FALL BELOW THE TYPE'S MINIMUM,
      *                T05 LEAVE TYPE NOT ON LEAVE_TYPE,
      *                N06 LEAVE TYPE NOT ENCASHABLE,
      *                M07 DAYS OVER THE TYPE'S YEARLY MAXIMUM,
      *                D08 TYPE ALREADY ENCASHED OR REQUESTED THIS YEAR,
      *                X09 EMPLOYEE TERMINATED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBLVENR.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCASHIN  ASSIGN TO ENCASHIN
                  FILE STATUS IS WS-ENCASHIN-STATUS.
           SELECT LVENCREJ  ASSIGN TO LVENCREJ.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ENCASHIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ENCASHIN-REC.
           05 ENIN-EMPNO                PIC X(6).
           05 ENIN-LTYPE                PIC X(2).
           05 ENIN-DAYS                 PIC X(3).
           05 FILLER                    PIC X(69).

       FD  LVENCREJ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS.
       01  LVENCREJ-REC.
           05 ENREJ-INPUT               PIC X(80).
           05 ENREJ-REASON              PIC X(4).

      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-ENCASHIN-SWITCH PIC X          VALUE  SPACES.
               88  END-OF-ENCASHIN               VALUE  'Y'.
       01  WS-ENCASHIN-STATUS     PIC X(2)  VALUE '00'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-EMPNO               PIC X(6).
       01  WS-LTYPE               PIC X(2).
       01  WS-DAYS                PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-DAYS-ED             PIC 9(3).
       01  WS-ENCYEAR             PIC X(4).
       01  WS-ENCASHFLAG          PIC X(1).
       01  WS-ENCASHMAX           PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-ENCASHMINBAL        PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-TB-LBALANCE         PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-ROW-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-REASON              PIC X(4).
       01  WS-ACCEPT-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-REJECT-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBLVENR'.
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

                EXEC SQL INCLUDE EMPTERM
                END-EXEC.

                EXEC SQL INCLUDE LEAVTYP
                END-EXEC.

                EXEC SQL INCLUDE LEAVTBAL
                END-EXEC.

                EXEC SQL INCLUDE LVENCASH
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

      *         THE ENCASHMENT YEAR IS THE YEAR THE REQUEST IS MADE
                EXEC SQL
                    SET :WS-ENCYEAR =
                        SUBSTR(CHAR(CURRENT DATE, ISO), 1, 4)
                END-EXEC.

                DISPLAY 'LEAVE ENCASHMENT REQUESTS FOR ' WS-ENCYEAR.

                OPEN INPUT  ENCASHIN.
                OPEN OUTPUT LVENCREJ.

                PERFORM 2000-PROCESS-REQUEST
                THRU    2000-EXIT
                UNTIL END-OF-ENCASHIN.

                CLOSE ENCASHIN
                      LVENCREJ.

                DISPLAY 'ENCASHMENT REQUESTS ACCEPTED = '
                        WS-ACCEPT-COUNT.
                DISPLAY 'ENCASHMENT REQUESTS REJECTED = '
                        WS-REJECT-COUNT.

                IF WS-REJECT-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                STOP RUN.
      /
      ******************************************************************
      * 2000-PROCESS-REQUEST
      ******************************************************************
       2000-PROCESS-REQUEST.

                READ ENCASHIN
                    AT END
                       MOVE 'Y' TO END-OF-ENCASHIN-SWITCH
                       GO TO 2000-EXIT
                END-READ.

                MOVE SPACES           TO WS-REASON.
                MOVE ENIN-EMPNO       TO WS-EMPNO.
                MOVE ENIN-LTYPE       TO WS-LTYPE.

      *         A BLANK TYPE IS ANNUAL LEAVE, AS ON THE LEAVE CARDS
                IF WS-LTYPE = SPACES
                   MOVE 'AL' TO WS-LTYPE
                END-IF.

                PERFORM 2100-VALIDATE-REQUEST
                THRU    2100-EXIT.

                IF WS-REASON = SPACES
                   PERFORM 2500-ENTER-REQUEST
                   THRU    2500-EXIT
                   ADD 1 TO WS-ACCEPT-COUNT
                ELSE
                   MOVE ENCASHIN-REC TO ENREJ-INPUT
                   MOVE WS-REASON    TO ENREJ-REASON
                   WRITE LVENCREJ-REC
                   ADD 1 TO WS-REJECT-COUNT
                END-IF.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2100-VALIDATE-REQUEST - FIRST FAILURE WINS; THE REQUEST IS
      * REJECTED WITH THAT REASON AND NOTHING IS ENTERED.
      ******************************************************************
       2100-VALIDATE-REQUEST.

                IF ENIN-DAYS NOT NUMERIC
                   MOVE 'F02' TO WS-REASON
                   GO TO 2100-EXIT
                END-IF.

                MOVE ENIN-DAYS TO WS-DAYS-ED.
                MOVE WS-DAYS-ED TO WS-DAYS.

                IF WS-DAYS NOT GREATER THAN ZERO
                   MOVE 'F02' TO WS-REASON
                   GO TO 2100-EXIT
                END-IF.

                PERFORM 2200-CHECK-EMPLOYEE
                THRU    2200-EXIT.
                IF WS-REASON NOT = SPACES
                   GO TO 2100-EXIT
                END-IF.

                PERFORM 2250-CHECK-LEAVE-TYPE
                THRU    2250-EXIT.
                IF WS-REASON NOT = SPACES
                   GO TO 2100-EXIT
                END-IF.

                PERFORM 2300-CHECK-ONCE-A-YEAR
                THRU    2300-EXIT.
                IF WS-REASON NOT = SPACES
                   GO TO 2100-EXIT
                END-IF.

                PERFORM 2400-CHECK-BALANCE
                THRU    2400-EXIT.

       2100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-CHECK-EMPLOYEE - ON EMP AND NOT OFFBOARDED; A LEAVER'S
      * BALANCE IS SETTLED BY THE FINAL PAY, NOT ENCASHED.
      ******************************************************************
       2200-CHECK-EMPLOYEE.

                EXEC SQL
                    SELECT EMPNO
                      INTO :WS-EMPNO
                      FROM EMP
                     WHERE EMPNO = :WS-EMPNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'E01' TO WS-REASON
                         GO TO 2200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM EMP_TERMINATION
                     WHERE EMPNO = :WS-EMPNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-ROW-COUNT GREATER THAN ZERO
                            MOVE 'X09' TO WS-REASON
                         END-IF
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2250-CHECK-LEAVE-TYPE - THE TYPE MUST BE ON THE DIMENSION,
      * MARKED ENCASHABLE, AND THE DAYS WITHIN ITS YEARLY MAXIMUM. A
      * TYPE WITH NO MAXIMUM SET IS LIMITED ONLY BY ITS BALANCE.
      ******************************************************************
       2250-CHECK-LEAVE-TYPE.

                MOVE SPACES TO WS-ENCASHFLAG.
                MOVE ZERO   TO WS-ENCASHMAX
                               WS-ENCASHMINBAL.

                EXEC SQL
                    SELECT COALESCE(ENCASHFLAG, 'N'),
                           COALESCE(ENCASHMAX, 0),
                           COALESCE(ENCASHMINBAL, 0)
                      INTO :WS-ENCASHFLAG,
                           :WS-ENCASHMAX,
                           :WS-ENCASHMINBAL
                      FROM LEAVE_TYPE
                     WHERE LTYPE = :WS-LTYPE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'T05' TO WS-REASON
                         GO TO 2250-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-ENCASHFLAG NOT = 'Y'
                   MOVE 'N06' TO WS-REASON
                   GO TO 2250-EXIT
                END-IF.

                IF WS-ENCASHMAX GREATER THAN ZERO
                   AND WS-DAYS GREATER THAN WS-ENCASHMAX
                   MOVE 'M07' TO WS-REASON
                END-IF.

       2250-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-CHECK-ONCE-A-YEAR - A TYPE MAY BE SOLD BACK ONCE PER
      * YEAR. A REQUEST COBPAYRN CANCELLED ('X') DOES NOT COUNT - IT
      * IS CLEARED AND THE NEW REQUEST TAKES ITS PLACE.
      ******************************************************************
       2300-CHECK-ONCE-A-YEAR.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-ROW-COUNT
                      FROM LEAVE_ENCASH
                     WHERE EMPNO   = :WS-EMPNO
                       AND LTYPE   = :WS-LTYPE
                       AND ENCYEAR = :WS-ENCYEAR
                       AND ESTATUS <> 'X'
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-ROW-COUNT GREATER THAN ZERO
                            MOVE 'D08' TO WS-REASON
                         END-IF
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-CHECK-BALANCE - THE EMPLOYEE'S LATEST TYPED BALANCE LESS
      * THE DAYS MUST STILL MEET THE TYPE'S MINIMUM. NO TYPED ROW
      * MEANS NOTHING HAS ACCRUED TO SELL BACK.
      ******************************************************************
       2400-CHECK-BALANCE.

                MOVE ZERO TO WS-TB-LBALANCE.

                EXEC SQL
                    SELECT LBALANCE
                      INTO :WS-TB-LBALANCE
                      FROM LEAVE_TYPE_BAL
                     WHERE EMPNO = :WS-EMPNO
                       AND LTYPE = :WS-LTYPE
                       AND LYEARMONTH =
                           (SELECT MAX(LYEARMONTH)
                              FROM LEAVE_TYPE_BAL
                             WHERE EMPNO = :WS-EMPNO
                               AND LTYPE = :WS-LTYPE)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-TB-LBALANCE - WS-DAYS
                            LESS THAN WS-ENCASHMINBAL
                            MOVE 'L04' TO WS-REASON
                         END-IF
                    WHEN +100
                         MOVE 'L04' TO WS-REASON
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-ENTER-REQUEST - CLEAR ANY CANCELLED REQUEST FOR THE SAME
      * TYPE AND YEAR, THEN ENTER THIS ONE FOR PAYROLL.
      ******************************************************************
       2500-ENTER-REQUEST.

                EXEC SQL
                    DELETE FROM LEAVE_ENCASH
                     WHERE EMPNO   = :WS-EMPNO
                       AND LTYPE   = :WS-LTYPE
                       AND ENCYEAR = :WS-ENCYEAR
                       AND ESTATUS = 'X'
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

                EXEC SQL
                    INSERT INTO LEAVE_ENCASH
                         (EMPNO, LTYPE, ENCYEAR, ENCDAYS, ESTATUS,
                          REQUEST_TS)
                    VALUES
                         (:WS-EMPNO, :WS-LTYPE, :WS-ENCYEAR,
                          :WS-DAYS, 'R', CURRENT TIMESTAMP)
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
