      *-----------------------------------------------------------------
      *    COBRATMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAINTAINS THE EMP_PAY_RATE TABLE, THE
      *                    EFFECTIVE-DATED PAY BASIS OF AN EMPLOYEE.
      *                    PAYBASIS 'H' PUTS THE EMPLOYEE ON HOURLY
      *                    PAY AT HOURLY_RATE FROM THE EFFECTIVE DATE
      *                    - COBPAYRN THEN PAYS THE SIGNED-OFF
      *                    TIMESHEET HOURS INSTEAD OF SALARY/12.
      *                    PAYBASIS 'S' RETURNS THE EMPLOYEE TO
      *                    SALARY. A RATE IS KEYED BY EMPNO AND
      *                    EFFECTIVE DATE. ADD-RAT-FLAG = 'Y' READS A
      *                    RATE BACK TO THE CICS CALLING PROGRAM,
      *                    ADD-RAT-FLAG = 'D' REMOVES IT, AND ANY
      *                    OTHER VALUE ADDS OR UPDATES IT - THE SAME
      *                    FLAG CONVENTION COBDEDMN USES FOR THE
      *                    DEDUCTION CATALOG. AN 'H' ROW WITHOUT A
      *                    POSITIVE RATE, AN 'S' ROW WITH ONE, OR ANY
      *                    OTHER BASIS IS REFUSED WITH ADD-RAT-FLAG =
      *                    'E'. EVERY ADD, UPDATE AND REMOVE IS
      *                    STAMPED TO MASTER_CHANGE_LOG THROUGH
      *                    COBMDLOG.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBRATMN.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCT  2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01 PSQLCODE              PIC S9(9) COMP.
       01 PSQLSTATE             PIC X(5).
       01 PSQLERRMC.
           49  PSQLERRMC-LEN    PIC S9(4) COMP.
           49  PSQLERRMC-TEXT   PIC X(250).

      *-----------------------------------------------------------------
      * WORKAREAS
      *-----------------------------------------------------------------
       01  WS-PARMAREA.
               02  WS-EMPNO                 PIC X(6).
               02  WS-EFFDATE               PIC X(10).
       01  WS-PAYBASIS              PIC X(1).
       01  WS-HOURLY-RATE           PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-RATE-EDIT             PIC ZZZZ9.99.
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'EMP_PAY_RATE'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100) VALUE SPACES.
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBRATMN'.
       01  WS-ERRLG-PARA        PIC X(30) VALUE '9000-DBERROR'.
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80)  OCCURS 12 TIMES
                                          INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      *-----------------------------------------------------------------
      * SQLCA AND DCLGENS FOR TABLES
      *-----------------------------------------------------------------
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PAYRATE
           END-EXEC.

      /
       LINKAGE SECTION.

       01  RATEMPNOI         PIC X(6).
       01  RATEFFDATEI       PIC X(10).
       01  RATBASISIO        PIC X(1).
       01  RATRATEIO         PIC S9(5)V9(2) USAGE COMP-3.
       01  ADD-RAT-FLAG      PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING RATEMPNOI, RATEFFDATEI,
                                RATBASISIO, RATRATEIO,
                                ADD-RAT-FLAG.

            EVALUATE ADD-RAT-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-RATE THRU
                             4000-EXIT
                WHEN "D"
                     PERFORM 6000-REMOVE-RATE THRU
                             6000-EXIT
                WHEN OTHER
                     PERFORM 5000-UPDATE-RATE THRU
                             5000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE PAY RATE BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-RATE.

                MOVE SPACES        TO ADD-RAT-FLAG.
                MOVE RATEMPNOI     TO WS-EMPNO.
                MOVE RATEFFDATEI   TO WS-EFFDATE.

                DISPLAY 'WS-EMPNO = ' WS-EMPNO
                        ' WS-EFFDATE = ' WS-EFFDATE.

                EXEC SQL
                  SELECT
                      PAYBASIS
                    , HOURLY_RATE
                  INTO
                      :WS-PAYBASIS
                    , :WS-HOURLY-RATE
                  FROM EMP_PAY_RATE
                  WHERE EMPNO   = :WS-EMPNO
                    AND EFFDATE = :WS-EFFDATE
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         MOVE SPACES     TO WS-PAYBASIS
                         MOVE ZERO       TO WS-HOURLY-RATE
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE WS-PAYBASIS         TO RATBASISIO.
                MOVE WS-HOURLY-RATE      TO RATRATEIO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ADD OR UPDATE ONE PAY RATE BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       5000-UPDATE-RATE.

           MOVE RATEMPNOI     TO WS-EMPNO.
           MOVE RATEFFDATEI   TO WS-EFFDATE.
           MOVE RATBASISIO    TO WS-PAYBASIS.
           MOVE RATRATEIO     TO WS-HOURLY-RATE.

           DISPLAY 'WS-EMPNO = ' WS-EMPNO
                   ' WS-EFFDATE = ' WS-EFFDATE.

           EVALUATE TRUE
               WHEN WS-PAYBASIS = "H"
                AND WS-HOURLY-RATE GREATER THAN ZERO
                    CONTINUE
               WHEN WS-PAYBASIS = "S"
                AND WS-HOURLY-RATE = ZERO
                    CONTINUE
               WHEN OTHER
                    MOVE "E" TO ADD-RAT-FLAG
                    GO TO 5000-EXIT
           END-EVALUATE.

           EXEC SQL
             SELECT
                 PAYBASIS
               , HOURLY_RATE
             INTO
                :RT-PAYBASIS
               ,:RT-HOURLY-RATE
             FROM
                 EMP_PAY_RATE
             WHERE
                  EMPNO   = :WS-EMPNO
              AND EFFDATE = :WS-EFFDATE
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           MOVE SPACES TO WS-MDLOG-BEFORE.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE RT-HOURLY-RATE TO WS-RATE-EDIT
                    STRING RT-PAYBASIS  DELIMITED BY SIZE
                           ' '          DELIMITED BY SIZE
                           WS-RATE-EDIT DELIMITED BY SIZE
                      INTO WS-MDLOG-BEFORE
               WHEN +100
                    MOVE "Y"        TO ADD-RAT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

           IF  ADD-RAT-FLAG = "Y"  THEN
               EXEC SQL
                       INSERT INTO
                          EMP_PAY_RATE
                          (
                            EMPNO
                          , EFFDATE
                          , PAYBASIS
                          , HOURLY_RATE
                          )
                           VALUES
                          (
                            :WS-EMPNO
                          , :WS-EFFDATE
                          , :WS-PAYBASIS
                          , :WS-HOURLY-RATE
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO ADD-RAT-FLAG
                        MOVE "A"    TO WS-MDLOG-ACTION
                        PERFORM 7000-WRITE-CHANGE-LOG THRU
                                7000-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           ELSE

               EXEC SQL
                       UPDATE
                           EMP_PAY_RATE
                       SET  PAYBASIS    = :WS-PAYBASIS
                          , HOURLY_RATE = :WS-HOURLY-RATE
                       WHERE
                          (
                            ( EMP_PAY_RATE.EMPNO   = :WS-EMPNO )
                        AND ( EMP_PAY_RATE.EFFDATE = :WS-EFFDATE )
                          )
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE "U" TO WS-MDLOG-ACTION
                        PERFORM 7000-WRITE-CHANGE-LOG THRU
                                7000-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           END-IF.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * REMOVE ONE PAY RATE BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       6000-REMOVE-RATE.

           MOVE RATEMPNOI     TO WS-EMPNO.
           MOVE RATEFFDATEI   TO WS-EFFDATE.

           DISPLAY 'WS-EMPNO = ' WS-EMPNO
                   ' WS-EFFDATE = ' WS-EFFDATE.

           MOVE SPACES TO WS-MDLOG-BEFORE.

           EXEC SQL
               DELETE FROM
                   EMP_PAY_RATE
               WHERE
                   EMPNO   = :WS-EMPNO
               AND EFFDATE = :WS-EFFDATE
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER DELETE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-RAT-FLAG
                    MOVE "D"    TO WS-MDLOG-ACTION
                    PERFORM 7000-WRITE-CHANGE-LOG THRU 7000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7000-WRITE-CHANGE-LOG - STAMP THE CHANGE TO THE SHARED
      * MASTER-DATA CHANGE LOG, KEYED EMPNO AND EFFECTIVE DATE. A
      * REMOVED RATE LOGS NO AFTER VALUES, SINCE THERE ARE NONE.
      *-----------------------------------------------------------------
       7000-WRITE-CHANGE-LOG.

           MOVE SPACES   TO WS-MDLOG-KEY
                            WS-MDLOG-AFTER.
           STRING WS-EMPNO   DELIMITED BY SIZE
                  ' '        DELIMITED BY SIZE
                  WS-EFFDATE DELIMITED BY SIZE
             INTO WS-MDLOG-KEY.

           IF  WS-MDLOG-ACTION NOT = "D"
               MOVE WS-HOURLY-RATE TO WS-RATE-EDIT
               STRING WS-PAYBASIS  DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      WS-RATE-EDIT DELIMITED BY SIZE
                 INTO WS-MDLOG-AFTER
           END-IF.

           CALL 'COBMDLOG' USING WS-MDLOG-TABLE, WS-MDLOG-KEY,
                WS-MDLOG-ACTION, WS-MDLOG-BEFORE, WS-MDLOG-AFTER.

       7000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 9000-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
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
       9000-EXIT.
                EXIT.
      *-----------------------------------------------------------------
      * 9999-ERROR-DISPLAY
      *-----------------------------------------------------------------
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
