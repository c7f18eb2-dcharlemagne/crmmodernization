      *-----------------------------------------------------------------
      *    COBALRMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAINTAINS THE ALLOC_RULE TABLE, THE RULES
      *                    COBOHALC FOLLOWS TO SPREAD A SUPPORT
      *                    DEPARTMENT'S PAYROLL COST OVER THE
      *                    DEPARTMENTS THAT CONSUME IT. A RULE IS
      *                    KEYED BY SOURCE AND RECEIVING DEPTNO AND
      *                    CARRIES THE BASIS ('H' HEADCOUNT, 'S'
      *                    SALARY, 'T' BOOKED HOURS) AND THE DATES IT
      *                    IS IN FORCE. ADD-ALR-FLAG = 'Y' READS A
      *                    RULE BACK TO THE CICS CALLING PROGRAM,
      *                    ADD-ALR-FLAG = 'D' REMOVES IT, AND ANY
      *                    OTHER VALUE ADDS OR UPDATES IT - THE SAME
      *                    FLAG CONVENTION COBDEDMN USES FOR THE
      *                    DEDUCTION CATALOG. A BLANK END DATE IS
      *                    STORED AS 9999-12-31 (OPEN). A RULE NAMING
      *                    THE SAME DEPARTMENT TWICE, AN UNKNOWN
      *                    BASIS, OR A BASIS DIFFERENT FROM THE
      *                    SOURCE'S OTHER RULES IS REFUSED WITH
      *                    ADD-ALR-FLAG = 'E'.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBALRMN.
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
               02  WS-SOURCE-DEPT           PIC X(3).
               02  WS-RECEIVER-DEPT         PIC X(3).
       01  WS-BASIS                 PIC X(1).
               88  WS-BASIS-VALID           VALUE 'H' 'S' 'T'.
       01  WS-EFFDATE               PIC X(10).
       01  WS-ENDDATE               PIC X(10).
       01  WS-OTHER-BASIS-COUNT     PIC S9(9) COMP.

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBALRMN'.
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
               INCLUDE ALLOCRUL
           END-EXEC.

      /
       LINKAGE SECTION.

       01  ALRSOURCEI        PIC X(3).
       01  ALRRECEIVERI      PIC X(3).
       01  ALRBASISIO        PIC X(1).
       01  ALREFFDATEIO      PIC X(10).
       01  ALRENDDATEIO      PIC X(10).
       01  ADD-ALR-FLAG      PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ALRSOURCEI, ALRRECEIVERI,
                                ALRBASISIO, ALREFFDATEIO,
                                ALRENDDATEIO, ADD-ALR-FLAG.

            EVALUATE ADD-ALR-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-RULE THRU
                             4000-EXIT
                WHEN "D"
                     PERFORM 6000-REMOVE-RULE THRU
                             6000-EXIT
                WHEN OTHER
                     PERFORM 5000-UPDATE-RULE THRU
                             5000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE ALLOCATION RULE BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-RULE.

                MOVE SPACES        TO ADD-ALR-FLAG.
                MOVE ALRSOURCEI    TO WS-SOURCE-DEPT.
                MOVE ALRRECEIVERI  TO WS-RECEIVER-DEPT.

                DISPLAY 'WS-SOURCE-DEPT = ' WS-SOURCE-DEPT
                        ' WS-RECEIVER-DEPT = ' WS-RECEIVER-DEPT.

                EXEC SQL
                  SELECT
                      BASIS,
                      EFFDATE,
                      ENDDATE
                  INTO
                      :WS-BASIS,
                      :WS-EFFDATE,
                      :WS-ENDDATE
                  FROM ALLOC_RULE
                  WHERE SOURCE_DEPT   = :WS-SOURCE-DEPT
                    AND RECEIVER_DEPT = :WS-RECEIVER-DEPT
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         MOVE SPACES     TO WS-BASIS
                                            WS-EFFDATE
                                            WS-ENDDATE
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE WS-BASIS            TO ALRBASISIO.
                MOVE WS-EFFDATE          TO ALREFFDATEIO.
                MOVE WS-ENDDATE          TO ALRENDDATEIO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ADD OR UPDATE ONE ALLOCATION RULE BY MAKING A CALL TO DB2
      * TABLE
      *-----------------------------------------------------------------
       5000-UPDATE-RULE.

           MOVE ALRSOURCEI    TO WS-SOURCE-DEPT.
           MOVE ALRRECEIVERI  TO WS-RECEIVER-DEPT.
           MOVE ALRBASISIO    TO WS-BASIS.
           MOVE ALREFFDATEIO  TO WS-EFFDATE.
           MOVE ALRENDDATEIO  TO WS-ENDDATE.

           DISPLAY 'WS-SOURCE-DEPT = ' WS-SOURCE-DEPT
                   ' WS-RECEIVER-DEPT = ' WS-RECEIVER-DEPT.

           IF WS-SOURCE-DEPT = WS-RECEIVER-DEPT
              OR NOT WS-BASIS-VALID
              MOVE "E" TO ADD-ALR-FLAG
              GO TO 5000-EXIT
           END-IF.

           IF WS-ENDDATE = SPACES
              MOVE '9999-12-31' TO WS-ENDDATE
           END-IF.

      *    EVERY RECEIVER OF ONE SOURCE SHARES ON THE SAME BASIS
           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-OTHER-BASIS-COUNT
             FROM
                 ALLOC_RULE
             WHERE
                  SOURCE_DEPT    = :WS-SOURCE-DEPT
              AND RECEIVER_DEPT <> :WS-RECEIVER-DEPT
              AND BASIS         <> :WS-BASIS
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           IF WS-OTHER-BASIS-COUNT GREATER THAN ZERO
              MOVE "E" TO ADD-ALR-FLAG
              GO TO 5000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 SOURCE_DEPT
             INTO
                :WS-SOURCE-DEPT
             FROM
                 ALLOC_RULE
             WHERE
                  SOURCE_DEPT   = :WS-SOURCE-DEPT
              AND RECEIVER_DEPT = :WS-RECEIVER-DEPT
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "Y"        TO ADD-ALR-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

           MOVE ALRSOURCEI           TO WS-SOURCE-DEPT.

           IF  ADD-ALR-FLAG = "Y"  THEN
               EXEC SQL
                       INSERT INTO
                          ALLOC_RULE
                          (
                            SOURCE_DEPT
                          , RECEIVER_DEPT
                          , BASIS
                          , EFFDATE
                          , ENDDATE
                          )
                           VALUES
                          (
                            :WS-SOURCE-DEPT
                          , :WS-RECEIVER-DEPT
                          , :WS-BASIS
                          , :WS-EFFDATE
                          , :WS-ENDDATE
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                        MOVE SPACES TO ADD-ALR-FLAG
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           ELSE

               EXEC SQL
                       UPDATE
                           ALLOC_RULE
                       SET  BASIS   = :WS-BASIS
                          , EFFDATE = :WS-EFFDATE
                          , ENDDATE = :WS-ENDDATE
                       WHERE
                          (
                    ( ALLOC_RULE.SOURCE_DEPT   = :WS-SOURCE-DEPT )
                AND ( ALLOC_RULE.RECEIVER_DEPT = :WS-RECEIVER-DEPT )
                          )
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           END-IF.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * REMOVE ONE ALLOCATION RULE BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       6000-REMOVE-RULE.

           MOVE ALRSOURCEI    TO WS-SOURCE-DEPT.
           MOVE ALRRECEIVERI  TO WS-RECEIVER-DEPT.

           DISPLAY 'WS-SOURCE-DEPT = ' WS-SOURCE-DEPT
                   ' WS-RECEIVER-DEPT = ' WS-RECEIVER-DEPT.

           EXEC SQL
               DELETE FROM
                   ALLOC_RULE
               WHERE
                   SOURCE_DEPT   = :WS-SOURCE-DEPT
               AND RECEIVER_DEPT = :WS-RECEIVER-DEPT
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER DELETE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-ALR-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       6000-EXIT.
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
