      *-----------------------------------------------------------------
      *    COBMRXMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAINTAINS THE MERIT_MATRIX TABLE, THE
      *                    RECOMMENDED MERIT INCREASE PERCENT BY
      *                    APPRAISAL RATING AND COMPA-RATIO COLUMN
      *                    THAT THE COBMERIT MERIT-PLANNING RUN
      *                    READS. A MATRIX CELL IS KEYED BY RATING
      *                    AND THE COLUMN'S COMPA-RATIO FLOOR.
      *                    ADD-MRX-FLAG = 'Y' READS A CELL BACK TO
      *                    THE CICS CALLING PROGRAM, ADD-MRX-FLAG =
      *                    'D' REMOVES IT, AND ANY OTHER VALUE ADDS
      *                    OR UPDATES IT - THE SAME FLAG CONVENTION
      *                    COBDEDMN USES FOR THE DEDUCTION CATALOG.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBMRXMN.
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
               02  WS-RATING                PIC S9(4) USAGE COMP.
               02  WS-CR-FLOOR              PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-INCR-PCT              PIC S9(3)V9(2) USAGE COMP-3.

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBMRXMN'.
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
               INCLUDE MERITMX
           END-EXEC.

      /
       LINKAGE SECTION.

       01  MRXRATEI          PIC S9(4) USAGE COMP.
       01  MRXCRI            PIC S9(4)V9(1) USAGE COMP-3.
       01  MRXPCTO           PIC S9(3)V9(2) USAGE COMP-3.
       01  ADD-MRX-FLAG      PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING MRXRATEI, MRXCRI, MRXPCTO,
                                ADD-MRX-FLAG.

            EVALUATE ADD-MRX-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-CELL THRU
                             4000-EXIT
                WHEN "D"
                     PERFORM 6000-REMOVE-CELL THRU
                             6000-EXIT
                WHEN OTHER
                     PERFORM 5000-UPDATE-CELL THRU
                             5000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE MATRIX CELL BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-CELL.

                MOVE SPACES       TO ADD-MRX-FLAG.
                MOVE MRXRATEI     TO WS-RATING.
                MOVE MRXCRI       TO WS-CR-FLOOR.

                DISPLAY 'WS-RATING = ' WS-RATING
                        ' WS-CR-FLOOR = ' WS-CR-FLOOR.

                EXEC SQL
                  SELECT
                      INCR_PCT
                  INTO
                      :WS-INCR-PCT
                  FROM MERIT_MATRIX
                  WHERE RATING   = :WS-RATING
                    AND CR_FLOOR = :WS-CR-FLOOR
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         MOVE ZERO       TO WS-INCR-PCT
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE WS-INCR-PCT         TO MRXPCTO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ADD OR UPDATE ONE MATRIX CELL BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       5000-UPDATE-CELL.

           MOVE MRXRATEI     TO WS-RATING.
           MOVE MRXCRI       TO WS-CR-FLOOR.

           DISPLAY 'WS-RATING = ' WS-RATING
                   ' WS-CR-FLOOR = ' WS-CR-FLOOR.

           EXEC SQL
             SELECT
                 RATING
             INTO
                :WS-RATING
             FROM
                 MERIT_MATRIX
             WHERE
                  RATING   = :WS-RATING
              AND CR_FLOOR = :WS-CR-FLOOR
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "Y"        TO ADD-MRX-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

           MOVE MRXRATEI             TO WS-RATING.
           MOVE MRXPCTO              TO WS-INCR-PCT.

           IF  ADD-MRX-FLAG = "Y"  THEN
               EXEC SQL
                       INSERT INTO
                          MERIT_MATRIX
                          (
                            RATING
                          , CR_FLOOR
                          , INCR_PCT
                          )
                           VALUES
                          (
                            :WS-RATING
                          , :WS-CR-FLOOR
                          , :WS-INCR-PCT
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                        MOVE SPACES TO ADD-MRX-FLAG
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           ELSE

               EXEC SQL
                       UPDATE
                           MERIT_MATRIX
                       SET  INCR_PCT = :WS-INCR-PCT
                       WHERE
                          (
                            ( MERIT_MATRIX.RATING = :WS-RATING )
                        AND ( MERIT_MATRIX.CR_FLOOR
                                         = :WS-CR-FLOOR )
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
      * REMOVE ONE MATRIX CELL BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       6000-REMOVE-CELL.

           MOVE MRXRATEI     TO WS-RATING.
           MOVE MRXCRI       TO WS-CR-FLOOR.

           DISPLAY 'WS-RATING = ' WS-RATING
                   ' WS-CR-FLOOR = ' WS-CR-FLOOR.

           EXEC SQL
               DELETE FROM
                   MERIT_MATRIX
               WHERE
                   RATING   = :WS-RATING
               AND CR_FLOOR = :WS-CR-FLOOR
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER DELETE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-MRX-FLAG
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
