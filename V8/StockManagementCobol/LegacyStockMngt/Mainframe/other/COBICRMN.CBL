      *-----------------------------------------------------------------
      *    COBICRMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAINTAINS THE IC_RATE TABLE, THE
      *                    INTERCOMPANY MARKUP PERCENT COBICRCH ADDS
      *                    TO THE COST OF LABOR ONE SUBSIDIARY LENDS
      *                    ANOTHER. A RATE IS KEYED BY PROVIDING
      *                    SUBID, RECEIVING SUBID AND EFFECTIVE DATE.
      *                    ADD-ICR-FLAG = 'Y' READS A RATE BACK TO
      *                    THE CICS CALLING PROGRAM, ADD-ICR-FLAG =
      *                    'D' REMOVES IT, AND ANY OTHER VALUE ADDS
      *                    OR UPDATES IT - THE SAME FLAG CONVENTION
      *                    COBDEDMN USES FOR THE DEDUCTION CATALOG.
      *                    A PAIR NAMING THE SAME SUBSIDIARY TWICE IS
      *                    REFUSED WITH ADD-ICR-FLAG = 'E'.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBICRMN.
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
               02  WS-PROVIDER-SUBID        PIC X(4).
               02  WS-RECEIVER-SUBID        PIC X(4).
               02  WS-EFFDATE               PIC X(10).
       01  WS-MARKUP-PCT            PIC S9(3)V9(2) USAGE COMP-3.

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBICRMN'.
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
               INCLUDE ICRATE
           END-EXEC.

      /
       LINKAGE SECTION.

       01  ICRPROVIDERI      PIC X(4).
       01  ICRRECEIVERI      PIC X(4).
       01  ICREFFDATEI       PIC X(10).
       01  ICRMARKUPIO       PIC S9(3)V9(2) USAGE COMP-3.
       01  ADD-ICR-FLAG      PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ICRPROVIDERI, ICRRECEIVERI,
                                ICREFFDATEI, ICRMARKUPIO,
                                ADD-ICR-FLAG.

            EVALUATE ADD-ICR-FLAG
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
      * READ ONE INTERCOMPANY RATE BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-RATE.

                MOVE SPACES        TO ADD-ICR-FLAG.
                MOVE ICRPROVIDERI  TO WS-PROVIDER-SUBID.
                MOVE ICRRECEIVERI  TO WS-RECEIVER-SUBID.
                MOVE ICREFFDATEI   TO WS-EFFDATE.

                DISPLAY 'WS-PROVIDER-SUBID = ' WS-PROVIDER-SUBID
                        ' WS-RECEIVER-SUBID = ' WS-RECEIVER-SUBID.

                EXEC SQL
                  SELECT
                      MARKUP_PCT
                  INTO
                      :WS-MARKUP-PCT
                  FROM IC_RATE
                  WHERE PROVIDER_SUBID = :WS-PROVIDER-SUBID
                    AND RECEIVER_SUBID = :WS-RECEIVER-SUBID
                    AND EFFDATE        = :WS-EFFDATE
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         MOVE ZERO       TO WS-MARKUP-PCT
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE WS-MARKUP-PCT       TO ICRMARKUPIO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ADD OR UPDATE ONE INTERCOMPANY RATE BY MAKING A CALL TO DB2
      * TABLE
      *-----------------------------------------------------------------
       5000-UPDATE-RATE.

           MOVE ICRPROVIDERI  TO WS-PROVIDER-SUBID.
           MOVE ICRRECEIVERI  TO WS-RECEIVER-SUBID.
           MOVE ICREFFDATEI   TO WS-EFFDATE.

           DISPLAY 'WS-PROVIDER-SUBID = ' WS-PROVIDER-SUBID
                   ' WS-RECEIVER-SUBID = ' WS-RECEIVER-SUBID.

           IF WS-PROVIDER-SUBID = WS-RECEIVER-SUBID
              MOVE "E" TO ADD-ICR-FLAG
              GO TO 5000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 PROVIDER_SUBID
             INTO
                :WS-PROVIDER-SUBID
             FROM
                 IC_RATE
             WHERE
                  PROVIDER_SUBID = :WS-PROVIDER-SUBID
              AND RECEIVER_SUBID = :WS-RECEIVER-SUBID
              AND EFFDATE        = :WS-EFFDATE
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "Y"        TO ADD-ICR-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

           MOVE ICRPROVIDERI         TO WS-PROVIDER-SUBID.
           MOVE ICRMARKUPIO          TO WS-MARKUP-PCT.

           IF  ADD-ICR-FLAG = "Y"  THEN
               EXEC SQL
                       INSERT INTO
                          IC_RATE
                          (
                            PROVIDER_SUBID
                          , RECEIVER_SUBID
                          , EFFDATE
                          , MARKUP_PCT
                          )
                           VALUES
                          (
                            :WS-PROVIDER-SUBID
                          , :WS-RECEIVER-SUBID
                          , :WS-EFFDATE
                          , :WS-MARKUP-PCT
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                        MOVE SPACES TO ADD-ICR-FLAG
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           ELSE

               EXEC SQL
                       UPDATE
                           IC_RATE
                       SET  MARKUP_PCT = :WS-MARKUP-PCT
                       WHERE
                          (
                    ( IC_RATE.PROVIDER_SUBID = :WS-PROVIDER-SUBID )
                AND ( IC_RATE.RECEIVER_SUBID = :WS-RECEIVER-SUBID )
                AND ( IC_RATE.EFFDATE        = :WS-EFFDATE )
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
      * REMOVE ONE INTERCOMPANY RATE BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       6000-REMOVE-RATE.

           MOVE ICRPROVIDERI  TO WS-PROVIDER-SUBID.
           MOVE ICRRECEIVERI  TO WS-RECEIVER-SUBID.
           MOVE ICREFFDATEI   TO WS-EFFDATE.

           DISPLAY 'WS-PROVIDER-SUBID = ' WS-PROVIDER-SUBID
                   ' WS-RECEIVER-SUBID = ' WS-RECEIVER-SUBID.

           EXEC SQL
               DELETE FROM
                   IC_RATE
               WHERE
                   PROVIDER_SUBID = :WS-PROVIDER-SUBID
               AND RECEIVER_SUBID = :WS-RECEIVER-SUBID
               AND EFFDATE        = :WS-EFFDATE
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER DELETE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-ICR-FLAG
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
