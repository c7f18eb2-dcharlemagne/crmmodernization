      *-----------------------------------------------------------------
      *    COBMILMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAINTAINS THE PROJ_MILESTONE BILLING
      *                    SCHEDULE OF A FIXED-PRICE PROJECT. A
      *                    MILESTONE IS KEYED BY PROJ_NO AND
      *                    MILESTONE_NO AND NAMES THE PACTIVITY ROW
      *                    WHOSE COMPLETION TRIGGERS ITS INVOICE.
      *                    ADD-MIL-FLAG = 'Y' READS A MILESTONE BACK
      *                    TO THE CICS CALLING PROGRAM, ADD-MIL-FLAG =
      *                    'D' REMOVES IT, AND ANY OTHER VALUE ADDS
      *                    OR UPDATES IT - THE SAME FLAG CONVENTION
      *                    COBDEDMN USES FOR THE DEDUCTION CATALOG.
      *                    A MILESTONE ALREADY BILLED CANNOT BE
      *                    CHANGED OR REMOVED, AND THE TRIGGER
      *                    ACTIVITY MUST BE ON PACTIVITY; EITHER
      *                    REFUSAL COMES BACK AS ADD-MIL-FLAG = 'E'.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBMILMN.
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
               02  WS-PROJ-NO               PIC X(6).
               02  WS-MILESTONE-NO          PIC S9(4) COMP.
       01  WS-ACT-NO                PIC S9(4) COMP.
       01  WS-MSTATUS               PIC X(1).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBMILMN'.
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
               INCLUDE PRJMILE
           END-EXEC.

           EXEC SQL
               INCLUDE PACTIVITY
           END-EXEC.

      /
       LINKAGE SECTION.

       01  MILPROJNOI        PIC X(6).
       01  MILNOI            PIC S9(4) COMP.
       01  MILACTNOIO        PIC S9(4) COMP.
       01  MILDESCIO         PIC X(30).
       01  MILAMOUNTIO       PIC S9(9)V9(2) COMP-3.
       01  MILDUEDATEIO      PIC X(10).
       01  MILSTATUSO        PIC X(1).
       01  ADD-MIL-FLAG      PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING MILPROJNOI, MILNOI, MILACTNOIO,
                                MILDESCIO, MILAMOUNTIO, MILDUEDATEIO,
                                MILSTATUSO, ADD-MIL-FLAG.

            EVALUATE ADD-MIL-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-MILESTONE THRU
                             4000-EXIT
                WHEN "D"
                     PERFORM 6000-REMOVE-MILESTONE THRU
                             6000-EXIT
                WHEN OTHER
                     PERFORM 5000-UPDATE-MILESTONE THRU
                             5000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE MILESTONE BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-MILESTONE.

                MOVE SPACES        TO ADD-MIL-FLAG.
                MOVE MILPROJNOI    TO PM-PROJ-NO.
                MOVE MILNOI        TO PM-MILESTONE-NO.

                DISPLAY 'PM-PROJ-NO = ' PM-PROJ-NO
                        ' PM-MILESTONE-NO = ' PM-MILESTONE-NO.

                EXEC SQL
                  SELECT
                      ACT_NO,
                      MS_DESC,
                      MS_AMOUNT,
                      DUE_DATE,
                      MSTATUS
                  INTO
                      :PM-ACT-NO,
                      :PM-MS-DESC,
                      :PM-MS-AMOUNT,
                      :PM-DUE-DATE,
                      :PM-MSTATUS
                  FROM PROJ_MILESTONE
                  WHERE PROJ_NO      = :PM-PROJ-NO
                    AND MILESTONE_NO = :PM-MILESTONE-NO
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         MOVE ZERO       TO PM-ACT-NO
                                            PM-MS-AMOUNT
                         MOVE SPACES     TO PM-MS-DESC
                                            PM-DUE-DATE
                                            PM-MSTATUS
                         MOVE "E"        TO ADD-MIL-FLAG
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE PM-ACT-NO           TO MILACTNOIO.
                MOVE PM-MS-DESC          TO MILDESCIO.
                MOVE PM-MS-AMOUNT        TO MILAMOUNTIO.
                MOVE PM-DUE-DATE         TO MILDUEDATEIO.
                MOVE PM-MSTATUS          TO MILSTATUSO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ADD OR UPDATE ONE MILESTONE BY MAKING A CALL TO DB2 TABLE. THE
      * TRIGGER ACTIVITY MUST EXIST; A BILLED MILESTONE IS FROZEN.
      *-----------------------------------------------------------------
       5000-UPDATE-MILESTONE.

           MOVE MILPROJNOI    TO WS-PROJ-NO.
           MOVE MILNOI        TO WS-MILESTONE-NO.
           MOVE MILACTNOIO    TO WS-ACT-NO.

           DISPLAY 'WS-PROJ-NO = ' WS-PROJ-NO
                   ' WS-MILESTONE-NO = ' WS-MILESTONE-NO.

           EXEC SQL
             SELECT
                 ACT_NO
             INTO
                :ACT-NO
             FROM
                 PACTIVITY
             WHERE
                  PROJ_NO = :WS-PROJ-NO
              AND ACT_NO  = :WS-ACT-NO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'TRIGGER ACTIVITY NOT ON PACTIVITY'
                    MOVE "E"        TO ADD-MIL-FLAG
                    GO TO 5000-EXIT
               WHEN OTHER
                    MOVE "E"        TO ADD-MIL-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           EXEC SQL
             SELECT
                 MSTATUS
             INTO
                :WS-MSTATUS
             FROM
                 PROJ_MILESTONE
             WHERE
                  PROJ_NO      = :WS-PROJ-NO
              AND MILESTONE_NO = :WS-MILESTONE-NO
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    IF WS-MSTATUS = "B"
                       DISPLAY 'MILESTONE ALREADY BILLED'
                       MOVE "E"     TO ADD-MIL-FLAG
                       GO TO 5000-EXIT
                    END-IF
               WHEN +100
                    MOVE "Y"        TO ADD-MIL-FLAG
               WHEN OTHER
                    MOVE "E"        TO ADD-MIL-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           MOVE MILPROJNOI           TO PM-PROJ-NO.
           MOVE MILNOI               TO PM-MILESTONE-NO.
           MOVE MILACTNOIO           TO PM-ACT-NO.
           MOVE MILDESCIO            TO PM-MS-DESC.
           MOVE MILAMOUNTIO          TO PM-MS-AMOUNT.
           MOVE MILDUEDATEIO         TO PM-DUE-DATE.
           MOVE "P"                  TO PM-MSTATUS.

           IF  ADD-MIL-FLAG = "Y"  THEN
               EXEC SQL
                       INSERT INTO
                          PROJ_MILESTONE
                          (
                            PROJ_NO
                          , MILESTONE_NO
                          , ACT_NO
                          , MS_DESC
                          , MS_AMOUNT
                          , DUE_DATE
                          , MSTATUS
                          , BILLED_YM
                          , INVOICENO
                          )
                           VALUES
                          (
                            :PM-PROJ-NO
                          , :PM-MILESTONE-NO
                          , :PM-ACT-NO
                          , :PM-MS-DESC
                          , :PM-MS-AMOUNT
                          , :PM-DUE-DATE
                          , :PM-MSTATUS
                          , NULL
                          , NULL
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO ADD-MIL-FLAG
                   WHEN OTHER
                        MOVE "E"    TO ADD-MIL-FLAG
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           ELSE

               EXEC SQL
                       UPDATE
                           PROJ_MILESTONE
                       SET  ACT_NO    = :PM-ACT-NO
                          , MS_DESC   = :PM-MS-DESC
                          , MS_AMOUNT = :PM-MS-AMOUNT
                          , DUE_DATE  = :PM-DUE-DATE
                       WHERE
                          (
                            ( PROJ_MILESTONE.PROJ_NO = :PM-PROJ-NO )
                        AND ( PROJ_MILESTONE.MILESTONE_NO
                                                 = :PM-MILESTONE-NO )
                          )
               END-EXEC

               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN OTHER
                        MOVE "E"    TO ADD-MIL-FLAG
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           END-IF.

           MOVE PM-MSTATUS           TO MILSTATUSO.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * REMOVE ONE PENDING MILESTONE BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       6000-REMOVE-MILESTONE.

           MOVE MILPROJNOI    TO WS-PROJ-NO.
           MOVE MILNOI        TO WS-MILESTONE-NO.

           DISPLAY 'WS-PROJ-NO = ' WS-PROJ-NO
                   ' WS-MILESTONE-NO = ' WS-MILESTONE-NO.

           EXEC SQL
               DELETE FROM
                   PROJ_MILESTONE
               WHERE
                   PROJ_NO      = :WS-PROJ-NO
               AND MILESTONE_NO = :WS-MILESTONE-NO
               AND MSTATUS      = 'P'
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER DELETE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-MIL-FLAG
               WHEN +100
                    DISPLAY 'NO PENDING MILESTONE TO REMOVE'
                    MOVE "E"    TO ADD-MIL-FLAG
               WHEN OTHER
                    MOVE "E"    TO ADD-MIL-FLAG
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
