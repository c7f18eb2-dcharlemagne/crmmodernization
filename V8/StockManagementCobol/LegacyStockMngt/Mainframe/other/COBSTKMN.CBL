      *-----------------------------------------------------------------
      *    COBSTKMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - KEYED STOCK MOVEMENTS FOR THE STORES DESK.
      *                    SMTYPEI = 'I' ISSUES STOCK OUT (TO A
      *                    HARDWARE SET OR A USER), 'T' RETURNS
      *                    ISSUED STOCK TO THE SHELF, 'A' ADJUSTS THE
      *                    BALANCE BY A SIGNED QUANTITY AFTER A COUNT,
      *                    'D' DISPOSES OF SCRAPPED OR OBSOLETE STOCK.
      *                    RECEIPTS ARE NOT KEYED HERE - THEY COME IN
      *                    THROUGH COBPORCV AGAINST THE PO. THE PART
      *                    MUST BE ON THE PART CATALOG; ADJUSTMENTS
      *                    AND DISPOSALS NEED A REASON. THE REFERENCE
      *                    IS OPTIONAL - 'H' A HARDWARE SET (WHICH
      *                    MUST EXIST), 'S' A STOCKTAKE SHEET, 'P' A
      *                    PO AND LINE - BUT ONE WITH A TYPE NEEDS AN
      *                    ID. THE POSTING ITSELF IS DONE BY THE
      *                    SHARED COBSTKMV ROUTINE, WHICH REFUSES A
      *                    MOVEMENT THAT WOULD TAKE THE BALANCE BELOW
      *                    ZERO. THE NEW BALANCE COMES BACK IN
      *                    SMONHANDO; ANY REFUSAL COMES BACK WITH
      *                    SM-RESULT-FLAG 'E'.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBSTKMN.
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
      * WORKAREAS - THE PARAMETER SET COBSTKMV EXPECTS
      *-----------------------------------------------------------------
       01  WS-PARMAREA.
               02  WS-PARTNO                PIC X(6).
               02  WS-MOVE-TYPE             PIC X(1).
                   88  WS-TYPE-VALID             VALUE 'I' 'T' 'A'
                                                       'D'.
               02  WS-MOVE-QTY              PIC S9(9) USAGE COMP.
               02  WS-UNIT-COST             PIC S9(7)V9(4)
                                            USAGE COMP-3.
               02  WS-REASON                PIC X(30).
               02  WS-REF-TYPE              PIC X(1).
                   88  WS-REF-TYPE-VALID         VALUE ' ' 'H' 'S'
                                                       'P'.
               02  WS-REF-ID                PIC X(12).
               02  WS-ONHAND-AFTER          PIC S9(9) USAGE COMP.
               02  WS-MOVE-RESULT           PIC X(1).
       01  WS-PART-COUNT            PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-HW-COUNT              PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-HARDWARE-ID           PIC X(10).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBSTKMN'.
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
               INCLUDE PARTA
           END-EXEC.

           EXEC SQL
               INCLUDE HARDWARE
           END-EXEC.

      /
       LINKAGE SECTION.

       01  SMPARTI           PIC X(6).
       01  SMTYPEI           PIC X(1).
       01  SMQTYI            PIC S9(9) USAGE COMP.
       01  SMREASONI         PIC X(30).
       01  SMREFTYPI         PIC X(1).
       01  SMREFIDI          PIC X(12).
       01  SMONHANDO         PIC S9(9) USAGE COMP.
       01  SM-RESULT-FLAG    PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SMPARTI, SMTYPEI, SMQTYI, SMREASONI,
                                SMREFTYPI, SMREFIDI, SMONHANDO,
                                SM-RESULT-FLAG.

            MOVE SPACES      TO SM-RESULT-FLAG.
            MOVE ZERO        TO SMONHANDO.
            MOVE SMPARTI     TO WS-PARTNO.
            MOVE SMTYPEI     TO WS-MOVE-TYPE.
            MOVE SMQTYI      TO WS-MOVE-QTY.
            MOVE ZERO        TO WS-UNIT-COST.
            MOVE SMREASONI   TO WS-REASON.
            MOVE SMREFTYPI   TO WS-REF-TYPE.
            MOVE SMREFIDI    TO WS-REF-ID.

            PERFORM 3000-VALIDATE THRU 3000-EXIT.

            IF  SM-RESULT-FLAG = "E"
                GOBACK
            END-IF.

            PERFORM 5000-POST-MOVEMENT THRU 5000-EXIT.

            GOBACK.

      *-----------------------------------------------------------------
      * VALIDATE THE KEYED MOVEMENT
      *-----------------------------------------------------------------
       3000-VALIDATE.

           DISPLAY 'STOCK MOVEMENT ' WS-MOVE-TYPE
                   ' PART ' WS-PARTNO.

           IF  NOT WS-TYPE-VALID
               DISPLAY 'MOVEMENT TYPE MUST BE I, T, A OR D'
               MOVE "E" TO SM-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           IF  WS-MOVE-QTY = ZERO
               DISPLAY 'A STOCK MOVEMENT NEEDS A QUANTITY'
               MOVE "E" TO SM-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           IF  WS-MOVE-TYPE NOT = 'A'
           AND WS-MOVE-QTY LESS THAN ZERO
               DISPLAY 'ONLY AN ADJUSTMENT MAY CARRY A MINUS '
                       'QUANTITY'
               MOVE "E" TO SM-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           IF  (WS-MOVE-TYPE = 'A' OR 'D')
           AND WS-REASON = SPACES
               DISPLAY 'AN ADJUSTMENT OR DISPOSAL NEEDS A REASON'
               MOVE "E" TO SM-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           IF  NOT WS-REF-TYPE-VALID
               DISPLAY 'REFERENCE TYPE MUST BE H, S, P OR BLANK'
               MOVE "E" TO SM-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           IF  WS-REF-TYPE NOT = SPACES
           AND WS-REF-ID = SPACES
               DISPLAY 'A REFERENCE TYPE NEEDS A REFERENCE ID'
               MOVE "E" TO SM-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           IF  WS-REF-TYPE = SPACES
               MOVE SPACES TO WS-REF-ID
           END-IF.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-PART-COUNT
             FROM
                 PART
             WHERE
                  PARTNO = :WS-PARTNO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF  WS-PART-COUNT = ZERO
               DISPLAY 'PART ' WS-PARTNO ' IS NOT ON THE CATALOG'
               MOVE "E" TO SM-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           IF  WS-REF-TYPE NOT = 'H'
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-REF-ID TO WS-HARDWARE-ID.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-HW-COUNT
             FROM
                 HARDWARE
             WHERE
                  HARDWARE_ID = :WS-HARDWARE-ID
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF  WS-HW-COUNT = ZERO
               DISPLAY 'NO HARDWARE ROW FOR ' WS-HARDWARE-ID
               MOVE "E" TO SM-RESULT-FLAG
           END-IF.

       3000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * POST THROUGH THE SHARED ROUTINE - IT APPLIES THE BALANCE AND
      * WRITES THE LEDGER ROW AT THE PART'S CURRENT AVERAGE COST.
      *-----------------------------------------------------------------
       5000-POST-MOVEMENT.

           CALL 'COBSTKMV' USING WS-PARTNO, WS-MOVE-TYPE,
                WS-MOVE-QTY, WS-UNIT-COST, WS-REASON,
                WS-REF-TYPE, WS-REF-ID,
                WS-ONHAND-AFTER, WS-MOVE-RESULT.

           IF  WS-MOVE-RESULT = "E"
               MOVE "E" TO SM-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           MOVE WS-ONHAND-AFTER TO SMONHANDO.

           DISPLAY 'PART ' WS-PARTNO ' NOW HOLDS ' WS-ONHAND-AFTER.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 9000-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       9000-DBERROR.
                MOVE "E" TO SM-RESULT-FLAG.
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
