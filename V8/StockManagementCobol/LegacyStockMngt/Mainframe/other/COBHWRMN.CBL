      *-----------------------------------------------------------------
      *    COBHWRMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - RECORDS HARDWARE REPAIR TICKETS ON
      *                    HW_REPAIR. RP-ACTION-FLAG = 'O' OPENS A
      *                    TICKET WHEN A COMPONENT OF A SET GOES OUT
      *                    FOR REPAIR - THE FAULT IS REQUIRED, THE
      *                    DATE OUT DEFAULTS TO TODAY, AND THE TICKET
      *                    IS MARKED AS WARRANTY WORK WHEN A
      *                    HW_WARRANTY ROW FOR THE SAME COMPONENT
      *                    COVERS THE DATE OUT, IN WHICH CASE THE
      *                    WARRANTY SUPPLIER IS TAKEN UNLESS ANOTHER
      *                    IS KEYED. 'C' CLOSES THE OPEN TICKET WITH
      *                    THE DATE BACK (DEFAULT TODAY), THE REPAIR
      *                    COST AND, WHEN KEYED, THE SUPPLIER THAT
      *                    DID THE WORK. 'Y' READS THE OPEN TICKET,
      *                    OR THE LATEST ONE, BACK TO THE CALLER.
      *                    ONLY ONE TICKET MAY BE OPEN PER SET AND
      *                    COMPONENT CLASS. ANY REFUSAL COMES BACK
      *                    WITH RP-RESULT-FLAG 'E'. WHILE A TICKET IS
      *                    OPEN COBHWISS WILL NOT ISSUE THE SET.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBHWRMN.
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
       01  WS-COMP-CLASS            PIC X(1).
               88  WS-CLASS-VALID             VALUE 'M' 'K' 'C' 'N'.
       01  WS-WARR-SUPNO            PIC X(6).
       01  WS-OPEN-COUNT            PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-DUMMY                 PIC X(10).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBHWRMN'.
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
               INCLUDE HWREPAIR
           END-EXEC.

           EXEC SQL
               INCLUDE HWWARR
           END-EXEC.

           EXEC SQL
               INCLUDE HARDWARE
           END-EXEC.

      /
       LINKAGE SECTION.

       01  RPHWIDI           PIC X(10).
       01  RPCLASSI          PIC X(1).
       01  RPOUTO            PIC X(10).
       01  RPBACKO           PIC X(10).
       01  RPFAULTO          PIC X(40).
       01  RPCOSTO           PIC S9(7)V99 USAGE COMP-3.
       01  RPWARRO           PIC X(1).
       01  RPSUPNOO          PIC X(6).
       01  RP-ACTION-FLAG    PIC X(1).
       01  RP-RESULT-FLAG    PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING RPHWIDI, RPCLASSI, RPOUTO, RPBACKO,
                                RPFAULTO, RPCOSTO, RPWARRO, RPSUPNOO,
                                RP-ACTION-FLAG, RP-RESULT-FLAG.

            MOVE SPACES      TO RP-RESULT-FLAG.
            MOVE RPHWIDI     TO RP-HARDWARE-ID.
            MOVE RPCLASSI    TO RP-COMP-CLASS
                                WS-COMP-CLASS.

            EVALUATE RP-ACTION-FLAG
                WHEN "O"
                     PERFORM 3000-OPEN-TICKET THRU
                             3000-EXIT
                WHEN "C"
                     PERFORM 5000-CLOSE-TICKET THRU
                             5000-EXIT
                WHEN "Y"
                     PERFORM 4000-READ-TICKET THRU
                             4000-EXIT
                WHEN OTHER
                     MOVE "E" TO RP-RESULT-FLAG
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * OPEN A TICKET - THE SET MUST HAVE A COMPONENT FITTED IN THE
      * CLASS AND NO TICKET MAY ALREADY BE OPEN AGAINST IT.
      *-----------------------------------------------------------------
       3000-OPEN-TICKET.

           DISPLAY 'OPEN REPAIR ' RP-HARDWARE-ID
                   ' CLASS ' RP-COMP-CLASS.

           IF  NOT WS-CLASS-VALID
               DISPLAY 'COMPONENT CLASS MUST BE M, K, C OR N'
               MOVE "E" TO RP-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           IF  RPFAULTO = SPACES
               DISPLAY 'A REPAIR TICKET NEEDS A FAULT DESCRIPTION'
               MOVE "E" TO RP-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 COALESCE(CASE :RP-COMP-CLASS
                               WHEN 'M' THEN MOUSE_ID
                               WHEN 'K' THEN KEYBOARD_ID
                               WHEN 'C' THEN CPU_ID
                               ELSE MONITOR_ID
                          END, ' ')
             INTO
                :RP-COMPONENT-ID
             FROM
                 HARDWARE
             WHERE
                  HARDWARE_ID = :RP-HARDWARE-ID
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'NO HARDWARE ROW FOR ' RP-HARDWARE-ID
                    MOVE "E" TO RP-RESULT-FLAG
                    GO TO 3000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 3000-EXIT
           END-EVALUATE.

           IF  RP-COMPONENT-ID = SPACES
               DISPLAY 'NO COMPONENT FITTED IN CLASS ' RP-COMP-CLASS
               MOVE "E" TO RP-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-OPEN-COUNT
             FROM
                 HW_REPAIR
             WHERE
                  HARDWARE_ID = :RP-HARDWARE-ID
              AND COMP_CLASS  = :RP-COMP-CLASS
              AND DATE_BACK IS NULL
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 3000-EXIT
           END-EVALUATE.

           IF  WS-OPEN-COUNT GREATER THAN ZERO
               DISPLAY 'A TICKET IS ALREADY OPEN - NOT OPENED'
               MOVE "E" TO RP-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           IF  RPOUTO = SPACES
               EXEC SQL
                    SET :RP-DATE-OUT = CHAR(CURRENT DATE, ISO)
               END-EXEC
           ELSE
               MOVE RPOUTO TO RP-DATE-OUT
           END-IF.

      *-----------------------------------------------------------------
      * WARRANTY WORK ONLY WHEN THE COVER IS FOR THIS VERY COMPONENT -
      * A ROW LEFT OVER FROM A PART SINCE SWAPPED OUT DOES NOT COUNT.
      *-----------------------------------------------------------------
           EXEC SQL
             SELECT
                 SUPNO
             INTO
                :WS-WARR-SUPNO
             FROM
                 HW_WARRANTY
             WHERE
                  HARDWARE_ID  = :RP-HARDWARE-ID
              AND COMP_CLASS   = :RP-COMP-CLASS
              AND COMPONENT_ID = :RP-COMPONENT-ID
              AND DATE(:RP-DATE-OUT) BETWEEN WARR_START AND WARR_END
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE "Y"    TO RP-WARRANTY-FLAG
               WHEN +100
                    MOVE "N"    TO RP-WARRANTY-FLAG
                    MOVE SPACES TO WS-WARR-SUPNO
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 3000-EXIT
           END-EVALUATE.

           IF  RPSUPNOO = SPACES
               MOVE WS-WARR-SUPNO TO RP-SUPNO
           ELSE
               MOVE RPSUPNOO      TO RP-SUPNO
               PERFORM 7000-CHECK-SUPPLIER THRU 7000-EXIT
               IF  RP-RESULT-FLAG = "E"
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           MOVE RPFAULTO TO RP-FAULT.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           EXEC SQL
               INSERT INTO
                  HW_REPAIR
                  (
                    HARDWARE_ID
                  , COMP_CLASS
                  , DATE_OUT
                  , COMPONENT_ID
                  , FAULT
                  , REPAIR_COST
                  , WARRANTY_FLAG
                  , SUPNO
                  , OPENED_BY
                  )
                   VALUES
                  (
                    :RP-HARDWARE-ID
                  , :RP-COMP-CLASS
                  , DATE(:RP-DATE-OUT)
                  , :RP-COMPONENT-ID
                  , :RP-FAULT
                  , 0
                  , :RP-WARRANTY-FLAG
                  , :RP-SUPNO
                  , :WS-CURRENT-USER
                  )
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER INSERT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE RP-DATE-OUT      TO RPOUTO
                    MOVE SPACES           TO RPBACKO
                    MOVE ZERO             TO RPCOSTO
                    MOVE RP-WARRANTY-FLAG TO RPWARRO
                    MOVE RP-SUPNO         TO RPSUPNOO
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       3000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * READ THE OPEN TICKET FOR THE SET AND CLASS, OR THE LATEST
      * CLOSED ONE WHEN NONE IS OPEN. DATE BACK COMES BACK AS SPACES
      * WHILE THE TICKET IS STILL OPEN.
      *-----------------------------------------------------------------
       4000-READ-TICKET.

           EXEC SQL
             SELECT
                 CHAR(DATE_OUT, ISO)
               , COALESCE(CHAR(DATE_BACK, ISO), ' ')
               , FAULT
               , REPAIR_COST
               , WARRANTY_FLAG
               , SUPNO
             INTO
                :RP-DATE-OUT
               ,:RP-DATE-BACK
               ,:RP-FAULT
               ,:RP-REPAIR-COST
               ,:RP-WARRANTY-FLAG
               ,:RP-SUPNO
             FROM
                 HW_REPAIR
             WHERE
                  HARDWARE_ID = :RP-HARDWARE-ID
              AND COMP_CLASS  = :RP-COMP-CLASS
             ORDER BY
                  CASE WHEN DATE_BACK IS NULL THEN 0 ELSE 1 END
                , DATE_OUT DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE RP-DATE-OUT      TO RPOUTO
                    MOVE RP-DATE-BACK     TO RPBACKO
                    MOVE RP-FAULT         TO RPFAULTO
                    MOVE RP-REPAIR-COST   TO RPCOSTO
                    MOVE RP-WARRANTY-FLAG TO RPWARRO
                    MOVE RP-SUPNO         TO RPSUPNOO
               WHEN +100
                    DISPLAY 'NO REPAIR TICKET FOR THIS SET/CLASS'
                    MOVE "E" TO RP-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * CLOSE THE OPEN TICKET WITH THE DATE BACK AND THE REPAIR COST.
      *-----------------------------------------------------------------
       5000-CLOSE-TICKET.

           DISPLAY 'CLOSE REPAIR ' RP-HARDWARE-ID
                   ' CLASS ' RP-COMP-CLASS.

           EXEC SQL
             SELECT
                 CHAR(DATE_OUT, ISO)
               , SUPNO
             INTO
                :RP-DATE-OUT
               ,:RP-SUPNO
             FROM
                 HW_REPAIR
             WHERE
                  HARDWARE_ID = :RP-HARDWARE-ID
              AND COMP_CLASS  = :RP-COMP-CLASS
              AND DATE_BACK IS NULL
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'NO OPEN TICKET FOR THIS SET/CLASS'
                    MOVE "E" TO RP-RESULT-FLAG
                    GO TO 5000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           IF  RPBACKO = SPACES
               EXEC SQL
                    SET :RP-DATE-BACK = CHAR(CURRENT DATE, ISO)
               END-EXEC
           ELSE
               MOVE RPBACKO TO RP-DATE-BACK
           END-IF.

           IF  RP-DATE-BACK LESS THAN RP-DATE-OUT
               DISPLAY 'DATE BACK FALLS BEFORE DATE OUT'
               MOVE "E" TO RP-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           IF  RPCOSTO LESS THAN ZERO
               DISPLAY 'REPAIR COST MAY NOT BE NEGATIVE'
               MOVE "E" TO RP-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           IF  RPSUPNOO NOT = SPACES
               MOVE RPSUPNOO TO RP-SUPNO
               PERFORM 7000-CHECK-SUPPLIER THRU 7000-EXIT
               IF  RP-RESULT-FLAG = "E"
                   GO TO 5000-EXIT
               END-IF
           END-IF.

           MOVE RPCOSTO TO RP-REPAIR-COST.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           EXEC SQL
               UPDATE
                   HW_REPAIR
               SET  DATE_BACK   = DATE(:RP-DATE-BACK)
                  , REPAIR_COST = :RP-REPAIR-COST
                  , SUPNO       = :RP-SUPNO
                  , CLOSED_BY   = :WS-CURRENT-USER
               WHERE
                   HARDWARE_ID = :RP-HARDWARE-ID
               AND COMP_CLASS  = :RP-COMP-CLASS
               AND DATE_BACK IS NULL
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER UPDATE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE RP-DATE-OUT      TO RPOUTO
                    MOVE RP-DATE-BACK     TO RPBACKO
                    MOVE RP-SUPNO         TO RPSUPNOO
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * A KEYED SUPPLIER MUST BE ON SUPPLY.
      *-----------------------------------------------------------------
       7000-CHECK-SUPPLIER.

           EXEC SQL
             SELECT
                 SUPNO
             INTO
                :WS-DUMMY
             FROM
                 SUPPLY
             WHERE
                  SUPNO = :RP-SUPNO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'NO SUPPLY ROW FOR ' RP-SUPNO
                    MOVE "E" TO RP-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    MOVE "E" TO RP-RESULT-FLAG
           END-EVALUATE.

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
