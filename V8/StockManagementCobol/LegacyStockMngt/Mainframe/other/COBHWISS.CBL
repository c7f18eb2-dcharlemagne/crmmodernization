      *                    NEVER OPENED WITHOUT THE HOLDER LINK
      *                    MOVING WITH IT. THE CURRENT HOLDER LINK
      *                    AND THE HISTORY CAN NO LONGER DRIFT APART.
      *                    A SET WITH ANY COMPONENT STILL OUT ON AN
      *                    OPEN HW_REPAIR TICKET IS ALSO REFUSED FOR
      *                    ISSUE UNTIL COBHWRMN CLOSES THE TICKET.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
               02  WS-DEVELOPER-ID          PIC X(6).
       01  WS-CONDITION-NOTE        PIC X(30).
       01  WS-OPEN-COUNT            PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-REPAIR-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
               INCLUDE HWISSUE
           END-EXEC.

           EXEC SQL
               INCLUDE HWREPAIR
           END-EXEC.

      /
       LINKAGE SECTION.

               GO TO 3000-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * A SET WITH A COMPONENT AWAY FOR REPAIR IS NOT ISSUED UNTIL THE
      * TICKET IS CLOSED.
      *-----------------------------------------------------------------
           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-REPAIR-COUNT
             FROM
                 HW_REPAIR
             WHERE
                  HARDWARE_ID = :WS-HARDWARE-ID
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
           END-EVALUATE.

           IF  WS-REPAIR-COUNT GREATER THAN ZERO
               DISPLAY 'SET HAS AN OPEN REPAIR TICKET - NOT ISSUED'
               MOVE "E" TO HW-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO
                  HW_ISSUE_HIST
