      *                    PENDING, AND SPACES ON SUCCESS. COMPLIANCE
      *                    ASKED FOR DUAL CONTROL ON COMP CHANGES -
      *                    THIS IS IT.
      *                    AN APPROVAL OR REJECTION TAKEN FOR AN
      *                    ABSENT APPROVER CARRIES THE APPROVER'S
      *                    EMPNO IN SALFORI AND THE ACTOR'S IN SALBYI;
      *                    COBDLGCK MUST ACCEPT THE ACTOR AS THE
      *                    APPROVER'S DELEGATE (APPROVAL_DELEGATION,
      *                    TYPE 'S') OR, WHILE THE APPROVER IS ON
      *                    LEAVE WITH NO DELEGATE, AS THEIR MANAGER -
      *                    OTHERWISE SAL-RESULT-FLAG COMES BACK 'G'.
      *                    AN ACCEPTED DECISION IS STAMPED ONBEHALF_OF
      *                    THE APPROVER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
       01  WS-REQUEST-TS            PIC X(26).
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-REJECT-REASON         PIC X(30).
       01  WS-ONBEHALF-OF           PIC X(6).
       01  WS-ONBEHALF-IND          PIC S9(4) USAGE COMP.

      *-----------------------------------------------------------------
      * VARIABLES FOR THE DELEGATION CHECK (COBDLGCK)
      *-----------------------------------------------------------------
       01  WS-DLGCK-TYPE            PIC X(1)  VALUE 'S'.
       01  WS-DLGCK-ITEM            PIC X(20).
       01  WS-DLGCK-RESULT          PIC X(1).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
       01  SALREASONO        PIC X(30).
       01  SAL-ACTION-FLAG   PIC X(1).
       01  SAL-RESULT-FLAG   PIC X(1).
       01  SALFORI           PIC X(6).
       01  SALBYI            PIC X(6).

           EJECT

      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SALEMPNOI, SALNEWO, SALREASONO,
                                SAL-ACTION-FLAG, SAL-RESULT-FLAG,
                                SALFORI, SALBYI.

            MOVE SPACES    TO SAL-RESULT-FLAG.
            MOVE SALEMPNOI TO WS-EMPNO.
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5500-CHECK-DELEGATION THRU 5500-EXIT.

           IF  SAL-RESULT-FLAG = "G"
               GO TO 5000-EXIT
           END-IF.

           EXEC SQL
               UPDATE
                   EMP
           EXEC SQL
               UPDATE
                   SALARY_CHANGE_PENDING
               SET  PSTATUS     = 'A'
                  , DECIDED_BY  = :WS-CURRENT-USER
                  , DECIDED_TS  = CURRENT TIMESTAMP
                  , ONBEHALF_OF =
                       :WS-ONBEHALF-OF :WS-ONBEHALF-IND
               WHERE
                   EMPNO      = :WS-EMPNO
               AND REQUEST_TS = :WS-REQUEST-TS
       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 5500-CHECK-DELEGATION - A DECISION KEYED FOR ANOTHER APPROVER
      * (SALFORI) STANDS ONLY IF COBDLGCK ACCEPTS THE ACTOR (SALBYI)
      * AS THEIR DELEGATE OR, ON ESCALATION, THEIR MANAGER. 'G' IN
      * THE RESULT FLAG MEANS REFUSED. THE ACCEPTED DECISION CARRIES
      * THE APPROVER'S EMPNO IN ONBEHALF_OF; AN OWN DECISION LEAVES
      * IT NULL.
      *-----------------------------------------------------------------
       5500-CHECK-DELEGATION.

           MOVE SPACES TO WS-ONBEHALF-OF.
           MOVE -1     TO WS-ONBEHALF-IND.

           IF  SALFORI = SPACES
               GO TO 5500-EXIT
           END-IF.

           MOVE SPACES TO WS-DLGCK-ITEM.
           STRING WS-EMPNO              DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-REQUEST-TS (1:10)  DELIMITED BY SIZE
             INTO WS-DLGCK-ITEM.

           CALL 'COBDLGCK' USING SALFORI, SALBYI, WS-DLGCK-TYPE,
                WS-DLGCK-ITEM, WS-DLGCK-RESULT.

           IF  WS-DLGCK-RESULT = "N"
               DISPLAY 'NOT AUTHORIZED TO ACT FOR ' SALFORI
               MOVE "G" TO SAL-RESULT-FLAG
               GO TO 5500-EXIT
           END-IF.

           MOVE SALFORI TO WS-ONBEHALF-OF.
           MOVE ZERO    TO WS-ONBEHALF-IND.

       5500-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * REJECT THE OLDEST PENDING CHANGE - THE ROW IS KEPT WITH THE
      * REJECTION REASON, NOT DELETED, SO COMPLIANCE CAN SEE WHAT
               GO TO 6000-EXIT
           END-IF.

           PERFORM 5500-CHECK-DELEGATION THRU 5500-EXIT.

           IF  SAL-RESULT-FLAG = "G"
               GO TO 6000-EXIT
           END-IF.

           MOVE SALREASONO TO WS-REJECT-REASON.

           EXEC SQL
                  , DECIDED_BY    = :WS-CURRENT-USER
                  , DECIDED_TS    = CURRENT TIMESTAMP
                  , REJECT_REASON = :WS-REJECT-REASON
                  , ONBEHALF_OF   =
                       :WS-ONBEHALF-OF :WS-ONBEHALF-IND
               WHERE
                   EMPNO      = :WS-EMPNO
               AND REQUEST_TS = :WS-REQUEST-TS
