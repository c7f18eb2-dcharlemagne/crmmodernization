      *                REBUILT VSAM CLUSTER, AND SETS A NON-ZERO
      *                CONDITION CODE WHEN THEY DISAGREE - SO THE
      *                COBFUNC3-DEPENDENT STEPS NEVER RUN AGAINST A
      *                HALF-LOADED FILE. THE RECORDS ARE ALSO COUNTED
      *                THROUGH EACH ALTERNATE INDEX (WORKDEPT ON PATH
      *                VSAMF1, LASTNAME ON PATH VSAMF2) - A BLDINDEX
      *                THAT FELL SHORT HOLDS THE DEPENDENT STEPS THE
      *                SAME WAY, SINCE COBEMPLK BROWSES THROUGH THEM.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
       FILE-CONTROL.
          SELECT EMPDATA ASSIGN TO VSAMF
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS EMPDATA-EMPNO
             ALTERNATE RECORD KEY IS EMPDATA-WORKDEPT
                 WITH DUPLICATES
             ALTERNATE RECORD KEY IS EMPDATA-LASTNAME
                 WITH DUPLICATES.
          SELECT UNLDCNT ASSIGN TO UNLDCNT.

       DATA DIVISION.
           RECORD CONTAINS 120 CHARACTERS.
       01  EMPDATA-REC.
           05 EMPDATA-EMPNO             PIC X(6).
           05 FILLER                    PIC X(34).
           05 EMPDATA-WORKDEPT          PIC X(3).
           05 FILLER                    PIC X(14).
           05 EMPDATA-LASTNAME          PIC X(15).
           05 FILLER                    PIC X(48).

       FD  UNLDCNT
           LABEL RECORDS ARE STANDARD
               88  END-OF-EMPDATA                VALUE  'Y'.
       01  WS-UNLOAD-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-VSAM-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-DEPT-AIX-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-NAME-AIX-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.

      /
       PROCEDURE DIVISION.
                THRU    2000-EXIT
                UNTIL END-OF-EMPDATA.

                PERFORM 3000-COUNT-DEPT-AIX
                THRU    3000-EXIT.

                PERFORM 4000-COUNT-NAME-AIX
                THRU    4000-EXIT.

                CLOSE EMPDATA.

                DISPLAY 'UNLOADED RECORDS = ' WS-UNLOAD-COUNT.
                DISPLAY 'VSAM RECORDS     = ' WS-VSAM-COUNT.
                DISPLAY 'WORKDEPT AIX     = ' WS-DEPT-AIX-COUNT.
                DISPLAY 'LASTNAME AIX     = ' WS-NAME-AIX-COUNT.

                IF WS-VSAM-COUNT NOT = WS-UNLOAD-COUNT
                   DISPLAY 'VSAM EMPLOYEE FILE OUT OF STEP WITH '
                           'THE UNLOAD - DEPENDENT STEPS HELD'
                   MOVE 16 TO RETURN-CODE
                ELSE
                   IF WS-DEPT-AIX-COUNT NOT = WS-UNLOAD-COUNT
                      OR WS-NAME-AIX-COUNT NOT = WS-UNLOAD-COUNT
                      DISPLAY 'VSAM ALTERNATE INDEX OUT OF STEP WITH '
                              'THE UNLOAD - DEPENDENT STEPS HELD'
                      MOVE 16 TO RETURN-CODE
                   ELSE
                      DISPLAY 'VSAM EMPLOYEE FILE RECONCILED'
                   END-IF
                END-IF.

                STOP RUN.
      ******************************************************************
       2000-COUNT-VSAM.

                READ EMPDATA NEXT RECORD
                    AT END
                       MOVE 'Y' TO END-OF-EMPDATA-SWITCH
                    NOT AT END

       2000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3000-COUNT-DEPT-AIX - EVERY RECORD AGAIN IN WORKDEPT ORDER.
      * A START THAT FINDS NOTHING LEAVES THE COUNT AT ZERO.
      ******************************************************************
       3000-COUNT-DEPT-AIX.

                MOVE SPACES     TO END-OF-EMPDATA-SWITCH.
                MOVE LOW-VALUES TO EMPDATA-WORKDEPT.

                START EMPDATA
                    KEY IS NOT LESS THAN EMPDATA-WORKDEPT
                    INVALID KEY
                       GO TO 3000-EXIT
                END-START.

                PERFORM 3100-READ-DEPT-AIX
                THRU    3100-EXIT
                UNTIL END-OF-EMPDATA.

       3000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3100-READ-DEPT-AIX
      ******************************************************************
       3100-READ-DEPT-AIX.

                READ EMPDATA NEXT RECORD
                    AT END
                       MOVE 'Y' TO END-OF-EMPDATA-SWITCH
                    NOT AT END
                       ADD 1 TO WS-DEPT-AIX-COUNT
                END-READ.

       3100-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4000-COUNT-NAME-AIX - EVERY RECORD AGAIN IN LASTNAME ORDER.
      ******************************************************************
       4000-COUNT-NAME-AIX.

                MOVE SPACES     TO END-OF-EMPDATA-SWITCH.
                MOVE LOW-VALUES TO EMPDATA-LASTNAME.

                START EMPDATA
                    KEY IS NOT LESS THAN EMPDATA-LASTNAME
                    INVALID KEY
                       GO TO 4000-EXIT
                END-START.

                PERFORM 4100-READ-NAME-AIX
                THRU    4100-EXIT
                UNTIL END-OF-EMPDATA.

       4000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4100-READ-NAME-AIX
      ******************************************************************
       4100-READ-NAME-AIX.

                READ EMPDATA NEXT RECORD
                    AT END
                       MOVE 'Y' TO END-OF-EMPDATA-SWITCH
                    NOT AT END
                       ADD 1 TO WS-NAME-AIX-COUNT
                END-READ.

       4100-EXIT.
                EXIT.
