      *                    OR UPDATES IT - THE SAME FLAG CONVENTION
      *                    COBDEDMN USES FOR THE DEDUCTION CATALOG.
      *                    THE EMPLOYEE MUST EXIST ON EMP.
      *                    EVERY ADD, UPDATE AND DELETE IS STAMPED TO
      *                    MASTER_CHANGE_LOG THROUGH THE SHARED
      *                    COBMDLOG UTILITY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  LOG EVERY ADD, UPDATE AND DELETE THROUGH
      *                     COBMDLOG, KEYED BY EMPNO AND DEPENDENT
      *                     SEQUENCE, SO COBCARFD CAN SEND THE
      *                     CARRIERS A CHANGED DEPENDENT LIST FOR
      *                     EVERY EMPLOYEE WHOSE DEPENDENTS CHANGED
      *                     SINCE THEIR LAST FEED.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBDEPMN.
       01  WS-BENEF-PCT-IND         PIC S9(4) USAGE COMP.
       01  WS-DUMMY                 PIC X(6).

      *-----------------------------------------------------------------
      * VARIABLES FOR THE MASTER-DATA CHANGE LOG (COBMDLOG)
      *-----------------------------------------------------------------
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'EMP_DEPENDENT'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100) VALUE SPACES.
       01  WS-MDLOG-AFTER           PIC X(100).
       01  WS-MDLOG-DEPSEQ          PIC 9(4).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO ADD-DEP-FLAG
                        MOVE "A"    TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE "U" TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE
           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-DEP-FLAG
                                   WS-DEPNAME
                                   WS-RELATIONSHIP
                    MOVE "D"    TO WS-MDLOG-ACTION
                    PERFORM 7600-WRITE-CHANGE-LOG THRU
                            7600-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.
       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7600-WRITE-CHANGE-LOG - STAMP THE CHANGE TO THE SHARED
      * MASTER-DATA CHANGE LOG. THE KEY CARRIES EMPNO AND DEPENDENT
      * SEQUENCE; THE AFTER IMAGE THE NAME AND RELATIONSHIP.
      *-----------------------------------------------------------------
       7600-WRITE-CHANGE-LOG.

           MOVE SPACES        TO WS-MDLOG-KEY
                                 WS-MDLOG-AFTER.
           MOVE WS-DEPSEQ     TO WS-MDLOG-DEPSEQ.
           STRING WS-EMPNO        DELIMITED BY SIZE
                  WS-MDLOG-DEPSEQ DELIMITED BY SIZE
             INTO WS-MDLOG-KEY.
           STRING WS-DEPNAME      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-RELATIONSHIP DELIMITED BY SIZE
             INTO WS-MDLOG-AFTER.

           CALL 'COBMDLOG' USING WS-MDLOG-TABLE, WS-MDLOG-KEY,
                WS-MDLOG-ACTION, WS-MDLOG-BEFORE, WS-MDLOG-AFTER.

       7600-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 9000-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
