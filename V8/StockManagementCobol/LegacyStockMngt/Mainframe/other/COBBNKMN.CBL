      *                    REMOVES THE ROW, AND ANY OTHER VALUE ADDS
      *                    OR UPDATES IT - THE SAME FLAG CONVENTION
      *                    COBDEDMN USES FOR THE DEDUCTION CATALOG.
      *                    EVERY ADD, CHANGE AND REMOVAL IS STAMPED TO
      *                    MASTER_CHANGE_LOG THROUGH COBMDLOG AND
      *                    CONFIRMED TO THE EMPLOYEE'S INBOX THROUGH
      *                    COBMSGPT, AND A NEW OR CHANGED ACCOUNT
      *                    NUMBER STARTS COBBNKEX'S COOLING-OFF CLOCK.
      *                    THE ACCOUNT NUMBER KEYED IS ENCIPHERED
      *                    THROUGH COBACCTC BEFORE IT IS STORED, AND
      *                    ONLY ITS MASKED FORM IS EVER HANDED BACK.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  STORE THE ACCOUNT NUMBER ENCIPHERED IN
      *                     BANKACCT_ENC/PREVACCT_ENC THROUGH
      *                     COBACCTC, WITH ONLY THE LAST FOUR DIGITS
      *                     LEFT IN BANKACCT/PREVACCT. THE READ AND
      *                     THE CHANGE LOG NOW CARRY THE MASKED FORM,
      *                     AN UPDATE THAT SENDS BACK THE MASKED
      *                     NUMBER KEEPS THE ACCOUNT ON FILE, AND THE
      *                     CHANGE TEST COMPARES CIPHERTEXT.
      *    2026-10-15  RJM  STAMP CHANGED_TS AND THE PREVIOUS ACCOUNT
      *                     (PREVACCT/PREVROUTE) WHEN AN ACCOUNT IS
      *                     ADDED OR ITS ACCOUNT OR ROUTING NUMBER
      *                     CHANGES, SO COBBNKEX CAN HOLD A NEW
      *                     ACCOUNT THROUGH ITS COOLING-OFF PERIOD.
      *                     EVERY ADD, UPDATE AND REMOVAL IS NOW
      *                     LOGGED THROUGH COBMDLOG AND CONFIRMED TO
      *                     THE EMPLOYEE THROUGH COBMSGPT - A
      *                     DIVERTED ACCOUNT NO LONGER GOES UNSEEN.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBNKMN.
       01  WS-SPLITAMT              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-SPLITPCT-IND          PIC S9(4) USAGE COMP.
       01  WS-SPLITAMT-IND          PIC S9(4) USAGE COMP.
       01  WS-OLD-ACCT              PIC X(20).
       01  WS-OLD-ROUTE             PIC X(9).
       01  WS-PREVACCT              PIC X(20).
       01  WS-PREVROUTE             PIC X(9).
       01  WS-PREV-IND              PIC S9(4) USAGE COMP.
       01  WS-BANKACCT-ENC          PIC X(32).
       01  WS-OLD-ACCT-ENC          PIC X(32).
       01  WS-OLD-ENC-IND           PIC S9(4) USAGE COMP.
       01  WS-PREVACCT-ENC          PIC X(32).
       01  WS-PREV-ENC-IND          PIC S9(4) USAGE COMP.
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-EDIT-ACCTSEQ          PIC 9(1).
       77  WS-SAVED-SWITCH          PIC X     VALUE SPACES.
           88  WS-SAVED                  VALUE 'Y'.
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'EMP_BANK_ACCT'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100).
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR THE ACCOUNT NUMBER CIPHER (COBACCTC)
      *-----------------------------------------------------------------
       01  WS-ACCTC-FUNCTION        PIC X(1)  VALUE 'E'.
       01  WS-ACCTC-CLEAR           PIC X(20).
       01  WS-ACCTC-RC              PIC S9(9) COMP.

      *-----------------------------------------------------------------
      * VARIABLES FOR INBOX NOTIFICATION (COBMSGPT)
      *-----------------------------------------------------------------
       01  WS-MSG-SOURCE            PIC X(8)  VALUE 'COBBNKMN'.
       01  WS-MSG-SUBJECT           PIC X(64).
       01  WS-MSG-TEXT              PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
                                BNKACCTO, BNKROUTEO, BNKSPLITPCTO,
                                BNKSPLITAMTO, ADD-BNK-FLAG.

            MOVE SPACES TO WS-SAVED-SWITCH.

            EXEC SQL
                 SET :WS-CURRENT-USER = USER
            END-EXEC.

            EVALUATE ADD-BNK-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-ACCOUNT THRU
            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE BANK ACCOUNT ROW BY MAKING A CALL TO DB2 TABLE - THE
      * ACCOUNT NUMBER COMES BACK MASKED.
      *-----------------------------------------------------------------
       4000-READ-ACCOUNT.

           DISPLAY 'WS-EMPNO = ' WS-EMPNO
                   ' WS-ACCTSEQ = ' WS-ACCTSEQ.

           MOVE SPACES TO WS-OLD-ACCT
                          WS-OLD-ROUTE
                          WS-OLD-ACCT-ENC.
           MOVE -1     TO WS-OLD-ENC-IND.

           EXEC SQL
             SELECT
                 EMPNO
               , BANKACCT
               , BANKROUTE
               , BANKACCT_ENC
             INTO
                :WS-EMPNO
              , :WS-OLD-ACCT
              , :WS-OLD-ROUTE
              , :WS-OLD-ACCT-ENC :WS-OLD-ENC-IND
             FROM
                 EMP_BANK_ACCT
             WHERE
           END-EVALUATE.

           MOVE BNKEMPNOI            TO WS-EMPNO.
           MOVE BNKROUTEO            TO WS-BANKROUTE.

      *-----------------------------------------------------------------
      * A NUMBER STARTING '*' IS THE MASKED FORM THE READ HANDED OUT,
      * SENT BACK UNCHANGED - KEEP THE ACCOUNT ON FILE. ANYTHING ELSE
      * IS A NEWLY KEYED NUMBER AND IS ENCIPHERED; THE CALLER GETS
      * THE MASKED FORM BACK IN ITS PLACE.
      *-----------------------------------------------------------------
           IF  BNKACCTO (1:1) = "*"
               IF  ADD-BNK-FLAG = "Y"
               OR  WS-OLD-ENC-IND LESS THAN ZERO
                   DISPLAY 'FULL ACCOUNT NUMBER REQUIRED FOR '
                           WS-EMPNO ' - NOT SAVED'
                   GO TO 5000-EXIT
               END-IF
               MOVE WS-OLD-ACCT      TO WS-BANKACCT
               MOVE WS-OLD-ACCT-ENC  TO WS-BANKACCT-ENC
           ELSE
               MOVE BNKACCTO         TO WS-ACCTC-CLEAR
               MOVE 'E'              TO WS-ACCTC-FUNCTION
               CALL 'COBACCTC' USING WS-ACCTC-FUNCTION,
                    WS-ACCTC-CLEAR, WS-BANKACCT-ENC, WS-BANKACCT,
                    WS-ACCTC-RC
               MOVE SPACES           TO WS-ACCTC-CLEAR
               IF  WS-ACCTC-RC NOT = ZERO
                   DISPLAY 'ACCOUNT NUMBER COULD NOT BE ENCIPHERED'
                           ' FOR ' WS-EMPNO ' - NOT SAVED'
                   GO TO 5000-EXIT
               END-IF
           END-IF.
           MOVE WS-BANKACCT          TO BNKACCTO.

           MOVE BNKSPLITPCTO         TO WS-SPLITPCT.
           MOVE BNKSPLITAMTO         TO WS-SPLITAMT.
           MOVE ZERO                 TO WS-SPLITPCT-IND
           END-IF.

           IF  ADD-BNK-FLAG = "Y"  THEN
               PERFORM 5100-GET-PREVIOUS-ACCOUNT THRU 5100-EXIT
               EXEC SQL
                       INSERT INTO
                          EMP_BANK_ACCT
                          , EFFDATE
                          , SPLITPCT
                          , SPLITAMT
                          , PREVACCT
                          , PREVROUTE
                          , CHANGED_TS
                          , BANKACCT_ENC
                          , PREVACCT_ENC
                          )
                           VALUES
                          (
                          , :WS-EFFDATE
                          , :WS-SPLITPCT :WS-SPLITPCT-IND
                          , :WS-SPLITAMT :WS-SPLITAMT-IND
                          , :WS-PREVACCT :WS-PREV-IND
                          , :WS-PREVROUTE :WS-PREV-IND
                          , CURRENT TIMESTAMP
                          , :WS-BANKACCT-ENC
                          , :WS-PREVACCT-ENC :WS-PREV-ENC-IND
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
                   WHEN 0
                        CONTINUE
                        MOVE SPACES TO ADD-BNK-FLAG
                        MOVE 'Y'    TO WS-SAVED-SWITCH
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           ELSE

      *        A NEW ACCOUNT OR ROUTING NUMBER KEEPS THE OUTGOING ONE
      *        AS THE PREVIOUS ACCOUNT AND RESTARTS THE COOLING-OFF
      *        CLOCK; A SPLIT-ONLY CHANGE LEAVES BOTH AS THEY WERE.
               EXEC SQL
                       UPDATE
                           EMP_BANK_ACCT
                       SET  PREVACCT  =
                              CASE WHEN BANKACCT_ENC = :WS-BANKACCT-ENC
                                    AND BANKROUTE = :WS-BANKROUTE
                                   THEN PREVACCT
                                   ELSE BANKACCT
                              END
                          , PREVACCT_ENC =
                              CASE WHEN BANKACCT_ENC = :WS-BANKACCT-ENC
                                    AND BANKROUTE = :WS-BANKROUTE
                                   THEN PREVACCT_ENC
                                   ELSE BANKACCT_ENC
                              END
                          , PREVROUTE =
                              CASE WHEN BANKACCT_ENC = :WS-BANKACCT-ENC
                                    AND BANKROUTE = :WS-BANKROUTE
                                   THEN PREVROUTE
                                   ELSE BANKROUTE
                              END
                          , CHANGED_TS =
                              CASE WHEN BANKACCT_ENC = :WS-BANKACCT-ENC
                                    AND BANKROUTE = :WS-BANKROUTE
                                   THEN CHANGED_TS
                                   ELSE CURRENT TIMESTAMP
                              END
                          , BANKACCT  = :WS-BANKACCT
                          , BANKACCT_ENC = :WS-BANKACCT-ENC
                          , BANKROUTE = :WS-BANKROUTE
                          , SPLITPCT  = :WS-SPLITPCT :WS-SPLITPCT-IND
                          , SPLITAMT  = :WS-SPLITAMT :WS-SPLITAMT-IND

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE 'Y'    TO WS-SAVED-SWITCH
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           END-IF.

           IF  WS-SAVED
               IF  WS-OLD-ACCT = SPACES
                   MOVE "A" TO WS-MDLOG-ACTION
               ELSE
                   MOVE "U" TO WS-MDLOG-ACTION
               END-IF
               PERFORM 7500-WRITE-CHANGE-LOG THRU 7500-EXIT
               PERFORM 7600-NOTIFY-EMPLOYEE THRU 7600-EXIT
           END-IF.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 5100-GET-PREVIOUS-ACCOUNT - THE ACCOUNT THIS NEW ROW REPLACES:
      * THE LATEST EARLIER-DATED ROW FOR THE SAME SEQUENCE. A FIRST
      * ACCOUNT HAS NONE AND IS STORED WITH A NULL PREVIOUS ACCOUNT.
      *-----------------------------------------------------------------
       5100-GET-PREVIOUS-ACCOUNT.

           MOVE SPACES TO WS-PREVACCT
                          WS-PREVROUTE
                          WS-PREVACCT-ENC.
           MOVE -1     TO WS-PREV-IND
                          WS-PREV-ENC-IND.

           EXEC SQL
             SELECT
                 BANKACCT
               , BANKROUTE
               , BANKACCT_ENC
             INTO
                :WS-PREVACCT
              , :WS-PREVROUTE
              , :WS-PREVACCT-ENC :WS-PREV-ENC-IND
             FROM
                 EMP_BANK_ACCT
             WHERE
                  EMPNO   = :WS-EMPNO
              AND ACCTSEQ = :WS-ACCTSEQ
              AND EFFDATE < :WS-EFFDATE
             ORDER BY EFFDATE DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE ZERO TO WS-PREV-IND
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       5100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * REMOVE ONE BANK ACCOUNT ROW BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
           DISPLAY 'WS-EMPNO = ' WS-EMPNO
                   ' WS-ACCTSEQ = ' WS-ACCTSEQ.

           MOVE SPACES TO WS-OLD-ACCT
                          WS-OLD-ROUTE
                          WS-BANKACCT
                          WS-BANKROUTE.

           EXEC SQL
             SELECT
                 BANKACCT
               , BANKROUTE
             INTO
                :WS-OLD-ACCT
              , :WS-OLD-ROUTE
             FROM
                 EMP_BANK_ACCT
             WHERE
                  EMPNO   = :WS-EMPNO
              AND ACCTSEQ = :WS-ACCTSEQ
              AND EFFDATE = :WS-EFFDATE
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    GO TO 6000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 6000-EXIT
           END-EVALUATE.

           EXEC SQL
               DELETE FROM
                   EMP_BANK_ACCT
           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-BNK-FLAG
                    MOVE "D"    TO WS-MDLOG-ACTION
                    PERFORM 7500-WRITE-CHANGE-LOG THRU 7500-EXIT
                    PERFORM 7600-NOTIFY-EMPLOYEE THRU 7600-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.
       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7500-WRITE-CHANGE-LOG - STAMP THE CHANGE TO THE SHARED
      * MASTER-DATA CHANGE LOG, KEYED BY EMPNO, SEQUENCE AND
      * EFFECTIVE DATE, WITH THE ACCOUNT AND ROUTING NUMBER BEFORE
      * AND AFTER. COBRPT74 PRINTS THESE EVERY NIGHT.
      *-----------------------------------------------------------------
       7500-WRITE-CHANGE-LOG.

           MOVE SPACES         TO WS-MDLOG-KEY
                                  WS-MDLOG-BEFORE
                                  WS-MDLOG-AFTER.
           MOVE WS-ACCTSEQ     TO WS-EDIT-ACCTSEQ.

           STRING WS-EMPNO        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-EDIT-ACCTSEQ DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-EFFDATE      DELIMITED BY SIZE
             INTO WS-MDLOG-KEY.

           IF  WS-OLD-ACCT NOT = SPACES
               STRING WS-OLD-ACCT  DELIMITED BY SPACE
                      ' '          DELIMITED BY SIZE
                      WS-OLD-ROUTE DELIMITED BY SIZE
                 INTO WS-MDLOG-BEFORE
           END-IF.
           IF  WS-BANKACCT NOT = SPACES
               STRING WS-BANKACCT  DELIMITED BY SPACE
                      ' '          DELIMITED BY SIZE
                      WS-BANKROUTE DELIMITED BY SIZE
                 INTO WS-MDLOG-AFTER
           END-IF.

           CALL 'COBMDLOG' USING WS-MDLOG-TABLE, WS-MDLOG-KEY,
                WS-MDLOG-ACTION, WS-MDLOG-BEFORE, WS-MDLOG-AFTER.

       7500-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7600-NOTIFY-EMPLOYEE - CONFIRM THE CHANGE TO THE EMPLOYEE'S
      * INBOX, WITHOUT THE ACCOUNT NUMBER, SO A CHANGE THEY DID NOT
      * ASK FOR IS SEEN BEFORE PAYDAY.
      *-----------------------------------------------------------------
       7600-NOTIFY-EMPLOYEE.

           MOVE SPACES TO WS-MSG-SUBJECT
                          WS-MSG-TEXT.

           IF  WS-MDLOG-ACTION = "D"
               MOVE 'BANK ACCOUNT REMOVED FROM YOUR PAY DETAILS'
                 TO WS-MSG-SUBJECT
           ELSE
               MOVE 'BANK ACCOUNT FOR YOUR PAY ADDED OR CHANGED'
                 TO WS-MSG-SUBJECT
           END-IF.

           STRING 'PAY ACCOUNT '     DELIMITED BY SIZE
                  WS-EDIT-ACCTSEQ    DELIMITED BY SIZE
                  ' EFFECTIVE '      DELIMITED BY SIZE
                  WS-EFFDATE         DELIMITED BY SIZE
                  ' UPDATED BY '     DELIMITED BY SIZE
                  WS-CURRENT-USER    DELIMITED BY SPACE
                  '. NOT YOU? CONTACT PAYROLL AT ONCE.'
                                     DELIMITED BY SIZE
             INTO WS-MSG-TEXT.

           CALL 'COBMSGPT' USING WS-EMPNO, WS-MSG-SOURCE,
                WS-MSG-SUBJECT, WS-MSG-TEXT.

       7600-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 9000-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
