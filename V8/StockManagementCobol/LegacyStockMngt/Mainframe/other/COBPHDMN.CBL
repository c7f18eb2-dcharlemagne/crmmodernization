      *-----------------------------------------------------------------
      *    COBPHDMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - RELEASE OR CLEAR ONE PAYMENT HOLD RAISED BY
      *                    COBPYDUP ON PAY_HOLD. THE ITEM IS KEYED BY
      *                    PERIOD, TYPE ('D' DUPLICATE PAYMENT, 'A'
      *                    SHARED ACCOUNT), EMPNO OR ACCOUNT NUMBER,
      *                    ROUTING NUMBER (SPACES FOR 'D') AND PAID
      *                    PERIOD. PHD-ACTION-FLAG = 'R' RELEASES THE
      *                    HELD ITEM WITH THE REASON KEYED IN
      *                    PHDREASONI SO THE PAYMENTS GO OUT AS THEY
      *                    STAND; 'C' CLEARS IT ONCE THE UNDERLYING
      *                    ROWS HAVE BEEN PUT RIGHT; ANY OTHER FLAG
      *                    READS THE ITEM BACK. EITHER WAY THE BANK
      *                    EXTRACT GOES AHEAD ONLY WHEN COBPYDUP IS
      *                    RERUN AND FINDS NOTHING STILL HELD - A
      *                    CLEARED ITEM IT FINDS AGAIN IS HELD AGAIN.
      *                    'N' MEANS NO SUCH ITEM OR NOT HELD, 'E' A
      *                    RELEASE WITHOUT A REASON, SPACES SUCCESS.
      *                    EACH ACTION IS STAMPED TO MASTER_CHANGE_LOG
      *                    THROUGH COBMDLOG. A TYPE 'K' ITEM IS A
      *                    PAYMENT COBBNKEX HELD FOR A COOLING-OFF
      *                    ACCOUNT (ROUTE 'NETPAY' OR 'EXPENSE'):
      *                    RELEASING IT PAYS IT IN THE NEXT EXTRACT,
      *                    CLEARING IT CANCELS THE PAYMENT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  ALSO RELEASE OR CLEAR THE COOLING-OFF
      *                     HOLDS COBBNKEX ENTERS AS TYPE 'K'.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBPHDMN.
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
       01  WS-NEW-STATUS            PIC X(1).
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-EDIT-AMOUNT           PIC -(9)9.99.
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'PAY_HOLD'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100).
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBPHDMN'.
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
               INCLUDE PAYHOLD
           END-EXEC.

      /
       LINKAGE SECTION.

       01  PHDPERIODI        PIC X(6).
       01  PHDTYPEI          PIC X(1).
       01  PHDKEYI           PIC X(20).
       01  PHDROUTEI         PIC X(9).
       01  PHDITEMYMI        PIC X(6).
       01  PHDREASONI        PIC X(40).
       01  PHDSTATUSO        PIC X(1).
       01  PHDCOUNTO         PIC S9(4) COMP.
       01  PHDAMOUNTO        PIC S9(9)V9(2) USAGE COMP-3.
       01  PHD-ACTION-FLAG   PIC X(1).
       01  PHD-RESULT-FLAG   PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PHDPERIODI, PHDTYPEI, PHDKEYI,
                                PHDROUTEI, PHDITEMYMI, PHDREASONI,
                                PHDSTATUSO, PHDCOUNTO, PHDAMOUNTO,
                                PHD-ACTION-FLAG, PHD-RESULT-FLAG.

            MOVE SPACES     TO PHD-RESULT-FLAG.
            MOVE PHDPERIODI TO PD-PYEARMONTH.
            MOVE PHDTYPEI   TO PD-HOLDTYPE.
            MOVE PHDKEYI    TO PD-HOLDKEY.
            MOVE PHDROUTEI  TO PD-HOLDROUTE.
            MOVE PHDITEMYMI TO PD-ITEM-YM.

            DISPLAY 'PAY HOLD = ' PD-PYEARMONTH ' ' PD-HOLDTYPE
                    ' ' PD-HOLDKEY.

            EXEC SQL
                 SET :WS-CURRENT-USER = USER
            END-EXEC.

            EVALUATE PHD-ACTION-FLAG
                WHEN "R"
                     MOVE 'R' TO WS-NEW-STATUS
                     PERFORM 5000-ACTION-HOLD THRU
                             5000-EXIT
                WHEN "C"
                     MOVE 'C' TO WS-NEW-STATUS
                     PERFORM 5000-ACTION-HOLD THRU
                             5000-EXIT
                WHEN OTHER
                     PERFORM 4000-READ-HOLD THRU
                             4000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE HOLD ITEM BACK TO THE CICS CALLING PROGRAM
      *-----------------------------------------------------------------
       4000-READ-HOLD.

                PERFORM 4100-SELECT-HOLD THRU 4100-EXIT.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE "N"        TO PHD-RESULT-FLAG
                         MOVE SPACES     TO PD-HSTATUS
                         MOVE ZERO       TO PD-PATHCOUNT
                                            PD-AMOUNT
                    WHEN OTHER
                         MOVE SPACES     TO PD-HSTATUS
                         MOVE ZERO       TO PD-PATHCOUNT
                                            PD-AMOUNT
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE PD-HSTATUS          TO PHDSTATUSO.
                MOVE PD-PATHCOUNT        TO PHDCOUNTO.
                MOVE PD-AMOUNT           TO PHDAMOUNTO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4100-SELECT-HOLD
      *-----------------------------------------------------------------
       4100-SELECT-HOLD.

                EXEC SQL
                  SELECT
                      HSTATUS
                    , PATHCOUNT
                    , AMOUNT
                  INTO
                      :PD-HSTATUS
                    , :PD-PATHCOUNT
                    , :PD-AMOUNT
                  FROM PAY_HOLD
                  WHERE PYEARMONTH = :PD-PYEARMONTH
                    AND HOLDTYPE   = :PD-HOLDTYPE
                    AND HOLDKEY    = :PD-HOLDKEY
                    AND HOLDROUTE  = :PD-HOLDROUTE
                    AND ITEM_YM    = :PD-ITEM-YM
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

       4100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * RELEASE OR CLEAR ONE HELD ITEM
      *-----------------------------------------------------------------
       5000-ACTION-HOLD.

           PERFORM 4000-READ-HOLD THRU 4000-EXIT.

           IF  PHD-RESULT-FLAG NOT = SPACES
               GO TO 5000-EXIT
           END-IF.

           IF  PD-HSTATUS NOT = 'H'
               DISPLAY 'ITEM IS NOT HELD'
               MOVE "N" TO PHD-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           IF  WS-NEW-STATUS = 'R'
           AND PHDREASONI = SPACES
               MOVE "E" TO PHD-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           MOVE PHDREASONI TO PD-RELEASE-REASON.

           EXEC SQL
                   UPDATE
                       PAY_HOLD
                   SET  HSTATUS        = :WS-NEW-STATUS
                      , RELEASE_REASON = :PD-RELEASE-REASON
                      , RELEASED_BY    = :WS-CURRENT-USER
                      , RELEASED_TS    = CURRENT TIMESTAMP
                   WHERE
                      (
                        ( PAY_HOLD.PYEARMONTH = :PD-PYEARMONTH )
                    AND ( PAY_HOLD.HOLDTYPE   = :PD-HOLDTYPE )
                    AND ( PAY_HOLD.HOLDKEY    = :PD-HOLDKEY )
                    AND ( PAY_HOLD.HOLDROUTE  = :PD-HOLDROUTE )
                    AND ( PAY_HOLD.ITEM_YM    = :PD-ITEM-YM )
                    AND ( PAY_HOLD.HSTATUS    = 'H' )
                      )
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER UPDATE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "N" TO PHD-RESULT-FLAG
                    GO TO 5000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           MOVE WS-NEW-STATUS TO PHDSTATUSO.

           PERFORM 7500-WRITE-CHANGE-LOG THRU 7500-EXIT.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7500-WRITE-CHANGE-LOG - STAMP THE ACTION TO THE SHARED
      * MASTER-DATA CHANGE LOG, KEYED BY EMPNO OR ACCOUNT NUMBER.
      *-----------------------------------------------------------------
       7500-WRITE-CHANGE-LOG.

           MOVE SPACES         TO WS-MDLOG-BEFORE
                                  WS-MDLOG-AFTER.
           MOVE "U"            TO WS-MDLOG-ACTION.
           MOVE PD-HOLDKEY     TO WS-MDLOG-KEY.
           MOVE PD-AMOUNT      TO WS-EDIT-AMOUNT.

           STRING 'H '           DELIMITED BY SIZE
                  PD-HOLDTYPE    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  PD-PYEARMONTH  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  PD-ITEM-YM     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  PD-HOLDROUTE   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
             INTO WS-MDLOG-BEFORE.
           STRING WS-NEW-STATUS  DELIMITED BY SIZE
                  ' BY '         DELIMITED BY SIZE
                  WS-CURRENT-USER
                                 DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  PD-RELEASE-REASON
                                 DELIMITED BY SIZE
             INTO WS-MDLOG-AFTER.

           CALL 'COBMDLOG' USING WS-MDLOG-TABLE, WS-MDLOG-KEY,
                WS-MDLOG-ACTION, WS-MDLOG-BEFORE, WS-MDLOG-AFTER.

       7500-EXIT.
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
