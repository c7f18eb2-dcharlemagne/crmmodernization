      *-----------------------------------------------------------------
      *    COBLICMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAINTAINS THE LICENSE_POOL TABLE, ONE ROW
      *                    PER SOFTWARE LICENSE PRODUCT BOUGHT FOR
      *                    DEVELOPERS - PRODUCT, TYPE ('I' IDE, 'D'
      *                    DATABASE, 'C' CLOUD TOOL), SUPPLIER, SEATS
      *                    PURCHASED, RENEWAL DATE AND ANNUAL COST PER
      *                    SEAT. ADD-LP-FLAG = 'Y' READS A POOL BACK
      *                    TO THE CICS CALLING PROGRAM, ADD-LP-FLAG =
      *                    'D' REMOVES ONE THAT HAS NEVER HAD A SEAT
      *                    ASSIGNED (A POOL WITH HISTORY IS RETIRED BY
      *                    SETTING ITS SEATS TO ZERO), AND ANY OTHER
      *                    VALUE ADDS OR UPDATES IT. THE SUPPLIER MUST
      *                    BE ON SUPPLY, AND THE SEATS MAY NOT BE CUT
      *                    BELOW THE SEATS DEVELOPERS HOLD TODAY ON
      *                    LICENSE_ASSIGN; OTHERWISE THE FLAG COMES
      *                    BACK 'E' AND NOTHING IS STORED. EVERY ADD,
      *                    UPDATE AND REMOVAL IS STAMPED TO
      *                    MASTER_CHANGE_LOG THROUGH THE SHARED
      *                    COBMDLOG UTILITY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBLICMN.
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
       01  WS-LIC-TYPE              PIC X(1).
               88  WS-TYPE-VALID              VALUE 'I' 'D' 'C'.
       01  WS-SEATS-USED            PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-ASSIGN-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-DUMMY                 PIC X(8).
       01  WS-LOG-SEATS             PIC ZZZZZ9.
       01  WS-LOG-COST              PIC ZZZZZZ9.99.

      *-----------------------------------------------------------------
      * VARIABLES FOR THE MASTER-DATA CHANGE LOG (COBMDLOG)
      *-----------------------------------------------------------------
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'LICENSE_POOL'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100) VALUE SPACES.
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBLICMN'.
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
               INCLUDE LICPOOL
           END-EXEC.

           EXEC SQL
               INCLUDE LICASSG
           END-EXEC.

      /
       LINKAGE SECTION.

       01  LPPOOLI           PIC X(8).
       01  LPPRODO           PIC X(30).
       01  LPTYPEO           PIC X(1).
       01  LPSUPNOO          PIC X(6).
       01  LPSEATSO          PIC S9(9) USAGE COMP.
       01  LPRENEWO          PIC X(10).
       01  LPCOSTO           PIC S9(7)V99 USAGE COMP-3.
       01  ADD-LP-FLAG       PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LPPOOLI, LPPRODO, LPTYPEO, LPSUPNOO,
                                LPSEATSO, LPRENEWO, LPCOSTO,
                                ADD-LP-FLAG.

            EVALUATE ADD-LP-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-POOL THRU
                             4000-EXIT
                WHEN "D"
                     PERFORM 6000-REMOVE-POOL THRU
                             6000-EXIT
                WHEN OTHER
                     PERFORM 5000-UPDATE-POOL THRU
                             5000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE LICENSE POOL BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-POOL.

                MOVE SPACES       TO ADD-LP-FLAG.
                MOVE LPPOOLI      TO LP-POOL-ID.

                DISPLAY 'LP-POOL-ID = ' LP-POOL-ID.

                EXEC SQL
                  SELECT
                      PRODUCT
                    , LIC_TYPE
                    , SUPNO
                    , SEATS_OWNED
                    , CHAR(RENEWAL_DATE, ISO)
                    , SEAT_COST
                  INTO
                      :LP-PRODUCT
                    , :LP-LIC-TYPE
                    , :LP-SUPNO
                    , :LP-SEATS-OWNED
                    , :LP-RENEWAL-DATE
                    , :LP-SEAT-COST
                  FROM LICENSE_POOL
                  WHERE POOL_ID = :LP-POOL-ID
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         MOVE SPACES     TO LP-PRODUCT
                                            LP-LIC-TYPE
                                            LP-SUPNO
                                            LP-RENEWAL-DATE
                         MOVE ZERO       TO LP-SEATS-OWNED
                                            LP-SEAT-COST
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE LP-PRODUCT          TO LPPRODO.
                MOVE LP-LIC-TYPE         TO LPTYPEO.
                MOVE LP-SUPNO            TO LPSUPNOO.
                MOVE LP-SEATS-OWNED      TO LPSEATSO.
                MOVE LP-RENEWAL-DATE     TO LPRENEWO.
                MOVE LP-SEAT-COST        TO LPCOSTO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ADD OR UPDATE ONE LICENSE POOL BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       5000-UPDATE-POOL.

           MOVE LPPOOLI      TO LP-POOL-ID.
           MOVE LPPRODO      TO LP-PRODUCT.
           MOVE LPTYPEO      TO LP-LIC-TYPE
                                WS-LIC-TYPE.
           MOVE LPSUPNOO     TO LP-SUPNO.
           MOVE LPSEATSO     TO LP-SEATS-OWNED.
           MOVE LPRENEWO     TO LP-RENEWAL-DATE.
           MOVE LPCOSTO      TO LP-SEAT-COST.

           DISPLAY 'LP-POOL-ID = ' LP-POOL-ID.

           IF  NOT WS-TYPE-VALID
               DISPLAY 'LICENSE TYPE MUST BE I, D OR C'
               MOVE "E"        TO ADD-LP-FLAG
               GO TO 5000-EXIT
           END-IF.

           IF  LP-PRODUCT      = SPACES
            OR LP-RENEWAL-DATE = SPACES
               DISPLAY 'POOL NEEDS A PRODUCT AND A RENEWAL DATE'
               MOVE "E"        TO ADD-LP-FLAG
               GO TO 5000-EXIT
           END-IF.

           IF  LP-SEATS-OWNED LESS THAN ZERO
            OR LP-SEAT-COST   LESS THAN ZERO
               DISPLAY 'SEATS AND SEAT COST MAY NOT BE NEGATIVE'
               MOVE "E"        TO ADD-LP-FLAG
               GO TO 5000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 SUPNO
             INTO
                :WS-DUMMY
             FROM
                 SUPPLY
             WHERE
                  SUPNO = :LP-SUPNO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'NO SUPPLY ROW FOR ' LP-SUPNO
                    MOVE "E"        TO ADD-LP-FLAG
                    GO TO 5000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THE SEATS OWNED MAY NOT FALL BELOW THE SEATS HELD - RECLAIM
      * SEATS THROUGH COBLICIS FIRST.
      *-----------------------------------------------------------------
           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-SEATS-USED
             FROM
                 LICENSE_ASSIGN
             WHERE
                  POOL_ID = :LP-POOL-ID
              AND RETURNED_DATE IS NULL
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           IF  LP-SEATS-OWNED LESS THAN WS-SEATS-USED
               DISPLAY 'SEATS OWNED BELOW SEATS HELD ' WS-SEATS-USED
               MOVE "E"        TO ADD-LP-FLAG
               GO TO 5000-EXIT
           END-IF.

           MOVE SPACES TO ADD-LP-FLAG.

           EXEC SQL
             SELECT
                 POOL_ID
             INTO
                :WS-DUMMY
             FROM
                 LICENSE_POOL
             WHERE
                  POOL_ID = :LP-POOL-ID
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "Y"        TO ADD-LP-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           IF  ADD-LP-FLAG = "Y"  THEN
               EXEC SQL
                       INSERT INTO
                          LICENSE_POOL
                          (
                            POOL_ID
                          , PRODUCT
                          , LIC_TYPE
                          , SUPNO
                          , SEATS_OWNED
                          , RENEWAL_DATE
                          , SEAT_COST
                          , UPDATED_BY
                          , UPDATED_TS
                          )
                           VALUES
                          (
                            :LP-POOL-ID
                          , :LP-PRODUCT
                          , :LP-LIC-TYPE
                          , :LP-SUPNO
                          , :LP-SEATS-OWNED
                          , DATE(:LP-RENEWAL-DATE)
                          , :LP-SEAT-COST
                          , :WS-CURRENT-USER
                          , CURRENT TIMESTAMP
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO ADD-LP-FLAG
                        MOVE "A"    TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           ELSE

               EXEC SQL
                       UPDATE
                           LICENSE_POOL
                       SET  PRODUCT      = :LP-PRODUCT
                          , LIC_TYPE     = :LP-LIC-TYPE
                          , SUPNO        = :LP-SUPNO
                          , SEATS_OWNED  = :LP-SEATS-OWNED
                          , RENEWAL_DATE = DATE(:LP-RENEWAL-DATE)
                          , SEAT_COST    = :LP-SEAT-COST
                          , UPDATED_BY   = :WS-CURRENT-USER
                          , UPDATED_TS   = CURRENT TIMESTAMP
                       WHERE
                            POOL_ID = :LP-POOL-ID
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE "U" TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           END-IF.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * REMOVE ONE LICENSE POOL BY MAKING A CALL TO DB2 TABLE. A POOL
      * ANY SEAT HAS EVER BEEN ASSIGNED FROM KEEPS ITS ROW SO THE
      * ASSIGNMENT HISTORY STILL RESOLVES.
      *-----------------------------------------------------------------
       6000-REMOVE-POOL.

           MOVE LPPOOLI      TO LP-POOL-ID.

           DISPLAY 'LP-POOL-ID = ' LP-POOL-ID.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-ASSIGN-COUNT
             FROM
                 LICENSE_ASSIGN
             WHERE
                  POOL_ID = :LP-POOL-ID
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 6000-EXIT
           END-EVALUATE.

           IF  WS-ASSIGN-COUNT GREATER THAN ZERO
               DISPLAY 'POOL HAS ASSIGNMENT HISTORY - SET SEATS TO '
                       'ZERO INSTEAD'
               MOVE "E"        TO ADD-LP-FLAG
               GO TO 6000-EXIT
           END-IF.

           EXEC SQL
               DELETE
               FROM  LICENSE_POOL
               WHERE POOL_ID = :LP-POOL-ID
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER DELETE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-LP-FLAG
                                   LP-PRODUCT
                                   LP-LIC-TYPE
                                   LP-SUPNO
                                   LP-RENEWAL-DATE
                    MOVE ZERO   TO LP-SEATS-OWNED
                                   LP-SEAT-COST
                    MOVE "D"    TO WS-MDLOG-ACTION
                    PERFORM 7600-WRITE-CHANGE-LOG THRU
                            7600-EXIT
               WHEN +100
                    DISPLAY 'NO SUCH LICENSE POOL'
                    MOVE "E"    TO ADD-LP-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7600-WRITE-CHANGE-LOG - STAMP THE CHANGE TO THE SHARED
      * MASTER-DATA CHANGE LOG. THE AFTER IMAGE CARRIES THE PRODUCT,
      * TYPE, SUPPLIER, SEATS, RENEWAL DATE AND SEAT COST.
      *-----------------------------------------------------------------
       7600-WRITE-CHANGE-LOG.

           MOVE SPACES        TO WS-MDLOG-KEY
                                 WS-MDLOG-AFTER.
           MOVE LP-POOL-ID    TO WS-MDLOG-KEY.
           MOVE LP-SEATS-OWNED TO WS-LOG-SEATS.
           MOVE LP-SEAT-COST   TO WS-LOG-COST.
           STRING LP-PRODUCT       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  LP-LIC-TYPE      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  LP-SUPNO         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-LOG-SEATS     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  LP-RENEWAL-DATE  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-LOG-COST      DELIMITED BY SIZE
             INTO WS-MDLOG-AFTER.

           CALL 'COBMDLOG' USING WS-MDLOG-TABLE, WS-MDLOG-KEY,
                WS-MDLOG-ACTION, WS-MDLOG-BEFORE, WS-MDLOG-AFTER.

       7600-EXIT.
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
