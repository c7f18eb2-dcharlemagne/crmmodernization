      *                F02 DAYS NOT NUMERIC OR NOT POSITIVE,
      *                P03 PERIOD CLOSED ON PAY_PERIOD,
      *                L04 INSUFFICIENT LEAVE BALANCE,
      *                T05 LEAVE TYPE NOT ON LEAVE_TYPE,
      *                C06 CANCELLED REQUEST'S PERIOD CLOSED - THE
      *                    POSTED DAYS COULD NOT BE GIVEN BACK.
      *                AFTER THE CARDS, THE SAME VALIDATION AND
      *                POSTING IS RUN FOR EVERY ONLINE LEAVE_REQUEST
      *                COBLVAMN HAS APPROVED AND NOT YET POSTED (ITS
      *                LEAVE_DETAIL ROW IS ALREADY ON FILE), AND EVERY
      *                POSTED REQUEST COBLVRMN HAS SINCE CANCELLED IS
      *                REVERSED OUT OF LTAKEN. AN ONLINE REQUEST THAT
      *                FAILS IS WRITTEN TO LVREJECT AS A CARD IMAGE
      *                WITH ITS REASON, MARKED POSTED 'E' AND THE
      *                EMPLOYEE IS TOLD THROUGH COBMSGPT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  SECOND PASS AFTER THE LEAVEIN CARDS FOR
      *                     THE ONLINE LEAVE_REQUEST QUEUE - POSTS
      *                     EACH APPROVED, UNPOSTED REQUEST THROUGH
      *                     THE SAME CHECKS AS A CARD BUT WITHOUT
      *                     WRITING LEAVE_DETAIL AGAIN, AND REVERSES
      *                     EACH POSTED REQUEST THE EMPLOYEE HAS
      *                     CANCELLED. FAILURES GO TO LVREJECT AS CARD
      *                     IMAGES; NEW REASON C06 FOR A CANCELLATION
      *                     INTO A CLOSED PERIOD. THE CARD VALIDATION
      *                     IS SPLIT SO BOTH PASSES SHARE 2150.
      *    2026-09-02  RJM  PERSIST EACH ACCEPTED REQUEST'S ACTUAL
      *                     DATES AS A LEAVE_DETAIL ROW (START DATE,
      *                     DAYS, TYPE) INSTEAD OF THROWING THEM
       01  WS-REASON              PIC X(4).
       01  WS-ACCEPT-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-REJECT-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-POST-DETAIL-SWITCH  PIC X          VALUE 'Y'.
               88  WS-POST-DETAIL              VALUE 'Y'.

      ******************************************************************
      * VARIABLES FOR THE ONLINE LEAVE_REQUEST PASS
      ******************************************************************
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       01  WS-NEW-POSTED          PIC X(1).
       01  WS-ONLINE-POSTED       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-ONLINE-REVERSED     PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-ONLINE-REJECTED     PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-EDIT-REQNO          PIC 9(9).
       01  WS-ONLINE-CARD.
           05 WS-OC-EMPNO               PIC X(6).
           05 WS-OC-LYEARMONTH          PIC X(6).
           05 WS-OC-STARTDATE           PIC X(10).
           05 WS-OC-DAYS                PIC 9(3).
           05 WS-OC-LTYPE               PIC X(2).
           05 FILLER                    PIC X(5)  VALUE ' REQ '.
           05 WS-OC-REQNO               PIC 9(9).
           05 FILLER                    PIC X(39) VALUE SPACES.
       01  WS-MSG-SOURCE          PIC X(8)  VALUE 'COBLVREQ'.
       01  WS-MSG-SUBJECT         PIC X(64).
       01  WS-MSG-TEXT            PIC X(100).

      ******************************************************************
      * VARIABLES FOR THE LEAVE TYPE DIMENSION
                EXEC SQL INCLUDE LEAVDET
                END-EXEC.

                EXEC SQL INCLUDE LVREQST
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - THE ONLINE REQUESTS STILL TO BE
      * POSTED ('A' / POSTED 'N') OR REVERSED ('C' / POSTED 'Y').
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR FOR
                  SELECT
                      REQNO,
                      EMPNO,
                      LTYPE,
                      CHAR(START_DATE, ISO),
                      LDAYS,
                      LYEARMONTH,
                      RSTATUS
                    FROM LEAVE_REQUEST
                    WHERE (RSTATUS = 'A' AND POSTED = 'N')
                       OR (RSTATUS = 'C' AND POSTED = 'Y')
                    ORDER BY REQNO
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
                THRU    2000-EXIT
                UNTIL END-OF-LEAVEIN.

                CLOSE LEAVEIN.

                PERFORM 3000-ONLINE-REQUESTS
                THRU    3000-EXIT.

                CLOSE LVREJECT.

                DISPLAY 'LEAVE REQUESTS ACCEPTED = ' WS-ACCEPT-COUNT.
                DISPLAY 'LEAVE REQUESTS REJECTED = ' WS-REJECT-COUNT.
                DISPLAY 'ONLINE REQUESTS POSTED  = ' WS-ONLINE-POSTED.
                DISPLAY 'ONLINE REQUESTS REVERSED= '
                        WS-ONLINE-REVERSED.
                DISPLAY 'ONLINE REQUESTS REJECTED= '
                        WS-ONLINE-REJECTED.

                STOP RUN.
      /
                   GO TO 2100-EXIT
                END-IF.

                PERFORM 2150-VALIDATE-POSTING
                THRU    2150-EXIT.

       2100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-VALIDATE-POSTING - EMPLOYEE, TYPE, PERIOD AND BALANCE FOR
      * WS-DAYS; SHARED BY THE CARDS AND THE ONLINE REQUESTS.
      ******************************************************************
       2150-VALIDATE-POSTING.

                PERFORM 2200-CHECK-EMPLOYEE
                THRU    2200-EXIT.
                IF WS-REASON NOT = SPACES
                   GO TO 2150-EXIT
                END-IF.

                PERFORM 2250-CHECK-LEAVE-TYPE
                THRU    2250-EXIT.
                IF WS-REASON NOT = SPACES
                   GO TO 2150-EXIT
                END-IF.

                PERFORM 2300-CHECK-PERIOD
                THRU    2300-EXIT.
                IF WS-REASON NOT = SPACES
                   GO TO 2150-EXIT
                END-IF.

                PERFORM 2400-CHECK-BALANCE
                THRU    2400-EXIT.

       2150-EXIT.
                EXIT.

      /
                PERFORM 2550-POST-TYPED-TAKEN
                THRU    2550-EXIT.

      *         AN ONLINE REQUEST'S DETAIL ROW WAS WRITTEN ON APPROVAL
                IF WS-POST-DETAIL
                   PERFORM 2560-POST-DETAIL
                   THRU    2560-EXIT
                END-IF.

       2500-EXIT.
                EXIT.
       2550-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-ONLINE-REQUESTS - THE SECOND PASS, OVER THE ONLINE
      * LEAVE_REQUEST QUEUE.
      ******************************************************************
       3000-ONLINE-REQUESTS.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 3100-FETCH-REQUEST
                THRU    3100-EXIT
                UNTIL END-OF-C1.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3100-FETCH-REQUEST - ONE ONLINE REQUEST, SET UP AS IF IT HAD
      * COME IN ON A CARD
      ******************************************************************
       3100-FETCH-REQUEST.

                EXEC SQL
                    FETCH C1
                    INTO  :LQ-REQNO,
                          :LQ-EMPNO,
                          :LQ-LTYPE,
                          :LQ-START-DATE,
                          :LQ-LDAYS,
                          :LQ-LYEARMONTH,
                          :LQ-RSTATUS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         GO TO 3100-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE SPACES           TO WS-REASON.
                MOVE LQ-EMPNO         TO WS-EMPNO
                                         WS-OC-EMPNO.
                MOVE LQ-LYEARMONTH    TO WS-LYEARMONTH
                                         WS-OC-LYEARMONTH.
                MOVE LQ-LTYPE         TO WS-LTYPE
                                         WS-OC-LTYPE.
                MOVE LQ-START-DATE    TO WS-STARTDATE
                                         WS-OC-STARTDATE.
                MOVE LQ-LDAYS         TO WS-DAYS
                                         WS-OC-DAYS.
                MOVE LQ-REQNO         TO WS-OC-REQNO.

                IF LQ-RSTATUS = 'A'
                   PERFORM 3200-POST-APPROVED
                   THRU    3200-EXIT
                ELSE
                   PERFORM 3300-REVERSE-CANCELLED
                   THRU    3300-EXIT
                END-IF.

       3100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3200-POST-APPROVED - THE CARD CHECKS AND POSTING, LESS THE
      * LEAVE_DETAIL INSERT COBLVAMN HAS ALREADY DONE. A REQUEST THAT
      * FAILS LOSES ITS LEAVE_DETAIL ROW SO THE CALENDAR DOES NOT
      * SHOW LEAVE THAT WAS NEVER POSTED.
      ******************************************************************
       3200-POST-APPROVED.

                PERFORM 2150-VALIDATE-POSTING
                THRU    2150-EXIT.

                IF WS-REASON = SPACES
                   MOVE SPACES TO WS-POST-DETAIL-SWITCH
                   PERFORM 2500-POST-LTAKEN
                   THRU    2500-EXIT
                   MOVE 'Y'    TO WS-POST-DETAIL-SWITCH
                   MOVE 'Y'    TO WS-NEW-POSTED
                   ADD 1 TO WS-ONLINE-POSTED
                ELSE
                   PERFORM 3250-DROP-DETAIL
                   THRU    3250-EXIT
                   PERFORM 3400-REJECT-ONLINE
                   THRU    3400-EXIT
                END-IF.

                PERFORM 3500-MARK-POSTED
                THRU    3500-EXIT.

       3200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3250-DROP-DETAIL
      ******************************************************************
       3250-DROP-DETAIL.

                EXEC SQL
                    DELETE FROM LEAVE_DETAIL
                     WHERE EMPNO      = :WS-EMPNO
                       AND LSTARTDATE = DATE(:WS-STARTDATE)
                       AND LTYPE      = :WS-LTYPE
                       AND LDAYS      = :WS-DAYS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3250-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3300-REVERSE-CANCELLED - GIVE A CANCELLED REQUEST'S POSTED
      * DAYS BACK TO LTAKEN AND LBALANCE ON BOTH BUCKETS. A PERIOD
      * CLOSED SINCE IT WAS POSTED CANNOT BE TOUCHED - C06.
      ******************************************************************
       3300-REVERSE-CANCELLED.

                PERFORM 2300-CHECK-PERIOD
                THRU    2300-EXIT.

                IF WS-REASON NOT = SPACES
                   MOVE 'C06' TO WS-REASON
                   PERFORM 3400-REJECT-ONLINE
                   THRU    3400-EXIT
                   PERFORM 3500-MARK-POSTED
                   THRU    3500-EXIT
                   GO TO 3300-EXIT
                END-IF.

                EXEC SQL
                    UPDATE LEAVE
                       SET LTAKEN   = LTAKEN - :WS-DAYS,
                           LBALANCE = LBALANCE + :WS-DAYS
                     WHERE EMPNO = :WS-EMPNO
                       AND LYEARMONTH = :WS-LYEARMONTH
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    UPDATE LEAVE_TYPE_BAL
                       SET LTAKEN   = LTAKEN - :WS-DAYS,
                           LBALANCE = LBALANCE + :WS-DAYS
                     WHERE EMPNO = :WS-EMPNO
                       AND LTYPE = :WS-LTYPE
                       AND LYEARMONTH = :WS-LYEARMONTH
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE 'R' TO WS-NEW-POSTED.
                ADD 1 TO WS-ONLINE-REVERSED.

                PERFORM 3500-MARK-POSTED
                THRU    3500-EXIT.

       3300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3400-REJECT-ONLINE - THE REQUEST AS A CARD IMAGE ON LVREJECT
      * FOR THE CLERKS, AND A NOTICE TO THE EMPLOYEE
      ******************************************************************
       3400-REJECT-ONLINE.

                MOVE WS-ONLINE-CARD TO LVREJ-INPUT.
                MOVE WS-REASON      TO LVREJ-REASON.
                WRITE LVREJECT-REC.

                ADD 1 TO WS-ONLINE-REJECTED.
                MOVE 'E' TO WS-NEW-POSTED.

                MOVE LQ-REQNO TO WS-EDIT-REQNO.
                MOVE SPACES   TO WS-MSG-SUBJECT
                                 WS-MSG-TEXT.
                STRING 'LEAVE REQUEST '  DELIMITED BY SIZE
                       WS-EDIT-REQNO     DELIMITED BY SIZE
                       ' COULD NOT BE POSTED'
                                         DELIMITED BY SIZE
                  INTO WS-MSG-SUBJECT.
                STRING 'REASON CODE '    DELIMITED BY SIZE
                       WS-REASON         DELIMITED BY SIZE
                       '- THE LEAVE CLERKS HAVE IT ON THE REJECT '
                                         DELIMITED BY SIZE
                       'LIST.'           DELIMITED BY SIZE
                  INTO WS-MSG-TEXT.

                CALL 'COBMSGPT' USING WS-EMPNO, WS-MSG-SOURCE,
                     WS-MSG-SUBJECT, WS-MSG-TEXT.

       3400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3500-MARK-POSTED - 'Y' POSTED, 'R' REVERSED, 'E' ON LVREJECT
      ******************************************************************
       3500-MARK-POSTED.

                EXEC SQL
                    UPDATE LEAVE_REQUEST
                       SET POSTED = :WS-NEW-POSTED
                     WHERE REQNO  = :LQ-REQNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 9000-DBERROR - GET ERROR MESSAGE
