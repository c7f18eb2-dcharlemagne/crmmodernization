      *---------------------------------------------------------------
      *
      *   THIS IS AN IMS COBOL MPP PROGRAM WHICH GETS TRIGGERED BY THE
      *   JOBINQ TRANSACTION. IT READS BACK THE JOBDET SEGMENTS THAT
      *   COBIMSO1 WRITES TO DBDJOBDT, SO OPERATIONS CAN SEE TODAY'S
      *   JOB RUNS WITHOUT WAITING FOR THE NIGHTLY COBIMSX1 BRIDGE.
      *
      *   THE INPUT MESSAGE CARRIES A MODE, A JOBID, AN OPTIONAL
      *   SUBSIDIARY AND DEPTNO, A RUNDATE RANGE AND A PAGE NUMBER.
      *     MODE D - DETAIL. EVERY JOBDET SEGMENT FOR THE JOBID WITH A
      *              RUNDATE IN THE RANGE (BLANK FROM = TODAY, BLANK
      *              TO = FROM), NARROWED BY SUBSIDIARY AND DEPTNO
      *              WHEN GIVEN. THE JOBID IS REQUIRED.
      *     MODE S - SUMMARY. FOR TODAY, EACH JOBID'S RUN COUNT AND
      *              LAST RUNTIME NEXT TO ITS JOB_SCHEDULE EXPECTATION
      *              AND THE SAME VERDICT COBSLAMN PRINTS (ON TIME,
      *              LATE, UNEXPECTED, DID NOT RUN, NOT YET DUE). A
      *              BLANK JOBID MEANS EVERY JOB; JOBS SCHEDULED FOR
      *              TODAY WITH NO RUN YET ARE INCLUDED.
      *
      *   THE REPLY IS A MULTI-SEGMENT MESSAGE. THE FIRST SEGMENT IS
      *   THE SAME STATUS/REASON ACKNOWLEDGEMENT COBIMSO1 SENDS; EACH
      *   SEGMENT AFTER IT IS ONE JOBDET SEGMENT IMAGE (MODE D) OR ONE
      *   JOBID SUMMARY (MODE S), 15 TO A PAGE. THE REASON SAYS WHICH
      *   PAGE WAS SENT AND WHETHER MORE FOLLOW; THE CALLER ASKS FOR
      *   THE NEXT PAGE BY SENDING THE SAME REQUEST WITH THE PAGE
      *   NUMBER UP ONE.
      *
      *   PSB IMSQPSB1 - THE I/O PCB AND A READ-ONLY (PROCOPT=G) PCB
      *   OVER DBDJOBDT.
      *
      *   CAUTION : THIS IS A DEMO PROGRAM AND MAY NOT BE USED AS IS
      *
      *---------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION---------
      *
      *---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COBIMSQ1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *-----------------------------------------------------------------
      * WORKAREAS
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  GET-UNIQUE      PIC  X(4)  VALUE 'GU  '.
       01  GET-NEXT        PIC  X(4)  VALUE 'GN  '.
       01  ISRT            PIC  X(4)  VALUE 'ISRT'.

      *-----------------------------------------------------------------
      * DETAIL-SSA FINDS ONE JOBID'S SEGMENTS IN A RUNDATE RANGE;
      * TODAY-SSA FINDS EVERY SEGMENT WITH TODAY'S RUNDATE.
      *-----------------------------------------------------------------
       01  DETAIL-SSA.
           10 FILLER       PIC  X(8)  VALUE 'JOBDET  '.
           10 FILLER       PIC  X     VALUE '('.
           10 FILLER       PIC  X(8)  VALUE 'JOBID   '.
           10 FILLER       PIC  X(2)  VALUE ' ='.
           10 DSSA-JOBID   PIC  X(20).
           10 FILLER       PIC  X     VALUE '&'.
           10 FILLER       PIC  X(8)  VALUE 'RUNDATE '.
           10 FILLER       PIC  X(2)  VALUE '>='.
           10 DSSA-FROM    PIC  X(10).
           10 FILLER       PIC  X     VALUE '&'.
           10 FILLER       PIC  X(8)  VALUE 'RUNDATE '.
           10 FILLER       PIC  X(2)  VALUE '<='.
           10 DSSA-TO      PIC  X(10).
           10 FILLER       PIC  X     VALUE ')'.

       01  TODAY-SSA.
           10 FILLER       PIC  X(8)  VALUE 'JOBDET  '.
           10 FILLER       PIC  X     VALUE '('.
           10 FILLER       PIC  X(8)  VALUE 'RUNDATE '.
           10 FILLER       PIC  X(2)  VALUE ' ='.
           10 TSSA-TODAY   PIC  X(10).
           10 FILLER       PIC  X     VALUE ')'.

       01  JOBDET-SEG-IN.
           10 JOBID                PIC X(20).
           10 SUBSIDIARY           PIC X(20).
           10 DEPTNO               PIC X(03).
           10 RUNDATE              PIC X(10).
           10 RUNTIME              PIC X(05).

       01  MESSAGE-BUFFER-IN.
           05  MI-LENGTH                PIC S9(4)  COMP.
           05  MI-ZZ                    PIC S9(4)  COMP.
           05  MI-TRAN-CODE             PIC X(6).
      *          (JOBINQ)
           05  MI-MODE                  PIC X(1).
               88  MI-DETAIL-MODE              VALUE 'D'.
               88  MI-SUMMARY-MODE             VALUE 'S'.
           05  MI-JOBID                 PIC X(20).
           05  MI-SUBSIDIARY            PIC X(20).
           05  MI-DEPTNO                PIC X(3).
           05  MI-FROM-DATE             PIC X(10).
           05  MI-TO-DATE               PIC X(10).
           05  MI-PAGE                  PIC X(3).
           05  MI-PAGE-N REDEFINES MI-PAGE
                                        PIC 9(3).

      *-----------------------------------------------------------------
      * RESPONSE MESSAGE - THE FIRST SEGMENT IS LAID OUT EXACTLY AS
      * COBIMSO1'S ACKNOWLEDGEMENT; THE REST ARE THE PAGE OF RESULTS.
      *-----------------------------------------------------------------
       01  MESSAGE-BUFFER-OUT.
           05  MO-LENGTH                PIC S9(4)  COMP VALUE +42.
           05  MO-ZZ                    PIC S9(4)  COMP VALUE ZERO.
           05  MO-STATUS                PIC X(8).
           05  MO-REASON                PIC X(30).

       01  MESSAGE-DETAIL-OUT.
           05  MD-LENGTH                PIC S9(4)  COMP VALUE +62.
           05  MD-ZZ                    PIC S9(4)  COMP VALUE ZERO.
           05  MD-JOBDET                PIC X(58).

       01  MESSAGE-SUMMARY-OUT.
           05  MS-LENGTH                PIC S9(4)  COMP VALUE +51.
           05  MS-ZZ                    PIC S9(4)  COMP VALUE ZERO.
           05  MS-JOBID                 PIC X(20).
           05  MS-RUN-COUNT             PIC 9(4).
           05  MS-LAST-RUNTIME          PIC X(5).
           05  MS-EXPECTED              PIC X(1).
           05  MS-LATEST-RUNTIME        PIC X(5).
           05  MS-VERDICT               PIC X(12).

      *-----------------------------------------------------------------
      * THE PAGE BEING BUILT (MODE D) AND TODAY'S JOBS (MODE S)
      *-----------------------------------------------------------------
       01  WS-PAGE-TABLE.
           05  WS-PAGE-ENTRY            PIC X(58)  OCCURS 15 TIMES.

       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY             OCCURS 200 TIMES.
               10  WS-JT-JOBID          PIC X(20).
               10  WS-JT-RUN-COUNT      PIC S9(4)  COMP.
               10  WS-JT-LAST-RUNTIME   PIC X(5).
               10  WS-JT-EXPECTED       PIC X(1).
               10  WS-JT-LATEST-RUNTIME PIC X(5).
               10  WS-JT-VERDICT        PIC X(12).

       01  WS-PAGE-SIZE             PIC S9(4) COMP VALUE +15.
       01  WS-JOB-MAX               PIC S9(4) COMP VALUE +200.
       01  WS-JOB-COUNT             PIC S9(4) COMP VALUE ZERO.
       01  WS-JOB-SUB               PIC S9(4) COMP VALUE ZERO.
       01  WS-PAGE-SUB              PIC S9(4) COMP VALUE ZERO.
       01  WS-PAGE-NO               PIC S9(4) COMP VALUE +1.
       01  WS-SKIP-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-MATCH-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-RETURNED-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-FIRST-SUB             PIC S9(4) COMP VALUE ZERO.
       01  WS-LAST-SUB              PIC S9(4) COMP VALUE ZERO.
       01  WS-EDIT-PAGE             PIC 9(3).
       01  WS-EDIT-NEXT             PIC 9(3).
       01  WS-TODAY                 PIC X(10).
       01  WS-NOW-TIME              PIC X(8).
       01  WS-DOW                   PIC S9(4) COMP.
       01  WS-CHECK-DATE            PIC X(10).
       01  WS-SCHED-JOBID           PIC X(20).
       01  WS-RUN-DAYS              PIC X(7).
       01  WS-LATEST-RUNTIME        PIC X(5).

       01  WS-VALID-REQUEST-SW      PIC X     VALUE 'Y'.
           88  VALID-REQUEST               VALUE 'Y'.
       01  WS-MORE-SW               PIC X     VALUE 'N'.
           88  MORE-TO-SEND                VALUE 'Y'.
       01  WS-END-OF-DB-SW          PIC X     VALUE 'N'.
           88  END-OF-DB                   VALUE 'Y'.
       01  WS-JOB-FOUND-SW          PIC X     VALUE 'N'.
           88  JOB-FOUND                   VALUE 'Y'.
       01  WS-END-OF-C1-SW          PIC X     VALUE 'N'.
           88  END-OF-C1                   VALUE 'Y'.
       01  WS-SQLCODE               PIC S9(9) COMP-3 VALUE ZERO.

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBIMSQ1'.
       01  WS-ERRLG-PARA        PIC X(30) VALUE '9000-DBERROR'.
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80)  OCCURS 12 TIMES
                                          INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

           EXEC SQL INCLUDE SQLCA  END-EXEC.

           EXEC SQL INCLUDE JOBSCHED
           END-EXEC.

      *-----------------------------------------------------------------
      * SQL CURSORS AND STATEMENTS - THE JOB_SCHEDULE ROWS FOR THE
      * JOBID ASKED FOR, OR ALL OF THEM WHEN THE JOBID IS BLANK.
      *-----------------------------------------------------------------
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 JOBID,
                 RUN_DAYS,
                 LATEST_RUNTIME
               FROM JOB_SCHEDULE
               WHERE :MI-JOBID = ' '
                  OR JOBID     = :MI-JOBID
               ORDER BY JOBID
           END-EXEC.

      *-----------------------------------------------------------------
      * LINKAGE SECTION
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 IOPCB.
          02  IO-LTERM      PIC X(8).
          02  IO-RESIMS     PIC X(2).
          02  IO-STATUSCD   PIC X(2).
          02  IO-LOCALDT.
              05 IO-DATE    PIC S9(03) COMP-3.
              05 IO-TIME    PIC S9(07) COMP-3.
          02  IO-MSGSEQNO   PIC S9(4) COMP.
          02  IO-MSGOUT     PIC X(8).
          02  IO-USERID     PIC X(8).
          02  IO-GROUPNAME  PIC X(8).
          02  IO-TIMESTAMP.
              05 IO-TS-DATE PIC S9(07) COMP-3.
              05 IO-TS-TIME PIC  9(10) COMP-3.
              05 IO-TS-OFF  PIC S9(03) COMP-3.
          02  IO-USRID      PIC X(01).
          02  IO-RESIMS2    PIC X(03).

       01 JOBPCB.
          02  DBD-NAME      PIC X(8).
          02  SEG-LEVEL     PIC X(2).
          02  STATUS-CODE   PIC X(2).
          02  PROC-OPTIONS  PIC X(4).
          02  RESERVE-DLI   PIC S9(9) USAGE IS BINARY.
          02  SEG-NAME-FB   PIC X(8).
          02  KEY-LENGTH    PIC S9(9) USAGE IS BINARY.
          02  NO-SENSE-SEG  PIC S9(9) USAGE IS BINARY.
          02  KEY-AREA      PIC X(3).

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * ENTERS DLITCBL, GETS THE INQUIRY OFF THE MESSAGE QUEUE, RUNS
      * THE DETAIL OR SUMMARY WALK AND SENDS THE PAGE BACK.
      *-----------------------------------------------------------------
       100-MAIN-MODULE.
           ENTRY 'DLITCBL' USING IOPCB JOBPCB.

           CALL 'CBLTDLI' USING GET-UNIQUE, IOPCB, MESSAGE-BUFFER-IN.

           PERFORM 150-VALIDATE-REQUEST THRU 150-EXIT.

           IF  VALID-REQUEST
               IF  MI-DETAIL-MODE
                   PERFORM 200-DETAIL-INQUIRY THRU 200-EXIT
               ELSE
                   PERFORM 300-SUMMARY-INQUIRY THRU 300-EXIT
               END-IF
               PERFORM 180-SET-PAGE-STATUS THRU 180-EXIT
           END-IF.

           PERFORM 400-SEND-RESPONSE THRU 400-EXIT.

           GOBACK.
      *-----------------------------------------------------------------
      * EXIT PARA FOR PROCEDURE DIVISION
      *-----------------------------------------------------------------
       100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA CHECKS THE MODE, THE JOBID AND THE DATE RANGE AND
      * WORKS OUT TODAY, THE DAY OF THE WEEK AND THE PAGE TO SKIP TO.
      * A BLANK OR ZERO PAGE NUMBER IS THE FIRST PAGE.
      *-----------------------------------------------------------------
       150-VALIDATE-REQUEST.
           MOVE 'Y'      TO WS-VALID-REQUEST-SW.
           MOVE SPACES   TO MO-REASON.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      CHAR(CURRENT TIME, ISO),
                      DAYOFWEEK(CURRENT DATE)
                 INTO :WS-TODAY,
                      :WS-NOW-TIME,
                      :WS-DOW
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

           IF  MI-PAGE-N NUMERIC
               AND MI-PAGE-N GREATER THAN ZERO
               MOVE MI-PAGE-N TO WS-PAGE-NO
           ELSE
               MOVE 1         TO WS-PAGE-NO
           END-IF.
           COMPUTE WS-SKIP-COUNT = (WS-PAGE-NO - 1) * WS-PAGE-SIZE.

           EVALUATE TRUE
               WHEN NOT MI-DETAIL-MODE AND NOT MI-SUMMARY-MODE
                    MOVE 'MODE MUST BE D OR S' TO MO-REASON
               WHEN MI-DETAIL-MODE AND MI-JOBID = SPACES
                    MOVE 'JOBID REQUIRED FOR MODE D' TO MO-REASON
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF  MO-REASON NOT = SPACES
               MOVE 'N' TO WS-VALID-REQUEST-SW
               GO TO 150-EXIT
           END-IF.

           IF  MI-FROM-DATE = SPACES
               MOVE WS-TODAY     TO MI-FROM-DATE
           END-IF.
           IF  MI-TO-DATE = SPACES
               MOVE MI-FROM-DATE TO MI-TO-DATE
           END-IF.

           MOVE MI-FROM-DATE TO WS-CHECK-DATE.
           PERFORM 160-CHECK-DATE THRU 160-EXIT.
           MOVE MI-TO-DATE   TO WS-CHECK-DATE.
           PERFORM 160-CHECK-DATE THRU 160-EXIT.

           IF  VALID-REQUEST
               AND MI-FROM-DATE GREATER THAN MI-TO-DATE
               MOVE 'N' TO WS-VALID-REQUEST-SW
               MOVE 'FROM DATE AFTER TO DATE' TO MO-REASON
           END-IF.
       150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA LETS DB2 SAY WHETHER A RUNDATE IS A REAL YYYY-MM-DD.
      *-----------------------------------------------------------------
       160-CHECK-DATE.
           EXEC SQL
               SELECT CHAR(DATE(:WS-CHECK-DATE), ISO)
                 INTO :WS-CHECK-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN -180
               WHEN -181
                    MOVE 'N' TO WS-VALID-REQUEST-SW
                    MOVE 'DATE NOT YYYY-MM-DD' TO MO-REASON
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.
       160-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA SETS THE ACKNOWLEDGEMENT FOR THE PAGE THAT WAS BUILT.
      *-----------------------------------------------------------------
       180-SET-PAGE-STATUS.
           MOVE WS-PAGE-NO TO WS-EDIT-PAGE.
           COMPUTE WS-EDIT-NEXT = WS-PAGE-NO + 1.

           EVALUATE TRUE
               WHEN WS-RETURNED-COUNT = ZERO
                    AND WS-PAGE-NO GREATER THAN 1
                    MOVE 'NOTFOUND' TO MO-STATUS
                    MOVE 'PAGE PAST END OF LIST' TO MO-REASON
               WHEN WS-RETURNED-COUNT = ZERO
                    MOVE 'NOTFOUND' TO MO-STATUS
                    MOVE 'NO MATCHING JOB RUNS' TO MO-REASON
               WHEN MORE-TO-SEND
                    MOVE 'FOUND'    TO MO-STATUS
                    STRING 'PAGE '         DELIMITED BY SIZE
                           WS-EDIT-PAGE    DELIMITED BY SIZE
                           ' - MORE, PAGE ' DELIMITED BY SIZE
                           WS-EDIT-NEXT    DELIMITED BY SIZE
                           INTO MO-REASON
               WHEN OTHER
                    MOVE 'FOUND'    TO MO-STATUS
                    STRING 'PAGE '         DELIMITED BY SIZE
                           WS-EDIT-PAGE    DELIMITED BY SIZE
                           ' - END OF LIST' DELIMITED BY SIZE
                           INTO MO-REASON
           END-EVALUATE.
       180-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA WALKS THE JOBID'S SEGMENTS IN THE RUNDATE RANGE,
      * SKIPS THE PAGES ALREADY SENT AND KEEPS THE NEXT 15. ONE MORE
      * MATCH AFTER THAT MEANS ANOTHER PAGE FOLLOWS.
      *-----------------------------------------------------------------
       200-DETAIL-INQUIRY.
           MOVE MI-JOBID     TO DSSA-JOBID.
           MOVE MI-FROM-DATE TO DSSA-FROM.
           MOVE MI-TO-DATE   TO DSSA-TO.

           CALL 'CBLTDLI' USING GET-UNIQUE, JOBPCB, JOBDET-SEG-IN,
                                DETAIL-SSA.
           PERFORM 250-CHECK-STATUS THRU 250-EXIT.

           PERFORM 210-KEEP-DETAIL THRU 210-EXIT
               UNTIL END-OF-DB OR MORE-TO-SEND.
       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 210-KEEP-DETAIL
      *-----------------------------------------------------------------
       210-KEEP-DETAIL.
           IF  (MI-SUBSIDIARY = SPACES
                OR SUBSIDIARY OF JOBDET-SEG-IN = MI-SUBSIDIARY)
               AND (MI-DEPTNO = SPACES
                OR DEPTNO OF JOBDET-SEG-IN = MI-DEPTNO)
               ADD 1 TO WS-MATCH-COUNT
               IF  WS-MATCH-COUNT GREATER THAN WS-SKIP-COUNT
                   IF  WS-RETURNED-COUNT LESS THAN WS-PAGE-SIZE
                       ADD 1 TO WS-RETURNED-COUNT
                       MOVE JOBDET-SEG-IN
                         TO WS-PAGE-ENTRY (WS-RETURNED-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-MORE-SW
                       GO TO 210-EXIT
                   END-IF
               END-IF
           END-IF.

           CALL 'CBLTDLI' USING GET-NEXT, JOBPCB, JOBDET-SEG-IN,
                                DETAIL-SSA.
           PERFORM 250-CHECK-STATUS THRU 250-EXIT.
       210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA ENDS THE WALK ON GE/GB (NO MORE QUALIFYING SEGMENTS)
      * AND ON ANY OTHER NON-BLANK STATUS, WHICH IS LOGGED.
      *-----------------------------------------------------------------
       250-CHECK-STATUS.
           EVALUATE STATUS-CODE
               WHEN SPACES
                    CONTINUE
               WHEN 'GE'
               WHEN 'GB'
                    MOVE 'Y' TO WS-END-OF-DB-SW
               WHEN OTHER
                    MOVE 'Y' TO WS-END-OF-DB-SW
                    DISPLAY 'COBIMSQ1 - DBDJOBDT STATUS CODE = '
                            STATUS-CODE
           END-EVALUATE.
       250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA BUILDS TODAY'S SUMMARY - THE RUNS PER JOBID OFF
      * DBDJOBDT, THEN THE JOB_SCHEDULE EXPECTATION FOR EACH, THEN THE
      * VERDICT - AND MARKS THE PAGE ASKED FOR.
      *-----------------------------------------------------------------
       300-SUMMARY-INQUIRY.
           MOVE WS-TODAY TO TSSA-TODAY.

           CALL 'CBLTDLI' USING GET-UNIQUE, JOBPCB, JOBDET-SEG-IN,
                                TODAY-SSA.
           PERFORM 250-CHECK-STATUS THRU 250-EXIT.

           PERFORM 310-TALLY-RUN THRU 310-EXIT
               UNTIL END-OF-DB.

           PERFORM 330-APPLY-SCHEDULE THRU 330-EXIT.

           PERFORM 350-SET-VERDICT THRU 350-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL   WS-JOB-SUB GREATER THAN WS-JOB-COUNT.

           COMPUTE WS-FIRST-SUB = WS-SKIP-COUNT + 1.
           COMPUTE WS-LAST-SUB  = WS-SKIP-COUNT + WS-PAGE-SIZE.

           IF  WS-LAST-SUB LESS THAN WS-JOB-COUNT
               MOVE 'Y' TO WS-MORE-SW
           ELSE
               MOVE WS-JOB-COUNT TO WS-LAST-SUB
           END-IF.

           IF  WS-LAST-SUB NOT LESS THAN WS-FIRST-SUB
               COMPUTE WS-RETURNED-COUNT =
                       WS-LAST-SUB - WS-FIRST-SUB + 1
           END-IF.
       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA COUNTS ONE OF TODAY'S SEGMENTS AGAINST ITS JOBID AND
      * KEEPS THE LATEST RUNTIME.
      *-----------------------------------------------------------------
       310-TALLY-RUN.
           IF  (MI-JOBID = SPACES
                OR JOBID OF JOBDET-SEG-IN = MI-JOBID)
               AND (MI-SUBSIDIARY = SPACES
                OR SUBSIDIARY OF JOBDET-SEG-IN = MI-SUBSIDIARY)
               AND (MI-DEPTNO = SPACES
                OR DEPTNO OF JOBDET-SEG-IN = MI-DEPTNO)
               MOVE JOBID OF JOBDET-SEG-IN TO WS-SCHED-JOBID
               PERFORM 320-FIND-JOB THRU 320-EXIT
               IF  JOB-FOUND
                   ADD 1 TO WS-JT-RUN-COUNT (WS-JOB-SUB)
                   IF  RUNTIME OF JOBDET-SEG-IN
                       GREATER THAN WS-JT-LAST-RUNTIME (WS-JOB-SUB)
                       MOVE RUNTIME OF JOBDET-SEG-IN
                         TO WS-JT-LAST-RUNTIME (WS-JOB-SUB)
                   END-IF
               END-IF
           END-IF.

           CALL 'CBLTDLI' USING GET-NEXT, JOBPCB, JOBDET-SEG-IN,
                                TODAY-SSA.
           PERFORM 250-CHECK-STATUS THRU 250-EXIT.
       310-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FINDS WS-SCHED-JOBID IN THE JOB TABLE, ADDING IT WITH
      * NO RUNS WHEN IT IS NEW. A FULL TABLE LEAVES JOB-FOUND OFF.
      *-----------------------------------------------------------------
       320-FIND-JOB.
           MOVE 'N' TO WS-JOB-FOUND-SW.

           PERFORM 325-MATCH-JOB THRU 325-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL   WS-JOB-SUB GREATER THAN WS-JOB-COUNT
                    OR JOB-FOUND.

           IF  JOB-FOUND
               SUBTRACT 1 FROM WS-JOB-SUB
               GO TO 320-EXIT
           END-IF.

           IF  WS-JOB-COUNT NOT LESS THAN WS-JOB-MAX
               DISPLAY 'COBIMSQ1 - JOB TABLE FULL, SKIPPED '
                       WS-SCHED-JOBID
               GO TO 320-EXIT
           END-IF.

           ADD  1               TO WS-JOB-COUNT.
           MOVE WS-JOB-COUNT    TO WS-JOB-SUB.
           MOVE WS-SCHED-JOBID  TO WS-JT-JOBID (WS-JOB-SUB).
           MOVE ZERO            TO WS-JT-RUN-COUNT (WS-JOB-SUB).
           MOVE SPACES          TO WS-JT-LAST-RUNTIME (WS-JOB-SUB)
                                   WS-JT-LATEST-RUNTIME (WS-JOB-SUB)
                                   WS-JT-VERDICT (WS-JOB-SUB).
           MOVE 'N'             TO WS-JT-EXPECTED (WS-JOB-SUB).
           MOVE 'Y'             TO WS-JOB-FOUND-SW.
       320-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 325-MATCH-JOB
      *-----------------------------------------------------------------
       325-MATCH-JOB.
           IF  WS-JT-JOBID (WS-JOB-SUB) = WS-SCHED-JOBID
               MOVE 'Y' TO WS-JOB-FOUND-SW
           END-IF.
       325-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA READS THE JOB_SCHEDULE ROWS AND MARKS EACH JOB'S
      * EXPECTATION FOR TODAY. A JOB SCHEDULED TODAY WITH NO RUN YET
      * IS ADDED SO IT SHOWS UP AS DID NOT RUN OR NOT YET DUE.
      *-----------------------------------------------------------------
       330-APPLY-SCHEDULE.
           EXEC SQL
             OPEN  C1
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

           PERFORM 340-FETCH-SCHEDULE THRU 340-EXIT
               UNTIL END-OF-C1.

           EXEC SQL
             CLOSE  C1
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.
       330-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 340-FETCH-SCHEDULE
      *-----------------------------------------------------------------
       340-FETCH-SCHEDULE.
           EXEC SQL
               FETCH C1
               INTO  :WS-SCHED-JOBID,
                     :WS-RUN-DAYS,
                     :WS-LATEST-RUNTIME
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
               WHEN 0
                    IF  WS-RUN-DAYS (WS-DOW:1) = 'Y'
                        PERFORM 320-FIND-JOB THRU 320-EXIT
                    ELSE
                        MOVE 'N' TO WS-JOB-FOUND-SW
                        PERFORM 325-MATCH-JOB THRU 325-EXIT
                            VARYING WS-JOB-SUB FROM 1 BY 1
                            UNTIL   WS-JOB-SUB GREATER THAN
                                    WS-JOB-COUNT
                                 OR JOB-FOUND
                        IF  JOB-FOUND
                            SUBTRACT 1 FROM WS-JOB-SUB
                        END-IF
                    END-IF
                    IF  JOB-FOUND
                        MOVE WS-RUN-DAYS (WS-DOW:1)
                          TO WS-JT-EXPECTED (WS-JOB-SUB)
                        MOVE WS-LATEST-RUNTIME
                          TO WS-JT-LATEST-RUNTIME (WS-JOB-SUB)
                    END-IF
               WHEN +100
                    MOVE 'Y' TO WS-END-OF-C1-SW
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.
       340-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA GIVES ONE JOB THE VERDICT COBSLAMN WOULD PRINT FOR
      * IT TOMORROW MORNING, WITH NOT YET DUE FOR A SCHEDULED JOB
      * WHOSE LATEST RUNTIME HAS NOT PASSED.
      *-----------------------------------------------------------------
       350-SET-VERDICT.
           EVALUATE TRUE
               WHEN WS-JT-EXPECTED (WS-JOB-SUB) NOT = 'Y'
                    MOVE 'UNEXPECTED'  TO WS-JT-VERDICT (WS-JOB-SUB)
               WHEN WS-JT-RUN-COUNT (WS-JOB-SUB) = ZERO
                    AND WS-NOW-TIME (1:5) GREATER THAN
                        WS-JT-LATEST-RUNTIME (WS-JOB-SUB)
                    MOVE 'DID NOT RUN' TO WS-JT-VERDICT (WS-JOB-SUB)
               WHEN WS-JT-RUN-COUNT (WS-JOB-SUB) = ZERO
                    MOVE 'NOT YET DUE' TO WS-JT-VERDICT (WS-JOB-SUB)
               WHEN WS-JT-LAST-RUNTIME (WS-JOB-SUB) GREATER THAN
                    WS-JT-LATEST-RUNTIME (WS-JOB-SUB)
                    MOVE 'LATE'        TO WS-JT-VERDICT (WS-JOB-SUB)
               WHEN OTHER
                    MOVE 'ON TIME'     TO WS-JT-VERDICT (WS-JOB-SUB)
           END-EVALUATE.
       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA SENDS THE ACKNOWLEDGEMENT AND THEN THE PAGE, ONE
      * SEGMENT PER JOBDET OR PER JOBID, BACK ON THE I/O PCB.
      *-----------------------------------------------------------------
       400-SEND-RESPONSE.
           IF  NOT VALID-REQUEST
               MOVE 'REJECTED' TO MO-STATUS
           END-IF.

           CALL 'CBLTDLI' USING ISRT, IOPCB, MESSAGE-BUFFER-OUT.

           IF  NOT VALID-REQUEST
               GO TO 400-EXIT
           END-IF.

           IF  MI-DETAIL-MODE
               PERFORM 410-SEND-DETAIL THRU 410-EXIT
                   VARYING WS-PAGE-SUB FROM 1 BY 1
                   UNTIL   WS-PAGE-SUB GREATER THAN WS-RETURNED-COUNT
           ELSE
               PERFORM 420-SEND-SUMMARY THRU 420-EXIT
                   VARYING WS-JOB-SUB FROM WS-FIRST-SUB BY 1
                   UNTIL   WS-JOB-SUB GREATER THAN WS-LAST-SUB
           END-IF.
       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 410-SEND-DETAIL
      *-----------------------------------------------------------------
       410-SEND-DETAIL.
           MOVE WS-PAGE-ENTRY (WS-PAGE-SUB) TO MD-JOBDET.
           CALL 'CBLTDLI' USING ISRT, IOPCB, MESSAGE-DETAIL-OUT.
       410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 420-SEND-SUMMARY
      *-----------------------------------------------------------------
       420-SEND-SUMMARY.
           MOVE WS-JT-JOBID (WS-JOB-SUB)          TO MS-JOBID.
           MOVE WS-JT-RUN-COUNT (WS-JOB-SUB)      TO MS-RUN-COUNT.
           MOVE WS-JT-LAST-RUNTIME (WS-JOB-SUB)   TO MS-LAST-RUNTIME.
           MOVE WS-JT-EXPECTED (WS-JOB-SUB)       TO MS-EXPECTED.
           MOVE WS-JT-LATEST-RUNTIME (WS-JOB-SUB) TO MS-LATEST-RUNTIME.
           MOVE WS-JT-VERDICT (WS-JOB-SUB)        TO MS-VERDICT.
           CALL 'CBLTDLI' USING ISRT, IOPCB, MESSAGE-SUMMARY-OUT.
       420-EXIT.
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
                GOBACK.
       9000-EXIT.
                EXIT.
      *-----------------------------------------------------------------
      * 9999-ERROR-DISPLAY
      *-----------------------------------------------------------------
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
