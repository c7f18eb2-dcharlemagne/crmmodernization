      *-----------------------------------------------------------------
      *    COBPRQMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - PURCHASE REQUISITIONS ON PURCH_REQ AND
      *                    PURCH_REQ_LINE, SO A DEPARTMENT'S REQUEST
      *                    FOR PARTS IS RECORDED WITH WHO ASKED AND
      *                    WHY BEFORE PURCHASING ORDERS ANYTHING.
      *                    PRQ-ACTION-FLAG -
      *                      'H' RAISES THE HEADER FOR THE REQUESTER
      *                          (PRQBYI) - WORKDEPT DEFAULTS TO THE
      *                          REQUESTER'S OWN, THE PROJECT CHARGE
      *                          CODE IS OPTIONAL BUT MUST BE OPEN,
      *                          THE REASON IS REQUIRED;
      *                      'L' ADDS A LINE TO A DRAFT, PRICED OFF
      *                          PART_SUPPLIER - THE CHEAPEST PRICED
      *                          SUPPLIER UNLESS ONE ON FILE FOR THE
      *                          PART IS KEYED;
      *                      'S' SUBMITS THE DRAFT FOR APPROVAL;
      *                      'A' / 'R' APPROVES OR REJECTS IT - ONLY
      *                          THE WORKDEPT'S MANAGER (DEPT.MGRNO),
      *                          OR AN ACTOR COBDLGCK ACCEPTS FOR
      *                          THEM (TYPE 'P', MANAGER IN PRQFORI),
      *                          AND NEVER THE REQUESTER;
      *                      'X' CANCELS IT, WHILE NO LINE IS ON A PO;
      *                      'Y' READS THE STATUS BACK - THE HEADER
      *                          AND EACH LINE AS A FORMATTED LINE IN
      *                          PRQ-LINES WITH THE PO IT BECAME AND
      *                          THE QUANTITY RECEIVED SO FAR.
      *                    APPROVED LINES ARE TURNED INTO DRAFT
      *                    PURCHASE ORDERS BY THE NIGHTLY COBPRQCV
      *                    RUN. ANY REFUSAL COMES BACK WITH
      *                    PRQ-RESULT-FLAG 'E'; AN APPROVAL BY SOMEONE
      *                    NOT ENTITLED COMES BACK 'G'.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBPRQMN.
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
       77  END-OF-C1-SWITCH         PIC X          VALUE SPACES.
               88  END-OF-C1                      VALUE 'Y'.
       01  WS-PROJ-NO-IND           PIC S9(4) USAGE COMP.
       01  WS-ONBEHALF-IND          PIC S9(4) USAGE COMP.
       01  WS-MGRNO                 PIC X(6).
       01  WS-MGRNO-IND             PIC S9(4) USAGE COMP.
       01  WS-NEW-STATUS            PIC X(1).
       01  WS-COUNT                 PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-CHECK-KEY             PIC X(6).
       01  WS-RECVD-QTY             PIC S9(4) USAGE COMP.
       01  WS-PONO-IND              PIC S9(4) USAGE COMP.

      *-----------------------------------------------------------------
      * VARIABLES FOR THE DELEGATION CHECK (COBDLGCK)
      *-----------------------------------------------------------------
       01  WS-DLGCK-TYPE            PIC X(1)  VALUE 'P'.
       01  WS-DLGCK-ITEM            PIC X(20).
       01  WS-DLGCK-RESULT          PIC X(1).

       01  WS-STATUS-LINE.
           05 WS-SL-LINENO          PIC ZZZ9.
           05 FILLER                PIC X(1).
           05 WS-SL-PARTNO          PIC X(6).
           05 FILLER                PIC X(1).
           05 WS-SL-QTY             PIC ZZZ9.
           05 FILLER                PIC X(1).
           05 WS-SL-SUPNO           PIC X(6).
           05 FILLER                PIC X(1).
           05 WS-SL-PRICE           PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(1).
           05 WS-SL-PONO            PIC X(6).
           05 FILLER                PIC X(1).
           05 WS-SL-PO-LINENO       PIC ZZZ9.
           05 FILLER                PIC X(1).
           05 WS-SL-RECVD           PIC ZZZ9.
           05 FILLER                PIC X(1).
           05 WS-SL-STATE           PIC X(12).
           05 FILLER                PIC X(15).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBPRQMN'.
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
               INCLUDE PURCHREQ
           END-EXEC.

           EXEC SQL
               INCLUDE PURQLINE
           END-EXEC.

           EXEC SQL
               INCLUDE EMPTERM
           END-EXEC.

      *-----------------------------------------------------------------
      * C1 - THE REQUISITION'S LINES WITH THE PO LINE EACH BECAME.
      *-----------------------------------------------------------------
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 L.REQ_LINENO,
                 L.PARTNO,
                 L.REQ_QTY,
                 L.SUPNO,
                 L.UNIT_PRICE,
                 L.PONO,
                 COALESCE(L.PO_LINENO, 0),
                 COALESCE(P.RECVD_QTY, 0)
               FROM PURCH_REQ_LINE L
                    LEFT OUTER JOIN PO_LINE P
                       ON P.PONO   = L.PONO
                      AND P.LINENO = L.PO_LINENO
               WHERE L.REQ_NO = :RH-REQ-NO
               ORDER BY L.REQ_LINENO
           END-EXEC.

      /
       LINKAGE SECTION.

       01  PRQNOI            PIC X(8).
       01  PRQBYI            PIC X(6).
       01  PRQFORI           PIC X(6).
       01  PRQDEPTO          PIC X(3).
       01  PRQPROJO          PIC X(6).
       01  PRQREASONO        PIC X(60).
       01  PRQPARTI          PIC X(6).
       01  PRQQTYI           PIC S9(4) USAGE COMP.
       01  PRQSUPNOO         PIC X(6).
       01  PRQSTATUSO        PIC X(1).
       01  PRQ-LINE-COUNT    PIC S9(4) USAGE COMP.
       01  PRQ-LINES.
           05 PRQ-LINE       OCCURS 20 TIMES PIC X(79).
       01  PRQ-ACTION-FLAG   PIC X(1).
       01  PRQ-RESULT-FLAG   PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PRQNOI, PRQBYI, PRQFORI, PRQDEPTO,
                                PRQPROJO, PRQREASONO, PRQPARTI,
                                PRQQTYI, PRQSUPNOO, PRQSTATUSO,
                                PRQ-LINE-COUNT, PRQ-LINES,
                                PRQ-ACTION-FLAG, PRQ-RESULT-FLAG.

            MOVE SPACES      TO PRQ-RESULT-FLAG.
            MOVE PRQNOI      TO RH-REQ-NO
                                RL-REQ-NO.

            IF  RH-REQ-NO = SPACES
                DISPLAY 'A REQUISITION NUMBER IS REQUIRED'
                MOVE "E" TO PRQ-RESULT-FLAG
                GOBACK
            END-IF.

            EXEC SQL
                 SET :WS-CURRENT-USER = USER
            END-EXEC.

            EVALUATE PRQ-ACTION-FLAG
                WHEN "H"
                     PERFORM 2000-RAISE-HEADER THRU
                             2000-EXIT
                WHEN "L"
                     PERFORM 3000-ADD-LINE THRU
                             3000-EXIT
                WHEN "S"
                     PERFORM 4000-SUBMIT THRU
                             4000-EXIT
                WHEN "A"
                     MOVE "A" TO WS-NEW-STATUS
                     PERFORM 5000-DECIDE THRU
                             5000-EXIT
                WHEN "R"
                     MOVE "R" TO WS-NEW-STATUS
                     PERFORM 5000-DECIDE THRU
                             5000-EXIT
                WHEN "X"
                     PERFORM 6000-CANCEL THRU
                             6000-EXIT
                WHEN "Y"
                     PERFORM 7000-READ-STATUS THRU
                             7000-EXIT
                WHEN OTHER
                     MOVE "E" TO PRQ-RESULT-FLAG
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * RAISE THE HEADER - THE REQUESTER MUST BE A CURRENT EMPLOYEE;
      * A BLANK WORKDEPT TAKES THE REQUESTER'S OWN. THE PROJECT
      * CHARGE CODE GETS THE SAME CHECKS APIPORD GIVES A PO HEADER.
      *-----------------------------------------------------------------
       2000-RAISE-HEADER.

           DISPLAY 'RAISE REQUISITION ' RH-REQ-NO ' FOR ' PRQBYI.

           IF  PRQREASONO = SPACES
               DISPLAY 'A REQUISITION NEEDS A REASON'
               MOVE "E" TO PRQ-RESULT-FLAG
               GO TO 2000-EXIT
           END-IF.

           MOVE PRQBYI      TO RH-REQUESTER.
           MOVE PRQREASONO  TO RH-REASON.
           MOVE PRQDEPTO    TO RH-WORKDEPT.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-COUNT
             FROM
                 EMP_TERMINATION
             WHERE
                  EMPNO = :RH-REQUESTER
           END-EXEC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF  WS-COUNT GREATER THAN ZERO
               DISPLAY 'REQUESTER ' RH-REQUESTER ' HAS LEFT'
               MOVE "E" TO PRQ-RESULT-FLAG
               GO TO 2000-EXIT
           END-IF.

           IF  RH-WORKDEPT = SPACES
               EXEC SQL
                 SELECT
                     WORKDEPT
                 INTO
                    :RH-WORKDEPT
                 FROM
                     EMP
                 WHERE
                      EMPNO = :RH-REQUESTER
               END-EXEC
           ELSE
               EXEC SQL
                 SELECT
                     E.WORKDEPT
                 INTO
                    :WS-CHECK-KEY
                 FROM
                     EMP E,
                     DEPT D
                 WHERE
                      E.EMPNO  = :RH-REQUESTER
                  AND D.DEPTNO = :RH-WORKDEPT
               END-EXEC
           END-IF.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'UNKNOWN REQUESTER OR DEPARTMENT'
                    MOVE "E" TO PRQ-RESULT-FLAG
                    GO TO 2000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 2000-EXIT
           END-EVALUATE.

           MOVE PRQPROJO TO RH-PROJ-NO.
           MOVE ZERO     TO WS-PROJ-NO-IND.

           IF  RH-PROJ-NO = SPACES
               MOVE -1 TO WS-PROJ-NO-IND
           ELSE
               PERFORM 2500-CHECK-PROJECT THRU 2500-EXIT
               IF  PRQ-RESULT-FLAG = "E"
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           EXEC SQL
             INSERT INTO PURCH_REQ
                  (REQ_NO, REQUESTER, WORKDEPT, PROJ_NO, REASON,
                   REQ_DATE, REQ_STATUS, CREATED_BY)
             VALUES
                  (:RH-REQ-NO, :RH-REQUESTER, :RH-WORKDEPT,
                   :RH-PROJ-NO :WS-PROJ-NO-IND, :RH-REASON,
                   CURRENT DATE, 'D', :WS-CURRENT-USER)
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE RH-WORKDEPT TO PRQDEPTO
                    MOVE "D"         TO PRQSTATUSO
               WHEN -803
                    DISPLAY 'REQUISITION ' RH-REQ-NO
                            ' ALREADY EXISTS'
                    MOVE "E" TO PRQ-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       2000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 2500-CHECK-PROJECT - ON PROJECT AND NOT CLOSED.
      *-----------------------------------------------------------------
       2500-CHECK-PROJECT.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-COUNT
             FROM
                 PROJECT
             WHERE
                  PROJ_NO = :RH-PROJ-NO
           END-EXEC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 2500-EXIT
           END-IF.

           IF  WS-COUNT = ZERO
               DISPLAY 'UNKNOWN PROJECT ' RH-PROJ-NO
               MOVE "E" TO PRQ-RESULT-FLAG
               GO TO 2500-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-COUNT
             FROM
                 PROJECT_CLOSE
             WHERE
                  PROJ_NO = :RH-PROJ-NO
           END-EXEC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 2500-EXIT
           END-IF.

           IF  WS-COUNT GREATER THAN ZERO
               DISPLAY 'PROJECT ' RH-PROJ-NO ' IS CLOSED'
               MOVE "E" TO PRQ-RESULT-FLAG
           END-IF.

       2500-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ADD A LINE - ONLY TO A DRAFT. THE PRICE IS TAKEN OFF
      * PART_SUPPLIER HERE SO THE MANAGER APPROVES A PRICED LINE.
      *-----------------------------------------------------------------
       3000-ADD-LINE.

           DISPLAY 'ADD LINE TO ' RH-REQ-NO ' PART ' PRQPARTI.

           PERFORM 8000-READ-HEADER THRU 8000-EXIT.

           IF  PRQ-RESULT-FLAG = "E"
               GO TO 3000-EXIT
           END-IF.

           IF  RH-REQ-STATUS NOT = "D"
               DISPLAY 'LINES CAN ONLY BE ADDED TO A DRAFT'
               MOVE "E" TO PRQ-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           IF  PRQQTYI NOT GREATER THAN ZERO
               DISPLAY 'THE QUANTITY MUST BE MORE THAN ZERO'
               MOVE "E" TO PRQ-RESULT-FLAG
               GO TO 3000-EXIT
           END-IF.

           MOVE PRQPARTI  TO RL-PARTNO.
           MOVE PRQQTYI   TO RL-REQ-QTY.
           MOVE PRQSUPNOO TO RL-SUPNO.

           IF  RL-SUPNO = SPACES
               EXEC SQL
                 SELECT
                     SUPNO
                   , UNIT_PRICE
                 INTO
                    :RL-SUPNO
                   , :RL-UNIT-PRICE
                 FROM
                     PART_SUPPLIER
                 WHERE
                      PARTNO = :RL-PARTNO
                  AND UNIT_PRICE IS NOT NULL
                 ORDER BY UNIT_PRICE, LEAD_DAYS
                 FETCH FIRST 1 ROW ONLY
               END-EXEC
           ELSE
               EXEC SQL
                 SELECT
                     SUPNO
                   , UNIT_PRICE
                 INTO
                    :RL-SUPNO
                   , :RL-UNIT-PRICE
                 FROM
                     PART_SUPPLIER
                 WHERE
                      PARTNO = :RL-PARTNO
                  AND SUPNO  = :RL-SUPNO
                  AND UNIT_PRICE IS NOT NULL
               END-EXEC
           END-IF.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'NO PRICED SUPPLIER ON FILE FOR PART '
                            RL-PARTNO
                    MOVE "E" TO PRQ-RESULT-FLAG
                    GO TO 3000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 3000-EXIT
           END-EVALUATE.

           EXEC SQL
             SELECT
                 COALESCE(MAX(REQ_LINENO), 0) + 1
             INTO
                :RL-REQ-LINENO
             FROM
                 PURCH_REQ_LINE
             WHERE
                  REQ_NO = :RL-REQ-NO
           END-EXEC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 3000-EXIT
           END-IF.

           EXEC SQL
             INSERT INTO PURCH_REQ_LINE
                  (REQ_NO, REQ_LINENO, PARTNO, REQ_QTY, SUPNO,
                   UNIT_PRICE)
             VALUES
                  (:RL-REQ-NO, :RL-REQ-LINENO, :RL-PARTNO,
                   :RL-REQ-QTY, :RL-SUPNO, :RL-UNIT-PRICE)
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE RL-SUPNO TO PRQSUPNOO
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       3000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * SUBMIT - A DRAFT WITH AT LEAST ONE LINE GOES TO THE MANAGER.
      *-----------------------------------------------------------------
       4000-SUBMIT.

           PERFORM 8000-READ-HEADER THRU 8000-EXIT.

           IF  PRQ-RESULT-FLAG = "E"
               GO TO 4000-EXIT
           END-IF.

           IF  RH-REQ-STATUS NOT = "D"
               DISPLAY 'ONLY A DRAFT CAN BE SUBMITTED'
               MOVE "E" TO PRQ-RESULT-FLAG
               GO TO 4000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-COUNT
             FROM
                 PURCH_REQ_LINE
             WHERE
                  REQ_NO = :RH-REQ-NO
           END-EXEC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 4000-EXIT
           END-IF.

           IF  WS-COUNT = ZERO
               DISPLAY 'REQUISITION ' RH-REQ-NO ' HAS NO LINES'
               MOVE "E" TO PRQ-RESULT-FLAG
               GO TO 4000-EXIT
           END-IF.

           EXEC SQL
             UPDATE PURCH_REQ
                SET REQ_STATUS = 'S'
              WHERE REQ_NO     = :RH-REQ-NO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE "S" TO PRQSTATUSO
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * APPROVE OR REJECT - THE ACTOR (PRQBYI) MUST BE THE
      * WORKDEPT'S MANAGER, OR ACT FOR THE MANAGER NAMED IN PRQFORI
      * WITH COBDLGCK'S BLESSING. A REQUESTER NEVER DECIDES THEIR
      * OWN REQUISITION.
      *-----------------------------------------------------------------
       5000-DECIDE.

           PERFORM 8000-READ-HEADER THRU 8000-EXIT.

           IF  PRQ-RESULT-FLAG = "E"
               GO TO 5000-EXIT
           END-IF.

           IF  RH-REQ-STATUS NOT = "S"
               DISPLAY 'REQUISITION ' RH-REQ-NO
                       ' IS NOT AWAITING APPROVAL'
               MOVE "E" TO PRQ-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           IF  PRQBYI = RH-REQUESTER
               DISPLAY 'A REQUESTER CANNOT DECIDE THEIR OWN '
                       'REQUISITION'
               MOVE "G" TO PRQ-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 MGRNO
             INTO
                :WS-MGRNO :WS-MGRNO-IND
             FROM
                 DEPT
             WHERE
                  DEPTNO = :RH-WORKDEPT
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE -1 TO WS-MGRNO-IND
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           IF  WS-MGRNO-IND LESS THAN ZERO
               DISPLAY 'DEPARTMENT ' RH-WORKDEPT ' HAS NO MANAGER'
               MOVE "E" TO PRQ-RESULT-FLAG
               GO TO 5000-EXIT
           END-IF.

           MOVE SPACES TO RH-ONBEHALF-OF.
           MOVE -1     TO WS-ONBEHALF-IND.

           IF  PRQFORI = SPACES
               IF  PRQBYI NOT = WS-MGRNO
                   DISPLAY 'ONLY THE MANAGER OF ' RH-WORKDEPT
                           ' MAY DECIDE THIS REQUISITION'
                   MOVE "G" TO PRQ-RESULT-FLAG
                   GO TO 5000-EXIT
               END-IF
           ELSE
               IF  PRQFORI NOT = WS-MGRNO
                   DISPLAY PRQFORI ' IS NOT THE MANAGER OF '
                           RH-WORKDEPT
                   MOVE "G" TO PRQ-RESULT-FLAG
                   GO TO 5000-EXIT
               END-IF
               MOVE SPACES TO WS-DLGCK-ITEM
               STRING 'REQ '    DELIMITED BY SIZE
                      RH-REQ-NO DELIMITED BY SIZE
                 INTO WS-DLGCK-ITEM
               CALL 'COBDLGCK' USING PRQFORI, PRQBYI, WS-DLGCK-TYPE,
                    WS-DLGCK-ITEM, WS-DLGCK-RESULT
               IF  WS-DLGCK-RESULT = "N"
                   DISPLAY 'NOT AUTHORIZED TO ACT FOR ' PRQFORI
                   MOVE "G" TO PRQ-RESULT-FLAG
                   GO TO 5000-EXIT
               END-IF
               MOVE PRQFORI TO RH-ONBEHALF-OF
               MOVE ZERO    TO WS-ONBEHALF-IND
           END-IF.

           MOVE PRQBYI TO RH-APPR-BY.

           EXEC SQL
             UPDATE PURCH_REQ
                SET REQ_STATUS  = :WS-NEW-STATUS,
                    APPR_BY     = :RH-APPR-BY,
                    APPR_TS     = CURRENT TIMESTAMP,
                    ONBEHALF_OF = :RH-ONBEHALF-OF :WS-ONBEHALF-IND
              WHERE REQ_NO      = :RH-REQ-NO
                AND REQ_STATUS  = 'S'
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE WS-NEW-STATUS TO PRQSTATUSO
               WHEN +100
                    DISPLAY 'REQUISITION ' RH-REQ-NO
                            ' WAS DECIDED MEANWHILE'
                    MOVE "E" TO PRQ-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * CANCEL - BY THE REQUESTER, WHILE NOTHING HAS BEEN ORDERED.
      *-----------------------------------------------------------------
       6000-CANCEL.

           PERFORM 8000-READ-HEADER THRU 8000-EXIT.

           IF  PRQ-RESULT-FLAG = "E"
               GO TO 6000-EXIT
           END-IF.

           IF  PRQBYI NOT = RH-REQUESTER
               DISPLAY 'ONLY THE REQUESTER MAY CANCEL ' RH-REQ-NO
               MOVE "G" TO PRQ-RESULT-FLAG
               GO TO 6000-EXIT
           END-IF.

           IF  RH-REQ-STATUS NOT = "D"
           AND RH-REQ-STATUS NOT = "S"
           AND RH-REQ-STATUS NOT = "A"
               DISPLAY 'REQUISITION ' RH-REQ-NO
                       ' CAN NO LONGER BE CANCELLED'
               MOVE "E" TO PRQ-RESULT-FLAG
               GO TO 6000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-COUNT
             FROM
                 PURCH_REQ_LINE
             WHERE
                  REQ_NO = :RH-REQ-NO
              AND PONO IS NOT NULL
           END-EXEC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 6000-EXIT
           END-IF.

           IF  WS-COUNT GREATER THAN ZERO
               DISPLAY 'REQUISITION ' RH-REQ-NO
                       ' IS ALREADY ON ORDER'
               MOVE "E" TO PRQ-RESULT-FLAG
               GO TO 6000-EXIT
           END-IF.

           EXEC SQL
             UPDATE PURCH_REQ
                SET REQ_STATUS = 'X'
              WHERE REQ_NO     = :RH-REQ-NO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE "X" TO PRQSTATUSO
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * READ THE STATUS - HEADER FIELDS BACK, AND ONE FORMATTED LINE
      * PER REQUISITION LINE WITH THE PO LINE IT BECAME.
      *-----------------------------------------------------------------
       7000-READ-STATUS.

           MOVE ZERO   TO PRQ-LINE-COUNT.
           MOVE SPACES TO PRQ-LINES.

           PERFORM 8000-READ-HEADER THRU 8000-EXIT.

           IF  PRQ-RESULT-FLAG = "E"
               GO TO 7000-EXIT
           END-IF.

           MOVE RH-WORKDEPT   TO PRQDEPTO.
           MOVE RH-REQ-STATUS TO PRQSTATUSO.
           MOVE RH-REASON     TO PRQREASONO.
           MOVE RH-REQUESTER  TO PRQBYI.
           IF  WS-PROJ-NO-IND LESS THAN ZERO
               MOVE SPACES     TO PRQPROJO
           ELSE
               MOVE RH-PROJ-NO TO PRQPROJO
           END-IF.

           MOVE SPACES TO END-OF-C1-SWITCH.

           EXEC SQL
             OPEN  C1
           END-EXEC.

           IF  SQLCODE NOT = 0
               PERFORM 9000-DBERROR THRU 9000-EXIT
               GO TO 7000-EXIT
           END-IF.

           PERFORM 7200-FETCH-LINE THRU 7200-EXIT
               UNTIL END-OF-C1
                  OR PRQ-LINE-COUNT NOT LESS THAN 20.

           EXEC SQL
             CLOSE  C1
           END-EXEC.

       7000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7200-FETCH-LINE
      *-----------------------------------------------------------------
       7200-FETCH-LINE.

           MOVE SPACES TO RL-PONO.

           EXEC SQL
             FETCH C1
             INTO  :RL-REQ-LINENO,
                   :RL-PARTNO,
                   :RL-REQ-QTY,
                   :RL-SUPNO,
                   :RL-UNIT-PRICE,
                   :RL-PONO :WS-PONO-IND,
                   :RL-PO-LINENO,
                   :WS-RECVD-QTY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE 'Y' TO END-OF-C1-SWITCH
                    GO TO 7200-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    MOVE 'Y' TO END-OF-C1-SWITCH
                    GO TO 7200-EXIT
           END-EVALUATE.

           MOVE SPACES          TO WS-STATUS-LINE.
           MOVE RL-REQ-LINENO   TO WS-SL-LINENO.
           MOVE RL-PARTNO       TO WS-SL-PARTNO.
           MOVE RL-REQ-QTY      TO WS-SL-QTY.
           MOVE RL-SUPNO        TO WS-SL-SUPNO.
           MOVE RL-UNIT-PRICE   TO WS-SL-PRICE.

           IF  WS-PONO-IND LESS THAN ZERO
               MOVE 'NOT ORDERED'   TO WS-SL-STATE
           ELSE
               MOVE RL-PONO         TO WS-SL-PONO
               MOVE RL-PO-LINENO    TO WS-SL-PO-LINENO
               MOVE WS-RECVD-QTY    TO WS-SL-RECVD
               EVALUATE TRUE
                   WHEN WS-RECVD-QTY NOT LESS THAN RL-REQ-QTY
                        MOVE 'RECEIVED'      TO WS-SL-STATE
                   WHEN WS-RECVD-QTY GREATER THAN ZERO
                        MOVE 'PART RECVD'    TO WS-SL-STATE
                   WHEN OTHER
                        MOVE 'ON ORDER'      TO WS-SL-STATE
               END-EVALUATE
           END-IF.

           ADD 1 TO PRQ-LINE-COUNT.
           MOVE WS-STATUS-LINE TO PRQ-LINE (PRQ-LINE-COUNT).

       7200-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 8000-READ-HEADER
      *-----------------------------------------------------------------
       8000-READ-HEADER.

           EXEC SQL
             SELECT
                 REQUESTER
               , WORKDEPT
               , PROJ_NO
               , REASON
               , REQ_STATUS
             INTO
                :RH-REQUESTER
               , :RH-WORKDEPT
               , :RH-PROJ-NO :WS-PROJ-NO-IND
               , :RH-REASON
               , :RH-REQ-STATUS
             FROM
                 PURCH_REQ
             WHERE
                  REQ_NO = :RH-REQ-NO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'NO REQUISITION ' RH-REQ-NO
                    MOVE "E" TO PRQ-RESULT-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       8000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 9000-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       9000-DBERROR.
                MOVE "E" TO PRQ-RESULT-FLAG.
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
