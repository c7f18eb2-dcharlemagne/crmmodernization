      *-----------------------------------------------------------------
      *     COBPRQCV - NIGHTLY PURCHASE REQUISITION CONVERSION. EVERY
      *                APPROVED REQUISITION LINE NOT YET ON A PO IS
      *                GROUPED BY SUPPLIER AND PROJECT CHARGE CODE,
      *                AND EACH GROUP BECOMES ONE DRAFT PURCHASE
      *                ORDER RAISED THROUGH APIPORD (HEADER, THEN A
      *                LINE PER REQUISITION LINE) - HELD OPEN FOR
      *                PURCHASING TO CONFIRM, THE SAME AS COBSTKRO'S
      *                DRAFTS. EACH REQUISITION LINE IS STAMPED WITH
      *                THE PONO AND PO LINE IT BECAME, SO COBPRQMN CAN
      *                SHOW THE REQUESTER THE ORDER AND ITS RECEIPTS,
      *                AND A REQUISITION WHOSE LINES ARE ALL ON ORDER
      *                IS MARKED CONVERTED. THE SYSIN CARD CARRIES THE
      *                LAST PO NUMBER USED; BLANK OR ZERO CONTINUES
      *                FROM THE HIGHEST PONO ON FILE. A GROUP OR LINE
      *                APIPORD REFUSES (E.G. A PROJECT CLOSED SINCE
      *                APPROVAL) IS LEFT FOR THE NEXT RUN AND ENDS THE
      *                STEP WITH RC 4.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBPRQCV.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
      *-------------
       FILE SECTION.
      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       77  GROUP-REFUSED-SWITCH   PIC X          VALUE  SPACES.
               88  GROUP-REFUSED                 VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-PROJ-NO             PIC X(6).
       01  WS-LAST-SUPNO          PIC X(6)       VALUE  SPACES.
       01  WS-LAST-PROJ-NO        PIC X(6)       VALUE  SPACES.
       01  WS-PO-SEQ-CARD         PIC X(6).
       01  WS-PO-SEQ              REDEFINES WS-PO-SEQ-CARD
                                  PIC 9(6).
       01  WS-LINE-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-DRAFT-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-CONV-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-REFUSED-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-CLOSED-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR THE APIPORD CALLS
      ******************************************************************
       01  WS-CMD-CODE            PIC 99.
       01  WS-RESP-CODE           PIC 99.
       01  WS-DATA-IN             PIC X(512).
       01  WS-DATA-OUT            PIC X(2048).
       01  WS-PO-PARM.
           05 WS-PP-PONO          PIC X(6).
           05 WS-PP-SUPNO         PIC X(6).
           05 FILLER              PIC X(11)  VALUE SPACES.
           05 WS-PP-PROJNO        PIC X(6).
       01  WS-LINE-PARM.
           05 WS-LP-PONO          PIC X(6).
           05 WS-LP-LINENO        PIC 9(4)   VALUE 1.
           05 WS-LP-PARTNO        PIC X(6).
           05 WS-LP-QTY           PIC 9(4).
           05 WS-LP-PRICE         PIC 9(7)V9(2).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(24).
           10 FILLER              PIC X(36)
                VALUE 'PURCHASE REQUISITION CONVERSION RUN'.
           10 FILLER              PIC X(72).

       01  WS-RPT-DRAFT-LINE.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(9)   VALUE 'DRAFT PO '.
           10 WS-RPT-DRAFT-PONO   PIC X(6).
           10 FILLER              PIC X(11)  VALUE '  SUPPLIER '.
           10 WS-RPT-DRAFT-SUPNO  PIC X(6).
           10 FILLER              PIC X(10)  VALUE '  PROJECT '.
           10 WS-RPT-DRAFT-PROJ   PIC X(6).
           10 FILLER              PIC X(35)
                VALUE ' RAISED - HELD FOR CONFIRMATION'.
           10 FILLER              PIC X(47).

       01  WS-RPT-REQ-LINE.
           10 FILLER              PIC X(6).
           10 FILLER              PIC X(4)   VALUE 'REQ '.
           10 WS-RPT-REQ-NO       PIC X(8).
           10 FILLER              PIC X(6)   VALUE '  LINE'.
           10 WS-RPT-REQ-LINENO   PIC ZZZ9.
           10 FILLER              PIC X(7)   VALUE '  PART '.
           10 WS-RPT-PARTNO       PIC X(6).
           10 FILLER              PIC X(6)   VALUE '  QTY'.
           10 WS-RPT-QTY          PIC ZZZ9.
           10 FILLER              PIC X(8)   VALUE '  PRICE'.
           10 WS-RPT-PRICE        PIC ZZZ,ZZ9.99.
           10 FILLER              PIC X(11)  VALUE '  PO LINE'.
           10 WS-RPT-PO-LINENO    PIC ZZZ9.
           10 WS-RPT-MARK         PIC X(12).
           10 FILLER              PIC X(36).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBPRQCV'.
       01  WS-ERRLG-PARA        PIC X(30) VALUE '9000-DBERROR'.
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80) OCCURS 12 TIMES
                                    INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      ******************************************************************
      * SQLCA AND DCLGENS FOR TABLES
      ******************************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.

                EXEC SQL INCLUDE PURCHREQ
                END-EXEC.

                EXEC SQL INCLUDE PURQLINE
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - APPROVED REQUISITION LINES NOT YET ON A PO, IN SUPPLIER
      * AND PROJECT ORDER SO EACH GROUP IS ONE DRAFT PO. A LINE WITH
      * NO PROJECT GROUPS UNDER SPACES.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      L.REQ_NO,
                      L.REQ_LINENO,
                      L.PARTNO,
                      L.REQ_QTY,
                      L.SUPNO,
                      L.UNIT_PRICE,
                      COALESCE(H.PROJ_NO, ' ')
                    FROM PURCH_REQ_LINE L,
                         PURCH_REQ      H
                    WHERE H.REQ_NO     = L.REQ_NO
                      AND H.REQ_STATUS = 'A'
                      AND L.PONO IS NULL
                    ORDER BY 5, 7, 1, 2
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-PO-SEQ-CARD.

                IF WS-PO-SEQ-CARD = SPACES
                OR WS-PO-SEQ-CARD = '000000'
                   PERFORM 1000-GET-LAST-PONO
                   THRU    1000-EXIT
                END-IF.

                DISPLAY 'REQUISITION CONVERSION - DRAFT POS AFTER '
                        WS-PO-SEQ.

                PRINT WS-RPT-HEADER.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.

                PERFORM 3000-MARK-CONVERTED
                THRU    3000-EXIT.

                DISPLAY 'REQUISITION LINES READ    = ' WS-LINE-COUNT.
                DISPLAY 'DRAFT POS RAISED          = '
                        WS-DRAFT-COUNT.
                DISPLAY 'LINES PUT ON ORDER        = ' WS-CONV-COUNT.
                DISPLAY 'LINES REFUSED             = '
                        WS-REFUSED-COUNT.
                DISPLAY 'REQUISITIONS CONVERTED    = '
                        WS-CLOSED-COUNT.

                IF WS-REFUSED-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1000-GET-LAST-PONO - NO CARD, SO CARRY ON FROM THE HIGHEST
      * PO NUMBER ALREADY ON FILE.
      ******************************************************************
       1000-GET-LAST-PONO.

                EXEC SQL
                  SELECT COALESCE(MAX(PONO), '000000')
                    INTO :WS-PO-SEQ-CARD
                    FROM PURCHASE_ORDER
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.

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

                PERFORM 2200-FETCH-CURSOR
                THRU    2200-EXIT
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

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-CURSOR
      ******************************************************************
       2200-FETCH-CURSOR.

                EXEC SQL
                    FETCH C1
                    INTO  :RL-REQ-NO,
                          :RL-REQ-LINENO,
                          :RL-PARTNO,
                          :RL-REQ-QTY,
                          :RL-SUPNO,
                          :RL-UNIT-PRICE,
                          :WS-PROJ-NO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2400-CONVERT-LINE
                         THRU    2400-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-CONVERT-LINE - A NEW SUPPLIER OR PROJECT STARTS A NEW
      * DRAFT PO; EVERY LINE THEN GOES ON THE CURRENT ONE.
      ******************************************************************
       2400-CONVERT-LINE.

                ADD 1 TO WS-LINE-COUNT.

                IF RL-SUPNO   NOT = WS-LAST-SUPNO
                OR WS-PROJ-NO NOT = WS-LAST-PROJ-NO
                   MOVE RL-SUPNO   TO WS-LAST-SUPNO
                   MOVE WS-PROJ-NO TO WS-LAST-PROJ-NO
                   PERFORM 2600-RAISE-DRAFT-PO
                   THRU    2600-EXIT
                END-IF.

                MOVE RL-REQ-NO      TO WS-RPT-REQ-NO.
                MOVE RL-REQ-LINENO  TO WS-RPT-REQ-LINENO.
                MOVE RL-PARTNO      TO WS-RPT-PARTNO.
                MOVE RL-REQ-QTY     TO WS-RPT-QTY.
                MOVE RL-UNIT-PRICE  TO WS-RPT-PRICE.
                MOVE ZERO           TO WS-RPT-PO-LINENO.

                IF GROUP-REFUSED
                   MOVE '  ** REFUSED' TO WS-RPT-MARK
                   PRINT WS-RPT-REQ-LINE
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 2400-EXIT
                END-IF.

                ADD 1 TO WS-LP-LINENO.

                MOVE WS-PP-PONO     TO WS-LP-PONO.
                MOVE RL-PARTNO      TO WS-LP-PARTNO.
                MOVE RL-REQ-QTY     TO WS-LP-QTY.
                MOVE RL-UNIT-PRICE  TO WS-LP-PRICE.
                MOVE SPACES         TO WS-DATA-IN.
                MOVE WS-LINE-PARM   TO WS-DATA-IN (1:29).

                MOVE 3 TO WS-CMD-CODE.
                CALL 'APIPORD' USING WS-CMD-CODE, WS-RESP-CODE,
                     WS-DATA-IN, WS-DATA-OUT.

                IF WS-RESP-CODE NOT = ZERO
                   DISPLAY 'DRAFT PO LINE REFUSED FOR REQ '
                           RL-REQ-NO ' LINE ' RL-REQ-LINENO
                           ' - RESP ' WS-RESP-CODE
                   SUBTRACT 1 FROM WS-LP-LINENO
                   MOVE '  ** REFUSED' TO WS-RPT-MARK
                   PRINT WS-RPT-REQ-LINE
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 2400-EXIT
                END-IF.

                MOVE WS-LP-PONO     TO RL-PONO.
                MOVE WS-LP-LINENO   TO RL-PO-LINENO.

                EXEC SQL
                  UPDATE PURCH_REQ_LINE
                     SET PONO         = :RL-PONO,
                         PO_LINENO    = :RL-PO-LINENO,
                         CONVERTED_TS = CURRENT TIMESTAMP
                   WHERE REQ_NO     = :RL-REQ-NO
                     AND REQ_LINENO = :RL-REQ-LINENO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-LP-LINENO   TO WS-RPT-PO-LINENO.
                MOVE SPACES         TO WS-RPT-MARK.
                PRINT WS-RPT-REQ-LINE.

                ADD 1 TO WS-CONV-COUNT.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-RAISE-DRAFT-PO - THE HEADER THROUGH APIPORD, CHARGED TO
      * THE GROUP'S PROJECT, THE SAME PATH EVERY OTHER PO TAKES. A
      * REFUSED HEADER SKIPS THE WHOLE GROUP TO THE NEXT RUN.
      ******************************************************************
       2600-RAISE-DRAFT-PO.

                MOVE SPACES TO GROUP-REFUSED-SWITCH.
                MOVE ZERO   TO WS-LP-LINENO.

                ADD 1 TO WS-PO-SEQ.

                MOVE SPACES        TO WS-PO-PARM.
                MOVE WS-PO-SEQ     TO WS-PP-PONO.
                MOVE RL-SUPNO      TO WS-PP-SUPNO.
                MOVE WS-PROJ-NO    TO WS-PP-PROJNO.
                MOVE SPACES        TO WS-DATA-IN.
                MOVE WS-PO-PARM    TO WS-DATA-IN (1:29).

                MOVE 2 TO WS-CMD-CODE.
                CALL 'APIPORD' USING WS-CMD-CODE, WS-RESP-CODE,
                     WS-DATA-IN, WS-DATA-OUT.

                IF WS-RESP-CODE NOT = ZERO
                   DISPLAY 'DRAFT PO HEADER REFUSED FOR SUPPLIER '
                           RL-SUPNO ' PROJECT ' WS-PROJ-NO
                           ' - RESP ' WS-RESP-CODE
                   MOVE 'Y' TO GROUP-REFUSED-SWITCH
                   GO TO 2600-EXIT
                END-IF.

                MOVE WS-PP-PONO  TO WS-RPT-DRAFT-PONO.
                MOVE RL-SUPNO    TO WS-RPT-DRAFT-SUPNO.
                MOVE WS-PROJ-NO  TO WS-RPT-DRAFT-PROJ.
                PRINT WS-RPT-DRAFT-LINE.

                ADD 1 TO WS-DRAFT-COUNT.

       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-MARK-CONVERTED - AN APPROVED REQUISITION WITH EVERY LINE
      * ON A PO IS DONE.
      ******************************************************************
       3000-MARK-CONVERTED.

                EXEC SQL
                  UPDATE PURCH_REQ H
                     SET REQ_STATUS = 'C'
                   WHERE REQ_STATUS = 'A'
                     AND NOT EXISTS
                         (SELECT 1
                            FROM PURCH_REQ_LINE L
                           WHERE L.REQ_NO = H.REQ_NO
                             AND L.PONO IS NULL)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE SQLERRD(3) TO WS-CLOSED-COUNT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 9000-DBERROR - GET ERROR MESSAGE
      ******************************************************************
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
      /
      ******************************************************************
      * 9999-ERROR-DISPLAY
      ******************************************************************
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
