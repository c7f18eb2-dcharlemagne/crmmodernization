      *                ENDS WITH A WARNING CODE SO THE CARD GAP GETS
      *                FIXED.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  LOG THE RUN'S START, END, CONDITION CODE
      *                     AND DETAILS WRITTEN TO JOB_RUN_LOG THROUGH
      *                     THE SHARED COBRUNLG UTILITY, AS COBBNKEX
      *                     DOES - A CLEAN RUN IS WHAT MARKS THE
      *                     BILLING TASK DONE ON THE MONTH-END CLOSE
      *                     BOARD (COBRPT92).
      *    2026-10-15  RJM  FIXED-PRICE PROJECTS (ANY PROJ_MILESTONE
      *                     ROW) ARE LEFT OUT OF THE T&M PRICING;
      *                     INSTEAD EACH PENDING MILESTONE WHOSE
      *                     PACTIVITY HAS AN ACT_ENDDATE IS INVOICED
      *                     AS A 'M' DETAIL IN THE CLIENT'S SECTION
      *                     AND MARKED BILLED.
      *    2026-10-15  RJM  EVERY INVOICE SECTION NOW GETS AN INVOICE
      *                     NUMBER, THE CLIENT (VIA CLIENT_PROJ) AND A
      *                     DUE DATE FROM THE CLIENT'S TERMS ON ITS
      *                     HEADER, AND IS WRITTEN TO INVOICE_REGISTER
      *                     FOR THE AR LEDGER. ACCOUNTS WITH NO CLIENT
      *                     ROW ARE STILL BILLED BUT LISTED AND RC 4.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
               88  WS-SECT-OPEN                  VALUE  'Y'.
       77  WS-LEDGER-EXISTS-SW    PIC X          VALUE  SPACES.
               88  WS-LEDGER-EXISTS              VALUE  'Y'.
       01  WS-LAST-INVOICENO      PIC X(8).
       01  WS-NEXT-INVOICENO      PIC 9(8)  VALUE ZERO.
       01  WS-CLIENTNO            PIC X(6).
       01  WS-TERMS-DAYS          PIC S9(4) USAGE COMP.
       01  WS-DUE-DATE            PIC X(10).
       01  WS-INV-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-NOCLIENT-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-LINE-KIND           PIC X(1).
       01  WS-MILESTONE-NO        PIC S9(4) USAGE COMP.
       01  WS-MS-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-MILESTONE-COUNT     PIC S9(9) USAGE COMP VALUE ZERO.

       01  WS-INV-HEADER.
           10 WS-HDR-RECTYPE      PIC X(1)   VALUE 'H'.
           10 WS-HDR-MONTH        PIC X(6).
           10 WS-HDR-RUN-DATE     PIC X(10).
           10 WS-HDR-ORIGIN       PIC X(8)   VALUE 'MYTELCO '.
           10 WS-HDR-INVOICENO    PIC X(8).
           10 WS-HDR-CLIENTNO     PIC X(6).
           10 WS-HDR-DUE-DATE     PIC X(10).
           10 FILLER              PIC X(25)  VALUE SPACES.

       01  WS-INV-DETAIL.
           10 WS-DTL-RECTYPE      PIC X(1)   VALUE 'D'.
           10 WS-DTL-HOURS        PIC 9(3)V9(2).
           10 WS-DTL-RATE         PIC 9(5)V9(2).
           10 WS-DTL-AMOUNT       PIC 9(9)V9(2).
           10 WS-DTL-LINETYPE     PIC X(1)   VALUE 'T'.
           10 WS-DTL-MILESTONE    PIC 9(4)   VALUE ZERO.
           10 FILLER              PIC X(35)  VALUE SPACES.

       01  WS-INV-TRAILER.
           10 WS-TRL-RECTYPE      PIC X(1)   VALUE 'T'.
           10 WS-EXC-HOURS        PIC ZZ9.99.
           10 FILLER              PIC X(71).

       01  WS-NCL-LINE.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(30)
                VALUE 'NO CLIENT MASTER FOR ACCOUNT -'.
           10 FILLER              PIC X(9)   VALUE 'CTRLPROJ='.
           10 WS-NCL-CLIENT       PIC X(6).
           10 FILLER              PIC X(11)  VALUE ' INVOICENO='.
           10 WS-NCL-INVOICENO    PIC X(8).
           10 FILLER              PIC X(66).

      ******************************************************************
      * VARIABLES FOR RUN LOGGING (COBRUNLG)
      ******************************************************************
       01  WS-RUNLG-ACTION        PIC X(1).
       01  WS-RUNLG-JOBNAME       PIC X(8)  VALUE 'BILLING '.
       01  WS-RUNLG-STEPNAME      PIC X(8)  VALUE 'STEP010 '.
       01  WS-RUNLG-PROGRAM       PIC X(8)  VALUE 'COBBILLG'.
       01  WS-RUNLG-CONDCODE      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-RUNLG-ROWS          PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
                EXEC SQL INCLUDE BILLLEDG
                END-EXEC.

                EXEC SQL INCLUDE CLIENT
                END-EXEC.

                EXEC SQL INCLUDE CLIPROJ
                END-EXEC.

                EXEC SQL INCLUDE INVREG
                END-EXEC.

                EXEC SQL INCLUDE PRJMILE
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - EVERY ASSIGNMENT WITH HOURS ON
      * FILE, ITS DEVELOPER SKILL LEVEL AND ITS CLIENT ACCOUNT (THE
      * PROJECT'S CONTROLLING PROJECT), ORDERED FOR THE CLIENT
      * CONTROL BREAK. A FIXED-PRICE PROJECT'S HOURS ARE LEFT OUT;
      * ITS COMPLETED, UNBILLED MILESTONES COME THROUGH THE SAME
      * CURSOR AS 'M' ROWS SO THEY LAND IN THE SAME CLIENT SECTION.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                      A.ACT_NO,
                      A.EMPNO,
                      COALESCE(A.EMPTIME, 0),
                      COALESCE(V.SKILL_LEVEL, 0),
                      'T',
                      0,
                      0
                    FROM EMP_PROJ_ACT A
                    INNER JOIN PROJECT P
                      ON P.PROJ_NO = A.PROJ_NO
                    LEFT OUTER JOIN DEVELOPER V
                      ON V.DEVELOPER_ID = A.EMPNO
                    WHERE COALESCE(A.EMPTIME, 0) > 0
                      AND NOT EXISTS
                          (SELECT 1
                             FROM PROJ_MILESTONE M
                            WHERE M.PROJ_NO = A.PROJ_NO)
                  UNION ALL
                  SELECT
                      COALESCE(P.CTRLPROJ, P.PROJ_NO),
                      M.PROJ_NO,
                      M.ACT_NO,
                      ' ',
                      0,
                      0,
                      'M',
                      M.MILESTONE_NO,
                      M.MS_AMOUNT
                    FROM PROJ_MILESTONE M
                    INNER JOIN PROJECT P
                      ON P.PROJ_NO = M.PROJ_NO
                    INNER JOIN PACTIVITY PA
                      ON PA.PROJ_NO = M.PROJ_NO
                     AND PA.ACT_NO  = M.ACT_NO
                    WHERE M.MSTATUS = 'P'
                      AND PA.ACT_ENDDATE IS NOT NULL
                    ORDER BY 1, 2, 3, 4
                END-EXEC.

      /
                     SET :WS-RUN-DATE = CURRENT DATE
                END-EXEC.

                MOVE 'S' TO WS-RUNLG-ACTION.
                CALL 'COBRUNLG' USING WS-RUNLG-ACTION,
                     WS-RUNLG-JOBNAME, WS-RUNLG-STEPNAME,
                     WS-RUNLG-PROGRAM, WS-RUNLG-CONDCODE,
                     WS-RUNLG-ROWS.

                PERFORM 1000-GET-LAST-INVOICE
                THRU    1000-EXIT.

                PERFORM 2000-WRITE-EXTRACT
                THRU    2000-EXIT.

                        WS-CLIENT-COUNT.
                DISPLAY 'INVOICE DETAILS WRITTEN = '
                        WS-DETAIL-COUNT.
                DISPLAY 'MILESTONES INVOICED     = '
                        WS-MILESTONE-COUNT.
                DISPLAY 'ASSIGNMENTS WITH NO RATE = '
                        WS-UNRATED-COUNT.
                DISPLAY 'INVOICES WITH NO CLIENT  = '
                        WS-NOCLIENT-COUNT.

                IF (WS-UNRATED-COUNT GREATER THAN ZERO
                    OR WS-NOCLIENT-COUNT GREATER THAN ZERO)
                   AND RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                PERFORM 8000-LOG-RUN-END
                THRU    8000-EXIT.

                GOBACK.
      /
      ******************************************************************
      * 1000-GET-LAST-INVOICE - INVOICE NUMBERS RUN ON FROM THE
      * HIGHEST NUMBER ALREADY ON THE REGISTER.
      ******************************************************************
       1000-GET-LAST-INVOICE.

                EXEC SQL
                    SELECT COALESCE(MAX(INVOICENO), '00000000')
                      INTO :WS-LAST-INVOICENO
                      FROM INVOICE_REGISTER
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-LAST-INVOICENO TO WS-NEXT-INVOICENO
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-WRITE-EXTRACT
      ******************************************************************
       2000-WRITE-EXTRACT.
                          :WS-ACT-NO,
                          :WS-EMPNO,
                          :WS-EMPTIME,
                          :WS-SKILL-LEVEL,
                          :WS-LINE-KIND,
                          :WS-MILESTONE-NO,
                          :WS-MS-AMOUNT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-LINE-KIND = 'M'
                            PERFORM 2700-BILL-MILESTONE
                            THRU    2700-EXIT
                         ELSE
                            PERFORM 2400-BILL-ASSIGNMENT
                            THRU    2400-EXIT
                         END-IF
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                    WHEN OTHER
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-CLIENT-BREAK - CLOSE THE PRIOR CLIENT SECTION AND OPEN
      * THE NEXT ONE WHEN THE CLIENT ACCOUNT CHANGES.
      ******************************************************************
       2300-CLIENT-BREAK.

                IF FIRST-FETCH
                   OR WS-CLIENT NOT = WS-PRIOR-CLIENT
                   IF NOT FIRST-FETCH
                      PERFORM 2600-WRITE-TRAILER
                      THRU    2600-EXIT
                   END-IF
                   PERFORM 2500-WRITE-HEADER
                   THRU    2500-EXIT
                END-IF.

                MOVE SPACES    TO FIRST-FETCH-SWITCH.
                MOVE WS-CLIENT TO WS-PRIOR-CLIENT.

       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-BILL-ASSIGNMENT - THE UNBILLED DELTA AGAINST THE LEDGER
                   GO TO 2400-EXIT
                END-IF.

                PERFORM 2300-CLIENT-BREAK
                THRU    2300-EXIT.

                COMPUTE WS-AMOUNT ROUNDED =
                        WS-UNBILLED * WS-BILLRATE.
                MOVE WS-UNBILLED TO WS-DTL-HOURS.
                MOVE WS-BILLRATE TO WS-DTL-RATE.
                MOVE WS-AMOUNT   TO WS-DTL-AMOUNT.
                MOVE 'T'         TO WS-DTL-LINETYPE.
                MOVE ZERO        TO WS-DTL-MILESTONE.

                WRITE INVFILE-REC FROM WS-INV-DETAIL.

      ******************************************************************
       2500-WRITE-HEADER.

                ADD 1 TO WS-NEXT-INVOICENO.

                PERFORM 2510-GET-CLIENT
                THRU    2510-EXIT.

                MOVE WS-CLIENT         TO WS-HDR-CLIENT.
                MOVE WS-BILL-MONTH     TO WS-HDR-MONTH.
                MOVE WS-RUN-DATE       TO WS-HDR-RUN-DATE.
                MOVE WS-NEXT-INVOICENO TO WS-HDR-INVOICENO.
                MOVE WS-CLIENTNO       TO WS-HDR-CLIENTNO.
                MOVE WS-DUE-DATE       TO WS-HDR-DUE-DATE.

                IF WS-CLIENTNO = SPACES
                   MOVE WS-CLIENT        TO WS-NCL-CLIENT
                   MOVE WS-HDR-INVOICENO TO WS-NCL-INVOICENO
                   PRINT WS-NCL-LINE
                   ADD 1 TO WS-NOCLIENT-COUNT
                END-IF.

                WRITE INVFILE-REC FROM WS-INV-HEADER.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2510-GET-CLIENT - THE CLIENT THE ACCOUNT IS BILLED TO AND THE
      * DUE DATE FROM ITS PAYMENT TERMS. NO CLIENT ROW LEAVES THE
      * CLIENT BLANK AND THE STANDARD 30-DAY TERMS.
      ******************************************************************
       2510-GET-CLIENT.

                MOVE SPACES TO WS-CLIENTNO.
                MOVE 30     TO WS-TERMS-DAYS.

                EXEC SQL
                    SELECT C.CLIENTNO, C.TERMS_DAYS
                      INTO :WS-CLIENTNO, :WS-TERMS-DAYS
                      FROM CLIENT_PROJ CP
                      INNER JOIN CLIENT C
                        ON C.CLIENTNO = CP.CLIENTNO
                     WHERE CP.CTRLPROJ = :WS-CLIENT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE SPACES TO WS-CLIENTNO
                         MOVE 30     TO WS-TERMS-DAYS
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                     SET :WS-DUE-DATE =
                         CURRENT DATE + :WS-TERMS-DAYS DAYS
                END-EXEC.

       2510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-WRITE-TRAILER

                WRITE INVFILE-REC FROM WS-INV-TRAILER.

                PERFORM 2610-REGISTER-INVOICE
                THRU    2610-EXIT.

       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2610-REGISTER-INVOICE - THE SECTION JUST CLOSED GOES ON THE
      * AR LEDGER AS AN OPEN INVOICE FOR ITS TRAILER TOTAL.
      ******************************************************************
       2610-REGISTER-INVOICE.

                MOVE WS-SECT-HASH TO WS-INV-AMOUNT.

                EXEC SQL
                    INSERT INTO INVOICE_REGISTER
                         (INVOICENO, CLIENTNO, CTRLPROJ, BILL_MONTH,
                          INVOICE_DATE, DUE_DATE, INV_AMOUNT,
                          PAID_AMOUNT, DETAIL_COUNT, ISTATUS,
                          LAST_PAID_DATE)
                    VALUES
                         (:WS-HDR-INVOICENO, :WS-HDR-CLIENTNO,
                          :WS-PRIOR-CLIENT, :WS-BILL-MONTH,
                          :WS-RUN-DATE, :WS-HDR-DUE-DATE,
                          :WS-INV-AMOUNT, 0, :WS-SECT-COUNT, 'O',
                          NULL)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2610-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-BILL-MILESTONE - A FIXED-PRICE MILESTONE WHOSE ACTIVITY
      * HAS ENDED IS INVOICED AT ITS SCHEDULED AMOUNT AND MARKED
      * BILLED AGAINST THE SECTION'S INVOICE NUMBER.
      ******************************************************************
       2700-BILL-MILESTONE.

                IF WS-MS-AMOUNT NOT GREATER THAN ZERO
                   GO TO 2700-EXIT
                END-IF.

                PERFORM 2300-CLIENT-BREAK
                THRU    2300-EXIT.

                MOVE WS-PROJ-NO      TO WS-DTL-PROJ.
                MOVE WS-ACT-NO       TO WS-DTL-ACT.
                MOVE SPACES          TO WS-DTL-EMPNO.
                MOVE ZERO            TO WS-DTL-HOURS
                                        WS-DTL-RATE.
                MOVE WS-MS-AMOUNT    TO WS-DTL-AMOUNT.
                MOVE 'M'             TO WS-DTL-LINETYPE.
                MOVE WS-MILESTONE-NO TO WS-DTL-MILESTONE.

                WRITE INVFILE-REC FROM WS-INV-DETAIL.

                ADD 1            TO WS-SECT-COUNT
                                    WS-DETAIL-COUNT
                                    WS-MILESTONE-COUNT.
                ADD WS-MS-AMOUNT TO WS-SECT-HASH.

                EXEC SQL
                    UPDATE PROJ_MILESTONE
                       SET MSTATUS   = 'B',
                           BILLED_YM = :WS-BILL-MONTH,
                           INVOICENO = :WS-HDR-INVOICENO
                     WHERE PROJ_NO      = :WS-PROJ-NO
                       AND MILESTONE_NO = :WS-MILESTONE-NO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-VERIFY-EXTRACT - RE-READ AND RE-TOTAL EVERY CLIENT
       3100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8000-LOG-RUN-END - CLOSE THE RUN'S JOB_RUN_LOG ROW WITH THE
      * CONDITION CODE AND THE DETAILS WRITTEN. THE CONDITION CODE
      * IS PUT BACK AFTER THE CALL SO THE STEP STILL ENDS WITH IT.
      ******************************************************************
       8000-LOG-RUN-END.

                MOVE 'E'             TO WS-RUNLG-ACTION.
                MOVE RETURN-CODE     TO WS-RUNLG-CONDCODE.
                MOVE WS-DETAIL-COUNT TO WS-RUNLG-ROWS.
                CALL 'COBRUNLG' USING WS-RUNLG-ACTION,
                     WS-RUNLG-JOBNAME, WS-RUNLG-STEPNAME,
                     WS-RUNLG-PROGRAM, WS-RUNLG-CONDCODE,
                     WS-RUNLG-ROWS.
                MOVE WS-RUNLG-CONDCODE TO RETURN-CODE.

       8000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 9000-DBERROR - GET ERROR MESSAGE
