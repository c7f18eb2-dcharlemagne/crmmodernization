      *                CLEARING AND DEDUCTIONS PAYABLE. THE EXPENSE
      *                DEBITED IS NETPAY PLUS DEDUCTTOT, SO EVERY
      *                SUBSIDIARY'S JOURNAL BALANCES BY CONSTRUCTION.
      *                WITH THE PROJECT DIMENSION REQUESTED, EACH
      *                DEPARTMENT'S EXPENSE DEBIT IS SPLIT BY PROJECT
      *                FROM THE PERIOD'S LABOR_DIST ROWS (COBLBDST).
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  NEW SECOND PARAMETER - DIMENSION 'P' SPLITS
      *                     EACH DEPARTMENT'S EXPENSE DEBIT INTO ONE
      *                     LINE PER PROJECT FROM THE PERIOD'S
      *                     LABOR_DIST ROWS, PROJECT NUMBER CARRIED IN
      *                     THE LINE'S NEW PROJECT FIELD, WITH THE
      *                     REMAINDER (OVERHEAD AND UNDISTRIBUTED COST)
      *                     ON A LINE WITH A BLANK PROJECT. THE
      *                     DEPARTMENT TOTAL, AND SO THE JOURNAL'S
      *                     BALANCE, IS UNCHANGED.
      *    2026-09-02  RJM  ENTER EVERY GENERATION ON THE NEW
      *                     XMIT_CONTROL TRANSMISSION REGISTER WITH
      *                     ITS RECORD COUNT AND HASH TOTAL, SO THE
               88  END-OF-C1                     VALUE  'Y'.
       77  FIRST-FETCH-SWITCH     PIC X          VALUE  'Y'.
               88  FIRST-FETCH                   VALUE  'Y'.
       77  END-OF-C2-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C2                     VALUE  'Y'.
       77  WS-GL-DIMENSION        PIC X          VALUE  SPACES.
               88  WS-GL-BY-PROJECT              VALUE  'P'.
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-SQLCODE             PIC 9(9).
       01  WS-SUBID               PIC X(4).
       01  WS-FX-FOUND-FLAG       PIC X(1).
       01  WS-GROUP-AMOUNT        PIC S9(11)V9(2) USAGE COMP-3.

      ******************************************************************
      * VARIABLES FOR THE PROJECT DIMENSION
      ******************************************************************
       01  WS-DIST-PROJ-NO        PIC X(6).
       01  WS-DIST-AMOUNT         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DIST-TOTAL          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DIST-REMAINDER      PIC S9(11)V9(2) USAGE COMP-3.

      ******************************************************************
      * VARIABLES FOR THE GL_ACCT_MAP LOOKUP
      ******************************************************************
           10 WS-GL-ACCOUNT       PIC X(8).
           10 WS-GL-AMOUNT        PIC 9(11)V9(2).
           10 WS-GL-DESC          PIC X(30).
           10 WS-GL-PROJ-NO       PIC X(6)  VALUE SPACES.
           10 FILLER              PIC X(9)  VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
                EXEC SQL INCLUDE XMITCTL
                END-EXEC.

                EXEC SQL INCLUDE LABDIST
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - ONE ROW PER SUBID/WORKDEPT WITH
                    ORDER BY D.SUBID, E.WORKDEPT
                END-EXEC.

      ******************************************************************
      * C2 - THE DEPARTMENT'S PAY COST BY PROJECT FROM LABOR_DIST, FOR
      * THE PROJECT DIMENSION. EMPLOYER CONTRIBUTIONS ARE NOT PART OF
      * THIS JOURNAL'S EXPENSE, SO ONLY PAY_AMOUNT IS TAKEN.
      ******************************************************************

                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      L.PROJ_NO,
                      SUM(L.PAY_AMOUNT)
                    FROM LABOR_DIST L
                    WHERE L.PYEARMONTH = :WS-PYEARMONTH
                      AND L.SUBID      = :WS-SUBID
                      AND L.WORKDEPT   = :WS-WORKDEPT
                      AND L.DIST_TYPE  = 'P'
                    GROUP BY L.PROJ_NO
                    ORDER BY L.PROJ_NO
                END-EXEC.

      /
       LINKAGE SECTION.
       01  GLEXT-PYEARMONTH       PIC X(6).
       01  GLEXT-DIMENSION        PIC X(1).

       PROCEDURE DIVISION USING GLEXT-PYEARMONTH, GLEXT-DIMENSION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                MOVE GLEXT-PYEARMONTH TO WS-PYEARMONTH.
                MOVE GLEXT-DIMENSION  TO WS-GL-DIMENSION.

                DISPLAY 'GL EXTRACT FOR PERIOD = ' WS-PYEARMONTH.
                IF WS-GL-BY-PROJECT
                   DISPLAY 'EXPENSE CARRIES THE PROJECT DIMENSION'
                END-IF.

                OPEN OUTPUT GLFILE.

                MOVE WS-SUBID        TO WS-GL-SUBID.
                MOVE WS-WORKDEPT     TO WS-GL-COSTCENTER.
                MOVE WS-MAP-ACCOUNT  TO WS-GL-ACCOUNT.
                MOVE SPACES          TO WS-GL-PROJ-NO.

                IF WS-GL-BY-PROJECT
                   PERFORM 2550-WRITE-PROJECT-DEBITS
                   THRU    2550-EXIT
                   GO TO 2500-EXIT
                END-IF.

                MOVE WS-DEPT-EXPENSE TO WS-GL-AMOUNT.
                MOVE 'PAYROLL EXPENSE'
                                     TO WS-GL-DESC.
       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2550-WRITE-PROJECT-DEBITS - THE DEPARTMENT'S EXPENSE AS ONE
      * DEBIT PER PROJECT FROM LABOR_DIST AND A BLANK-PROJECT DEBIT
      * FOR THE REST (OVERHEAD, AND ANY COST NOT YET DISTRIBUTED). IF
      * THE DISTRIBUTION IS LARGER THAN THE EXPENSE - PAYROLL CHANGED
      * AFTER COBLBDST RAN - THE DEPARTMENT IS DEBITED UNSPLIT AND
      * THE STEP ENDS WITH A WARNING.
      ******************************************************************
       2550-WRITE-PROJECT-DEBITS.

                EXEC SQL
                    SELECT COALESCE(SUM(PAY_AMOUNT), 0)
                      INTO :WS-DIST-TOTAL
                      FROM LABOR_DIST
                     WHERE PYEARMONTH = :WS-PYEARMONTH
                       AND SUBID      = :WS-SUBID
                       AND WORKDEPT   = :WS-WORKDEPT
                       AND DIST_TYPE  = 'P'
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-DIST-TOTAL GREATER THAN WS-DEPT-EXPENSE
                   DISPLAY 'LABOR_DIST EXCEEDS EXPENSE - SUBID '
                           WS-SUBID ' DEPT ' WS-WORKDEPT
                   IF RETURN-CODE LESS THAN 4
                      MOVE 4 TO RETURN-CODE
                   END-IF
                   MOVE WS-DEPT-EXPENSE TO WS-GL-AMOUNT
                   MOVE 'PAYROLL EXPENSE'
                                        TO WS-GL-DESC
                   WRITE GLFILE-REC FROM WS-GL-LINE
                   ADD 1            TO WS-LINE-COUNT
                                       WS-XMIT-COUNT
                   ADD WS-GL-AMOUNT TO WS-XMIT-HASH
                   GO TO 2550-EXIT
                END-IF.

                MOVE SPACES TO END-OF-C2-SWITCH.
                PERFORM 2560-PROJECT-CURSOR
                THRU    2560-EXIT.

                COMPUTE WS-DIST-REMAINDER =
                        WS-DEPT-EXPENSE - WS-DIST-TOTAL.

                IF WS-DIST-REMAINDER NOT = ZERO
                   MOVE SPACES            TO WS-GL-PROJ-NO
                   MOVE WS-DIST-REMAINDER TO WS-GL-AMOUNT
                   MOVE 'PAYROLL EXPENSE - OVERHEAD'
                                          TO WS-GL-DESC
                   WRITE GLFILE-REC FROM WS-GL-LINE
                   ADD 1            TO WS-LINE-COUNT
                                       WS-XMIT-COUNT
                   ADD WS-GL-AMOUNT TO WS-XMIT-HASH
                END-IF.

       2550-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2560-PROJECT-CURSOR
      ******************************************************************
       2560-PROJECT-CURSOR.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2570-FETCH-PROJECT
                THRU    2570-EXIT
                UNTIL END-OF-C2.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2560-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2570-FETCH-PROJECT - ONE PROJECT DEBIT
      ******************************************************************
       2570-FETCH-PROJECT.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-DIST-PROJ-NO,
                          :WS-DIST-AMOUNT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 2570-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-DIST-AMOUNT = ZERO
                   GO TO 2570-EXIT
                END-IF.

                MOVE WS-DIST-PROJ-NO TO WS-GL-PROJ-NO.
                MOVE WS-DIST-AMOUNT  TO WS-GL-AMOUNT.
                MOVE 'PAYROLL EXPENSE - PROJECT'
                                     TO WS-GL-DESC.

                WRITE GLFILE-REC FROM WS-GL-LINE.
                ADD 1            TO WS-LINE-COUNT
                                    WS-XMIT-COUNT.
                ADD WS-GL-AMOUNT TO WS-XMIT-HASH.

       2570-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-WRITE-SUB-CREDITS - THE OFFSETTING CREDIT LINES FOR ONE
