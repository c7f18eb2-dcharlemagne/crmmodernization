      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  LOG THE RUN'S START, END, CONDITION CODE
      *                     AND SETS PROCESSED TO JOB_RUN_LOG THROUGH
      *                     THE SHARED COBRUNLG UTILITY, AS COBBNKEX
      *                     DOES - A CLEAN RUN IS WHAT MARKS THE
      *                     DEPRECIATION TASK DONE ON THE MONTH-END
      *                     CLOSE BOARD (COBRPT92).
      *    2026-09-02  RJM  LOOK THE JOURNAL PAIR'S ACCOUNTS UP IN
      *                     GL_ACCT_MAP (NEW LINETYPES 'H' AND 'A')
      *                     INSTEAD OF HARDCODING CONSTRUCTED
           10 WS-GL-DESC          PIC X(30).
           10 FILLER              PIC X(15) VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR RUN LOGGING (COBRUNLG)
      ******************************************************************
       01  WS-RUNLG-ACTION        PIC X(1).
       01  WS-RUNLG-JOBNAME       PIC X(8)  VALUE 'HWDEPR  '.
       01  WS-RUNLG-STEPNAME      PIC X(8)  VALUE 'STEP010 '.
       01  WS-RUNLG-PROGRAM       PIC X(8)  VALUE 'COBHWDEP'.
       01  WS-RUNLG-CONDCODE      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-RUNLG-ROWS          PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************

                DISPLAY 'HARDWARE DEPRECIATION FOR ' WS-RUN-MONTH.

                MOVE 'S' TO WS-RUNLG-ACTION.
                CALL 'COBRUNLG' USING WS-RUNLG-ACTION,
                     WS-RUNLG-JOBNAME, WS-RUNLG-STEPNAME,
                     WS-RUNLG-PROGRAM, WS-RUNLG-CONDCODE,
                     WS-RUNLG-ROWS.

                MOVE WS-RUN-MONTH (1:4) TO WS-RUN-YEAR.
                MOVE WS-RUN-MONTH (5:2) TO WS-RUN-MM.
                COMPUTE WS-RUN-NUM =

                DISPLAY 'SETS PROCESSED = ' WS-SET-COUNT.

                PERFORM 8000-LOG-RUN-END
                THRU    8000-EXIT.

                GOBACK.
      /
      ******************************************************************
       4100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8000-LOG-RUN-END - CLOSE THE RUN'S JOB_RUN_LOG ROW WITH THE
      * CONDITION CODE AND THE SETS PROCESSED. THE CONDITION CODE
      * IS PUT BACK AFTER THE CALL SO THE STEP STILL ENDS WITH IT.
      ******************************************************************
       8000-LOG-RUN-END.

                MOVE 'E'             TO WS-RUNLG-ACTION.
                MOVE RETURN-CODE     TO WS-RUNLG-CONDCODE.
                MOVE WS-SET-COUNT    TO WS-RUNLG-ROWS.
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
