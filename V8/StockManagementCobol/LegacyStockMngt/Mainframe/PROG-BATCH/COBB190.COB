      *-----------------------------------------------------------------
      *     COBB190 - NIGHTLY BATCH DRIVER FOR COBGLEXT. READS THE
      *               PAYROLL YEAR-MONTH AND THE JOURNAL DIMENSION OFF
      *               SYSIN AND CALLS COBGLEXT WITH THEM SO THE GL
      *               EXTRACT STEP OF HRNIGHT CAN INVOKE COBGLEXT AS AN
      *               EXEC PGM STEP, THE SAME WAY COBB090 DRIVES
      *               COBPAYRN. DIMENSION 'P' SPLITS EACH EXPENSE
      *               DEBIT BY PROJECT FROM LABOR_DIST; ANYTHING ELSE
      *               (A BLANK SECOND CARD INCLUDED) IS THE DEPARTMENT
      *               JOURNAL, SO EXISTING DECKS KEEP WORKING.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      * WORKAREAS                                         *
      *****************************************************
       01  WS-PYEARMONTH       PIC X(6).
       01  WS-GL-DIMENSION     PIC X(1)  VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
       MAINLINE.

                ACCEPT WS-PYEARMONTH.
                ACCEPT WS-GL-DIMENSION.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.
      ******************************************************************
       2000-PROCESS.
      *         CALL COBGLEXT WITH THE PARAMETER READ FROM SYSIN
                CALL "COBGLEXT" USING WS-PYEARMONTH, WS-GL-DIMENSION.

       2000-EXIT.
                EXIT.
