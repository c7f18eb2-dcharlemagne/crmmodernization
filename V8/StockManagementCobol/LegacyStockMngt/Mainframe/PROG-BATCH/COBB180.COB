      *               PAYROLL YEAR-MONTH OFF SYSIN AND CALLS COBBNKEX
      *               WITH IT SO THE BANK EXTRACT STEP OF HRNIGHT CAN
      *               INVOKE COBBNKEX AS AN EXEC PGM STEP, THE SAME
      *               WAY COBB090 DRIVES COBPAYRN. THE SECOND AND
      *               THIRD CARDS ARE THE BANK-ACCOUNT COOLING-OFF
      *               DAYS (NNN) AND POLICY ('P' PAY THE PREVIOUS
      *               ACCOUNT, 'H' HOLD THE PAYMENT).
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  READ THE COOLING-OFF DAYS AND POLICY
      *                     CARDS AND PASS THEM TO COBBNKEX.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
      * WORKAREAS                                         *
      *****************************************************
       01  WS-PYEARMONTH       PIC X(6).
       01  WS-COOL-DAYS        PIC 9(3).
       01  WS-COOL-POLICY      PIC X(1).

       PROCEDURE DIVISION.
      ******************************************************************
       MAINLINE.

                ACCEPT WS-PYEARMONTH.
                ACCEPT WS-COOL-DAYS.
                ACCEPT WS-COOL-POLICY.

                PERFORM 2000-PROCESS
                THRU    2000-EXIT.
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.
      *         CALL COBBNKEX WITH THE PARAMETERS READ FROM SYSIN
                CALL "COBBNKEX" USING WS-PYEARMONTH, WS-COOL-DAYS,
                                      WS-COOL-POLICY.

       2000-EXIT.
                EXIT.
