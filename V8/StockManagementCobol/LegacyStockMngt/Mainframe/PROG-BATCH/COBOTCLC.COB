      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  A WEEK ROW CREATED HERE STARTS UNSIGNED
      *                     WITH NO HOURS PAID, THE SAME AS ONE
      *                     COBTIMLD POSTS.
      *    2026-09-02  RJM  PRICE FROM THE WEEK'S ACCEPTED HOURS
      *                     REMEMBERED ON TIMESHEET_WEEK.ACCHOURS
      *                     WHENEVER THE SIGN-OFF ROW EXISTS - A
                   EXEC SQL
                       INSERT INTO TIMESHEET_WEEK
                            (EMPNO, WEEKDATE, WSTATUS, OTPRICED,
                             OTAMOUNT, ACCHOURS, POSTED_TS,
                             SIGNOFF, PAID_HOURS)
                       VALUES
                            (:WS-TAB-EMPNO (WS-SCAN-SUB),
                             DATE(:WS-TAB-WEEKDATE (WS-SCAN-SUB)),
                             'P', 'Y', :WS-OT-AMOUNT,
                             :WS-WEEK-HOURS, CURRENT TIMESTAMP,
                             'N', 0)
                   END-EXEC
                END-IF.

