             START_TS       TIMESTAMP      NOT NULL,
             END_TS         TIMESTAMP              ,
             COND_CODE      INTEGER                ,
             ROWS_PROCESSED INTEGER                ,
             RUN_BY         CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.JOB_RUN_LOG                  *
           10 END-TS               PIC X(26).
           10 COND-CODE            PIC S9(9) USAGE COMP.
           10 ROWS-PROCESSED       PIC S9(9) USAGE COMP.
           10 RUN-BY               PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      ******************************************************************
      * JOB_RUN_LOG RECORDS EVERY BATCH STEP'S START, END, CONDITION   *
      * "DID PAYROLL RUN, AND HOW LONG DID IT TAKE" IS NOW A QUERY,    *
      * NOT A GREP OF JES OUTPUT.                                      *
      ******************************************************************
      ******************************************************************
      * RUN_BY IS THE AUTHORIZATION ID THE STEP RAN UNDER, STAMPED BY  *
      * COBRUNLG AT START. COBSODSW MATCHES IT AGAINST THE CHANGED_BY  *
      * OF MASTER_CHANGE_LOG SO A USER WHO MAINTAINS A MASTER TABLE    *
      * (EMP_BANK_ACCT) AND ALSO RUNS THE STEP THAT ACTS ON IT         *
      * (COBBNKEX) SHOWS UP ON THE SEGREGATION-OF-DUTIES SWEEP. NULL   *
      * ON ROWS LOGGED BEFORE THE COLUMN WAS ADDED.                    *
      ******************************************************************
      ******************************************************************
      * COBRPT91 READS THE SAME ROWS OVER 90 DAYS - EACH STEP'S 30-    *
      * AND 90-DAY BASELINE, ITS WEEK-OVER-WEEK ELAPSED, AND THE JOB'S *
      * WINDOW PROJECTED AGAINST JOB_SCHEDULE.LATEST_RUNTIME.          *
      ******************************************************************
      ******************************************************************
      * COBRPT92 TAKES A CLEAN RUN (COND_CODE 4 OR LESS) OF A CLOSE    *
      * TASK'S PROGRAM INSIDE THE MONTH-END CLOSE WINDOW AS PROOF THE  *
      * TASK IS DONE - SEE CLOSE_TASK (CLSTASK).                       *
      ******************************************************************
