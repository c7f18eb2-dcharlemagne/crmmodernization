      *    COBRUNLG - SHARED BATCH RUN-LOGGING UTILITY, THE COMPANION
      *               OF COBERRLG. EACH BATCH PROGRAM CALLS IT TWICE -
      *               RUNLG-ACTION 'S' AT START WRITES THE JOB_RUN_LOG
      *               ROW WITH THE START TIMESTAMP AND THE
      *               AUTHORIZATION ID THE STEP RUNS UNDER, AND 'E'
      *               AT END STAMPS THE SAME ROW (THE PROGRAM'S NEWEST
      *               STILL-OPEN ONE) WITH THE END TIMESTAMP,
      *               CONDITION CODE AND ROWS PROCESSED - SO A CLEAN
      *               NIGHT LEAVES A TRACE, NOT JUST A FAILED ONE. A
      *               FAILURE TO LOG IS DISPLAYED AND OTHERWISE
      *               IGNORED, THE SAME CONTRACT COBERRLG KEEPS - RUN
      *               LOGGING MUST NEVER BLOCK THE RUN ITSELF.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
       01  WS-PROGRAM-NAME          PIC X(8).
       01  WS-COND-CODE             PIC S9(9) COMP.
       01  WS-ROWS-PROCESSED        PIC S9(9) COMP.
       01  WS-RUN-BY                PIC X(8).

      *-----------------------------------------------------------------
      * SQLCA AND DCLGENS FOR TABLES
      *-----------------------------------------------------------------
       2000-LOG-START.

                EXEC SQL
                     SET :WS-RUN-BY = USER
                END-EXEC.

                EXEC SQL
                    INSERT INTO
                       JOB_RUN_LOG
                       , STEPNAME
                       , PROGRAM_NAME
                       , START_TS
                       , RUN_BY
                       )
                        VALUES
                       (
                       , :WS-STEPNAME
                       , :WS-PROGRAM-NAME
                       , CURRENT TIMESTAMP
                       , :WS-RUN-BY
                       )
                END-EXEC.

