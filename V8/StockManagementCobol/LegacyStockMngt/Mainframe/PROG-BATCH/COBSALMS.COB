      *                INCREASE STOPS BEING A HAND-WRITTEN UPDATE
      *                THAT BYPASSES THE HISTORY TABLES. TRIAL MODE
      *                REPORTS WHAT WOULD CHANGE AND POSTS NOTHING.
      *                OFFBOARDED EMPLOYEES ARE SKIPPED. EVERY
      *                POSTED INCREASE IS ALSO KEPT AS AN 'M' ROW ON
      *                SALARY_RUN_REGISTER, WHICH THE NIGHTLY COBSALRC
      *                RECONCILIATION ACCEPTS AS ITS AUTHORITY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
                EXEC SQL INCLUDE EMPTERM
                END-EXEC.

                EXEC SQL INCLUDE SALRUNRG
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - ONE CURSOR COVERS EVERY SCOPE:
      ******************************************************************
      * 2500-POST-CHANGE - EVERYTHING A SINGLE SALARY CHANGE WOULD
      * HAVE DONE: EMP UPDATED, THE EMP_SAL_HIST ROW WRITTEN AS OF
      * TODAY, AND COBSPATS CALLED TO LOG THE SALARY_AUDIT ROW - THEN
      * THE REGISTER LINE IS KEPT ON SALARY_RUN_REGISTER.
      ******************************************************************
       2500-POST-CHANGE.

                                      WS-OLDSALARY,
                                      WS-NEWSALARY.

                EXEC SQL
                    INSERT INTO SALARY_RUN_REGISTER
                         (RUN_TYPE, RUN_DATE, EMPNO, OLDSALARY,
                          NEWSALARY, RUN_BY, RUN_TS)
                    VALUES
                         ('M', CURRENT DATE, :WS-EMPNO,
                          :WS-OLDSALARY, :WS-NEWSALARY, USER,
                          CURRENT TIMESTAMP)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2500-EXIT.
                EXIT.

