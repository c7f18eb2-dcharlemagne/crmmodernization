      *                PROPOSES A SECOND STEP FROM THE SAME
      *                ANNIVERSARY. A REGISTER OF PROPOSALS RAISED
      *                IS PRINTED. AN EMPLOYEE ALREADY AT THE TOP OF
      *                THEIR GRADE IS LISTED AND LEFT ALONE. EVERY
      *                PROPOSAL RAISED IS ALSO KEPT AS AN 'S' ROW ON
      *                SALARY_RUN_REGISTER FOR COBSALRC.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  KEEP EACH PROPOSAL RAISED AS AN 'S' ROW ON
      *                     SALARY_RUN_REGISTER SO THE NIGHTLY SALARY
      *                     RECONCILIATION CAN TRACE A STEP INCREASE
      *                     BACK TO THE RUN THAT PROPOSED IT.
      *    2026-10-15  RJM  PASS THE TWO NEW TRAILING COBSALAP
      *                     PARAMETERS (ON-BEHALF-OF APPROVER AND
      *                     ACTING EMPNO) AS SPACES - A PROPOSAL IS
      *                     NEVER MADE ON SOMEBODY ELSE'S BEHALF.
      *    2026-09-02  RJM  GUARD THE CURSOR WITH STEP_DATE - A RERUN
      *                     IN THE SAME MONTH USED TO FIND THE SAME
      *                     ANNIVERSARIES AGAIN AND PROPOSE THE NEXT
       01  WS-SALAP-REASON        PIC X(30).
       01  WS-SALAP-ACTION        PIC X(1).
       01  WS-SALAP-RESULT        PIC X(1).
       01  WS-SALAP-FOR           PIC X(6)   VALUE SPACES.
       01  WS-SALAP-BY            PIC X(6)   VALUE SPACES.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(18).
                EXEC SQL INCLUDE EMPSTEP
                END-EXEC.

                EXEC SQL INCLUDE SALRUNRG
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - EVERY ACTIVE EMPLOYEE ON THE

                CALL 'COBSALAP' USING WS-SALAP-EMPNO,
                     WS-SALAP-NEWSAL, WS-SALAP-REASON,
                     WS-SALAP-ACTION, WS-SALAP-RESULT,
                     WS-SALAP-FOR, WS-SALAP-BY.

                IF WS-SALAP-RESULT = 'E'
                   DISPLAY 'PROPOSAL REFUSED FOR ' WS-EMPNO
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    INSERT INTO SALARY_RUN_REGISTER
                         (RUN_TYPE, RUN_DATE, EMPNO, OLDSALARY,
                          NEWSALARY, RUN_BY, RUN_TS)
                    VALUES
                         ('S', CURRENT DATE, :WS-EMPNO, 0,
                          :WS-STEPSALARY, USER, CURRENT TIMESTAMP)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-EMPNO      TO WS-RPT-EMPNO.
                MOVE WS-JOBGRADE   TO WS-RPT-GRADE.
                MOVE WS-STEPNO     TO WS-RPT-STEP.
