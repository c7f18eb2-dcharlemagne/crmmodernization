      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  START THE NEW HIRE'S PROBATION - THE
      *                     PROBATION_RULE FOR THE JOB CODE'S
      *                     JOBGRADE SETS PROB_END FROM HIREDATE AND
      *                     THE EMP_PROBATION ROW IS WRITTEN WITH THE
      *                     EMP ROW, SO COBPRBRM CAN REMIND THE
      *                     MANAGER AND COBPRBMN CAN CONFIRM IT. A
      *                     GRADE WITH NO RULE SERVES NO PROBATION.
      *    2026-09-02  RJM  RUN THE JOB_MASTER CHECK ON THE 'O'
      *                     OVERRIDE PATH TOO - THE OVERRIDE EXISTS
      *                     FOR THE DUPLICATE AND HEADCOUNT
               INCLUDE JOBMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE PROBRULE
           END-EXEC.

           EXEC SQL
               INCLUDE EMPPROB
           END-EXEC.

      /
       LINKAGE SECTION.

               WHEN 0
                    MOVE 'NEW EMPLOYEE ADDED' TO EMPMNMSGO
                    PERFORM 7000-WRITE-CHANGE-LOG THRU 7000-EXIT
                    PERFORM 6000-START-PROBATION THRU 6000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.
       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 6000-START-PROBATION - THE HIRE'S JOB CODE CARRIES A JOBGRADE
      * ON JOB_MASTER AND THE GRADE'S PROBATION_RULE ROW GIVES THE
      * PROBATION IN MONTHS. PROB_END IS HIREDATE PLUS THOSE MONTHS;
      * THE EMP_PROBATION ROW STARTS 'P' AND THE DATE GOES BACK IN
      * THE MESSAGE. A GRADE WITH NO RULE SERVES NO PROBATION.
      *-----------------------------------------------------------------
       6000-START-PROBATION.

           MOVE ZERO TO PU-PROB-MONTHS.

           EXEC SQL
               SELECT R.PROB_MONTHS
                 INTO :PU-PROB-MONTHS
                 FROM JOB_MASTER J,
                      PROBATION_RULE R
                 WHERE J.JOBCODE  = :PJOB
                   AND R.JOBGRADE = J.JOBGRADE
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER PROBATION RULE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    GO TO 6000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 6000-EXIT
           END-EVALUATE.

           IF PU-PROB-MONTHS NOT GREATER THAN ZERO
              GO TO 6000-EXIT
           END-IF.

           EXEC SQL
                SET :EP-PROB-END =
                    CHAR(DATE(:PHIREDATE) + :PU-PROB-MONTHS MONTHS,
                         ISO)
           END-EXEC.

           MOVE PEMPNO     TO EP-EMPNO.
           MOVE PHIREDATE  TO EP-HIREDATE.
           MOVE 'P'        TO EP-PSTATUS.
           MOVE ZERO       TO EP-EXTEND-COUNT.

           EXEC SQL
               INSERT INTO
                  EMP_PROBATION
                  (
                    EMPNO
                  , HIREDATE
                  , PROB_END
                  , PSTATUS
                  , EXTEND_COUNT
                  )
                   VALUES
                  (
                    :EP-EMPNO
                  , DATE(:EP-HIREDATE)
                  , DATE(:EP-PROB-END)
                  , :EP-PSTATUS
                  , :EP-EXTEND-COUNT
                  )
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER PROBATION INSERT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO EMPMNMSGO
                    STRING 'NEW EMPLOYEE ADDED - PROBATION TO '
                                DELIMITED BY SIZE
                           EP-PROB-END
                                DELIMITED BY SIZE
                      INTO EMPMNMSGO
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7000-WRITE-CHANGE-LOG - STAMP THE ONBOARDING TO THE SHARED
      * MASTER-DATA CHANGE LOG, SO WHO HIRED WHOM IS ON RECORD THE
