      *-----------------------------------------------------------------
      *    COBOFRMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAKES AND SETTLES THE JOB_OFFER TO A
      *                    REQ_APPLICANT. ADD-OFR-FLAG = 'Y' READS THE
      *                    OFFER BACK TO THE CICS CALLING PROGRAM;
      *                    'A' RECORDS THE CANDIDATE'S ACCEPTANCE AND
      *                    ONBOARDS THEM; 'O' DOES THE SAME WHEN THE
      *                    CLERK HAS SEEN AND OVERRIDDEN COBEMPMN'S
      *                    DUPLICATE OR HEADCOUNT WARNING; 'D' RECORDS
      *                    A DECLINE (THE CANDIDATE GOES TO 'W'
      *                    WITHDRAWN); ANY OTHER VALUE MAKES OR AMENDS
      *                    A PENDING OFFER AND MOVES THE CANDIDATE TO
      *                    'O' OFFERED. THE OFFER SALARY MUST LIE
      *                    WITHIN THE REQUISITION JOB CODE'S
      *                    JOB_MASTER BAND_MIN AND BAND_MAX OR IT COMES
      *                    BACK ADD-OFR-FLAG 'B'.
      *
      *                    ON ACCEPTANCE THE CANDIDATE'S NAME, THE
      *                    REQUISITION'S DEPARTMENT AND JOB CODE, THE
      *                    START DATE AS HIRE DATE AND THE OFFER SALARY
      *                    ARE PASSED TO COBEMPMN UNDER THE EMPNO KEYED
      *                    WITH THE ACCEPTANCE, SO THE RECRUITER NEVER
      *                    REKEYS THE HIRE. A COBEMPMN WARNING ('P',
      *                    'H') OR REFUSAL ('J') COMES STRAIGHT BACK
      *                    WITH ITS MESSAGE AND THE OFFER STAYS
      *                    PENDING. ONCE THE EMP ROW IS ON FILE THE
      *                    OFFER IS MARKED ACCEPTED WITH THE EMPNO, THE
      *                    CANDIDATE 'H' HIRED, AND THE REQUISITION'S
      *                    FILLED COUNT RAISED - THE LAST OPENING FILLS
      *                    IT ('F'). ANYTHING ELSE REFUSED COMES BACK
      *                    'E'. EVERY OFFER CHANGE IS STAMPED TO
      *                    MASTER_CHANGE_LOG THROUGH COBMDLOG.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBOFRMN.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCT  2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01 PSQLCODE              PIC S9(9) COMP.
       01 PSQLSTATE             PIC X(5).
       01 PSQLERRMC.
           49  PSQLERRMC-LEN    PIC S9(4) COMP.
           49  PSQLERRMC-TEXT   PIC X(250).

      *-----------------------------------------------------------------
      * WORKAREAS
      *-----------------------------------------------------------------
       01  WS-PARMAREA.
               02  WS-APPLNO                PIC X(8).
       01  WS-REQNO                 PIC X(8).
       01  WS-STAGE                 PIC X(1).
               88  WS-STAGE-CLOSED          VALUE 'H' 'R' 'W'.
       01  WS-OLD-OSTATUS           PIC X(1).
               88  WS-OFFER-PENDING         VALUE 'P'.
       01  WS-OLD-SALARY            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEW-OFFER-SWITCH      PIC X(1)  VALUE SPACES.
               88  WS-NEW-OFFER                 VALUE 'Y'.
       01  WS-EXISTS-COUNT          PIC S9(9) USAGE COMP.
       01  WS-SALARY-ED             PIC Z(6)9.99.
       01  WS-OLD-SALARY-ED         PIC Z(6)9.99.
       01  WS-CURRENT-USER          PIC X(8).

      *-----------------------------------------------------------------
      * ONBOARDING PARAMETERS HANDED TO COBEMPMN
      *-----------------------------------------------------------------
       01  WS-EMP-EMPNO             PIC X(6).
       01  WS-EMP-FIRSTNME          PIC X(12).
       01  WS-EMP-LASTNAME          PIC X(15).
       01  WS-EMP-WORKDEPT          PIC X(3).
       01  WS-EMP-HIREDATE          PIC X(10).
       01  WS-EMP-JOB               PIC X(8).
       01  WS-EMP-SALARY            PIC S9(7)V9(2) COMP-3.
       01  WS-EMP-FLAG              PIC X(1).
               88  WS-EMP-REFUSED           VALUE 'P' 'H' 'J'.
       01  WS-EMP-MSG               PIC X(57).

      *-----------------------------------------------------------------
      * VARIABLES FOR THE MASTER-DATA CHANGE LOG (COBMDLOG)
      *-----------------------------------------------------------------
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'JOB_OFFER'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100) VALUE SPACES.
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBOFRMN'.
       01  WS-ERRLG-PARA        PIC X(30) VALUE '9000-DBERROR'.
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80)  OCCURS 12 TIMES
                                          INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      *-----------------------------------------------------------------
      * SQLCA AND DCLGENS FOR TABLES
      *-----------------------------------------------------------------
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE JOBOFFR
           END-EXEC.

           EXEC SQL
               INCLUDE APPLCNT
           END-EXEC.

           EXEC SQL
               INCLUDE JOBREQ
           END-EXEC.

           EXEC SQL
               INCLUDE JOBMSTR
           END-EXEC.

      /
       LINKAGE SECTION.

       01  OFRAPPLNOI        PIC X(8).
       01  OFRSALARYO        PIC S9(7)V9(2) COMP-3.
       01  OFRSTARTO         PIC X(10).
       01  OFRSTATUSO        PIC X(1).
       01  OFREMPNOI         PIC X(6).
       01  ADD-OFR-FLAG      PIC X(1).
       01  OFRMNMSGO         PIC X(57).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OFRAPPLNOI, OFRSALARYO, OFRSTARTO,
                                OFRSTATUSO, OFREMPNOI, ADD-OFR-FLAG,
                                OFRMNMSGO.

            MOVE SPACES TO OFRMNMSGO.

            EVALUATE ADD-OFR-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-OFFER THRU
                             4000-EXIT
                WHEN "A"
                WHEN "O"
                     PERFORM 6000-ACCEPT-OFFER THRU
                             6000-EXIT
                WHEN "D"
                     PERFORM 6500-DECLINE-OFFER THRU
                             6500-EXIT
                WHEN OTHER
                     PERFORM 5000-MAKE-OFFER THRU
                             5000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE OFFER BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-OFFER.

                MOVE SPACES       TO ADD-OFR-FLAG.
                MOVE OFRAPPLNOI   TO WS-APPLNO.

                DISPLAY 'WS-APPLNO = ' WS-APPLNO.

                EXEC SQL
                  SELECT
                      OFFER_SALARY
                    , CHAR(START_DATE, ISO)
                    , OSTATUS
                    , COALESCE(EMPNO, ' ')
                  INTO
                      :OF-OFFER-SALARY
                    , :OF-START-DATE
                    , :OF-OSTATUS
                    , :OF-EMPNO
                  FROM JOB_OFFER
                  WHERE APPLNO = :WS-APPLNO
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'NO OFFER ON FILE' TO OFRMNMSGO
                         GO TO 4000-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                         GO TO 4000-EXIT
                END-EVALUATE.

                MOVE OF-OFFER-SALARY     TO OFRSALARYO.
                MOVE OF-START-DATE       TO OFRSTARTO.
                MOVE OF-OSTATUS          TO OFRSTATUSO.
                MOVE OF-EMPNO            TO OFREMPNOI.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4500-GET-CANDIDATE - THE CANDIDATE, THEIR REQUISITION AND THE
      * REQUISITION JOB CODE'S BAND. A CANDIDATE NOT ON FILE, OR ONE
      * WHOSE REQUISITION IS NO LONGER OPEN, COMES BACK 'E'.
      *-----------------------------------------------------------------
       4500-GET-CANDIDATE.

                EXEC SQL
                    SELECT A.REQNO,
                           A.FIRSTNME,
                           A.LASTNAME,
                           A.STAGE,
                           R.DEPTNO,
                           R.JOBCODE,
                           R.OPENINGS,
                           R.FILLED,
                           R.RSTATUS,
                           M.BAND_MIN,
                           M.BAND_MAX
                      INTO :CN-REQNO,
                           :CN-FIRSTNME,
                           :CN-LASTNAME,
                           :WS-STAGE,
                           :RQ-DEPTNO,
                           :RQ-JOBCODE,
                           :RQ-OPENINGS,
                           :RQ-FILLED,
                           :RQ-RSTATUS,
                           :JM-BAND-MIN,
                           :JM-BAND-MAX
                      FROM REQ_APPLICANT A,
                           JOB_REQUISITION R,
                           JOB_MASTER M
                      WHERE A.APPLNO  = :WS-APPLNO
                        AND R.REQNO   = A.REQNO
                        AND M.JOBCODE = R.JOBCODE
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER CANDIDATE = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE CN-REQNO TO WS-REQNO
                         IF RQ-RSTATUS NOT = 'O'
                            MOVE "E" TO ADD-OFR-FLAG
                            MOVE 'REQUISITION IS NO LONGER OPEN'
                              TO OFRMNMSGO
                         END-IF
                    WHEN +100
                         MOVE "E" TO ADD-OFR-FLAG
                         MOVE 'CANDIDATE NOT ON FILE' TO OFRMNMSGO
                    WHEN OTHER
                         MOVE "E" TO ADD-OFR-FLAG
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

       4500-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 4600-GET-OFFER - THE CURRENT OFFER ROW, IF ANY.
      *-----------------------------------------------------------------
       4600-GET-OFFER.

                MOVE SPACES TO WS-OLD-OSTATUS
                               WS-NEW-OFFER-SWITCH.
                MOVE ZERO   TO WS-OLD-SALARY.

                EXEC SQL
                    SELECT OSTATUS,
                           OFFER_SALARY,
                           CHAR(START_DATE, ISO)
                      INTO :WS-OLD-OSTATUS,
                           :WS-OLD-SALARY,
                           :OF-START-DATE
                      FROM JOB_OFFER
                      WHERE APPLNO = :WS-APPLNO
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER OFFER = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE "Y" TO WS-NEW-OFFER-SWITCH
                    WHEN OTHER
                         MOVE "E" TO ADD-OFR-FLAG
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

       4600-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * MAKE OR AMEND A PENDING OFFER
      *-----------------------------------------------------------------
       5000-MAKE-OFFER.

           MOVE OFRAPPLNOI   TO WS-APPLNO.
           MOVE SPACES       TO ADD-OFR-FLAG.

           DISPLAY 'WS-APPLNO = ' WS-APPLNO.

           PERFORM 4500-GET-CANDIDATE THRU 4500-EXIT.
           IF ADD-OFR-FLAG NOT = SPACES
              GO TO 5000-EXIT
           END-IF.

           IF WS-STAGE-CLOSED
              MOVE "E" TO ADD-OFR-FLAG
              MOVE 'CANDIDATE IS HIRED, REJECTED OR WITHDRAWN'
                TO OFRMNMSGO
              GO TO 5000-EXIT
           END-IF.

           PERFORM 4600-GET-OFFER THRU 4600-EXIT.
           IF ADD-OFR-FLAG NOT = SPACES
              GO TO 5000-EXIT
           END-IF.

           IF NOT WS-NEW-OFFER
              AND NOT WS-OFFER-PENDING
              MOVE "E" TO ADD-OFR-FLAG
              MOVE 'OFFER ALREADY ACCEPTED OR DECLINED'
                TO OFRMNMSGO
              GO TO 5000-EXIT
           END-IF.

           IF OFRSTARTO = SPACES
              MOVE "E" TO ADD-OFR-FLAG
              MOVE 'START DATE IS REQUIRED' TO OFRMNMSGO
              GO TO 5000-EXIT
           END-IF.

           IF OFRSALARYO LESS THAN JM-BAND-MIN
              OR OFRSALARYO GREATER THAN JM-BAND-MAX
              MOVE "B" TO ADD-OFR-FLAG
              MOVE 'OFFER SALARY OUTSIDE THE JOB_MASTER BAND'
                TO OFRMNMSGO
              GO TO 5000-EXIT
           END-IF.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           IF  WS-NEW-OFFER  THEN
               EXEC SQL
                       INSERT INTO
                          JOB_OFFER
                          (
                            APPLNO
                          , REQNO
                          , OFFER_SALARY
                          , START_DATE
                          , OSTATUS
                          , OFFER_DATE
                          , UPDATED_BY
                          )
                           VALUES
                          (
                            :WS-APPLNO
                          , :WS-REQNO
                          , :OFRSALARYO
                          , DATE(:OFRSTARTO)
                          , 'P'
                          , CURRENT DATE
                          , :WS-CURRENT-USER
                          )
               END-EXEC
               MOVE "A" TO WS-MDLOG-ACTION
           ELSE
               EXEC SQL
                       UPDATE
                           JOB_OFFER
                       SET  OFFER_SALARY = :OFRSALARYO
                          , START_DATE   = DATE(:OFRSTARTO)
                          , UPDATED_BY   = :WS-CURRENT-USER
                       WHERE
                            JOB_OFFER.APPLNO = :WS-APPLNO
               END-EXEC
               MOVE "U" TO WS-MDLOG-ACTION
           END-IF.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE 'P' TO OFRSTATUSO
                    MOVE 'OFFER RECORDED - CANDIDATE OFFERED'
                      TO OFRMNMSGO
                    PERFORM 7600-WRITE-CHANGE-LOG THRU
                            7600-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           MOVE 'O' TO WS-STAGE.
           PERFORM 7000-SET-STAGE THRU 7000-EXIT.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 6000-ACCEPT-OFFER - ONBOARD THE CANDIDATE THROUGH COBEMPMN
      * FROM THE OFFER, CANDIDATE AND REQUISITION, THEN CLOSE THE
      * OFFER AND COUNT THE OPENING FILLED.
      *-----------------------------------------------------------------
       6000-ACCEPT-OFFER.

           MOVE OFRAPPLNOI   TO WS-APPLNO.
           MOVE ADD-OFR-FLAG TO WS-EMP-FLAG.
           MOVE SPACES       TO ADD-OFR-FLAG.

           DISPLAY 'WS-APPLNO = ' WS-APPLNO
                   ' EMPNO = ' OFREMPNOI.

           PERFORM 4500-GET-CANDIDATE THRU 4500-EXIT.
           IF ADD-OFR-FLAG NOT = SPACES
              GO TO 6000-EXIT
           END-IF.

           PERFORM 4600-GET-OFFER THRU 4600-EXIT.
           IF ADD-OFR-FLAG NOT = SPACES
              GO TO 6000-EXIT
           END-IF.

           IF NOT WS-OFFER-PENDING
              MOVE "E" TO ADD-OFR-FLAG
              MOVE 'NO PENDING OFFER TO ACCEPT' TO OFRMNMSGO
              GO TO 6000-EXIT
           END-IF.

           IF RQ-FILLED NOT LESS THAN RQ-OPENINGS
              MOVE "E" TO ADD-OFR-FLAG
              MOVE 'EVERY OPENING ON THE REQUISITION IS FILLED'
                TO OFRMNMSGO
              GO TO 6000-EXIT
           END-IF.

           IF OFREMPNOI = SPACES
              MOVE "E" TO ADD-OFR-FLAG
              MOVE 'EMPNO FOR THE NEW HIRE IS REQUIRED'
                TO OFRMNMSGO
              GO TO 6000-EXIT
           END-IF.

           MOVE OFREMPNOI TO WS-EMP-EMPNO.
           PERFORM 6100-COUNT-EMP THRU 6100-EXIT.
           IF WS-EXISTS-COUNT GREATER THAN ZERO
              MOVE "E" TO ADD-OFR-FLAG
              MOVE 'EMPNO ALREADY ON FILE' TO OFRMNMSGO
              GO TO 6000-EXIT
           END-IF.

      *    A FIRST ATTEMPT GOES TO COBEMPMN AS A PLAIN ADD; 'O' IS
      *    PASSED THROUGH SO THE CLERK CAN OVERRIDE ITS WARNINGS.
           IF WS-EMP-FLAG NOT = "O"
              MOVE SPACES TO WS-EMP-FLAG
           END-IF.
           MOVE CN-FIRSTNME     TO WS-EMP-FIRSTNME.
           MOVE CN-LASTNAME     TO WS-EMP-LASTNAME.
           MOVE RQ-DEPTNO       TO WS-EMP-WORKDEPT.
           MOVE OF-START-DATE   TO WS-EMP-HIREDATE.
           MOVE RQ-JOBCODE      TO WS-EMP-JOB.
           MOVE WS-OLD-SALARY   TO WS-EMP-SALARY.
           MOVE SPACES          TO WS-EMP-MSG.

           CALL 'COBEMPMN' USING WS-EMP-EMPNO, WS-EMP-FIRSTNME,
                WS-EMP-LASTNAME, WS-EMP-WORKDEPT, WS-EMP-HIREDATE,
                WS-EMP-JOB, WS-EMP-SALARY, WS-EMP-FLAG, WS-EMP-MSG.

           MOVE WS-EMP-MSG TO OFRMNMSGO.

           IF WS-EMP-REFUSED
              MOVE WS-EMP-FLAG TO ADD-OFR-FLAG
              GO TO 6000-EXIT
           END-IF.

           PERFORM 6100-COUNT-EMP THRU 6100-EXIT.
           IF WS-EXISTS-COUNT NOT GREATER THAN ZERO
              MOVE "E" TO ADD-OFR-FLAG
              GO TO 6000-EXIT
           END-IF.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           EXEC SQL
               UPDATE JOB_OFFER
                  SET OSTATUS      = 'A'
                    , DECIDED_DATE = CURRENT DATE
                    , EMPNO        = :WS-EMP-EMPNO
                    , UPDATED_BY   = :WS-CURRENT-USER
                WHERE APPLNO = :WS-APPLNO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE 'A' TO OFRSTATUSO
                    MOVE 'C' TO WS-MDLOG-ACTION
                    PERFORM 7600-WRITE-CHANGE-LOG THRU
                            7600-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 6000-EXIT
           END-EVALUATE.

           MOVE 'H' TO WS-STAGE.
           PERFORM 7000-SET-STAGE THRU 7000-EXIT.

           EXEC SQL
               UPDATE JOB_REQUISITION
                  SET FILLED      = FILLED + 1
                    , RSTATUS     = CASE WHEN FILLED + 1 >= OPENINGS
                                         THEN 'F'
                                         ELSE RSTATUS
                                    END
                    , CLOSED_DATE = CASE WHEN FILLED + 1 >= OPENINGS
                                         THEN CURRENT DATE
                                         ELSE CLOSED_DATE
                                    END
                    , UPDATED_TS  = CURRENT TIMESTAMP
                WHERE REQNO = :WS-REQNO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 6100-COUNT-EMP - IS THE NEW HIRE'S EMPNO ON EMP?
      *-----------------------------------------------------------------
       6100-COUNT-EMP.

                MOVE ZERO TO WS-EXISTS-COUNT.

                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-EXISTS-COUNT
                      FROM EMP
                      WHERE EMPNO = :WS-EMP-EMPNO
                END-EXEC.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

       6100-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 6500-DECLINE-OFFER - THE CANDIDATE TURNED THE OFFER DOWN
      *-----------------------------------------------------------------
       6500-DECLINE-OFFER.

           MOVE OFRAPPLNOI   TO WS-APPLNO.
           MOVE SPACES       TO ADD-OFR-FLAG.

           DISPLAY 'WS-APPLNO = ' WS-APPLNO.

           PERFORM 4600-GET-OFFER THRU 4600-EXIT.
           IF ADD-OFR-FLAG NOT = SPACES
              GO TO 6500-EXIT
           END-IF.

           IF NOT WS-OFFER-PENDING
              MOVE "E" TO ADD-OFR-FLAG
              MOVE 'NO PENDING OFFER TO DECLINE' TO OFRMNMSGO
              GO TO 6500-EXIT
           END-IF.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           EXEC SQL
               UPDATE JOB_OFFER
                  SET OSTATUS      = 'D'
                    , DECIDED_DATE = CURRENT DATE
                    , UPDATED_BY   = :WS-CURRENT-USER
                WHERE APPLNO = :WS-APPLNO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE 'D' TO OFRSTATUSO
                    MOVE 'OFFER DECLINED - CANDIDATE WITHDRAWN'
                      TO OFRMNMSGO
                    MOVE 'D' TO WS-MDLOG-ACTION
                    PERFORM 7600-WRITE-CHANGE-LOG THRU
                            7600-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 6500-EXIT
           END-EVALUATE.

           MOVE 'W' TO WS-STAGE.
           PERFORM 7000-SET-STAGE THRU 7000-EXIT.

       6500-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7000-SET-STAGE - MOVE THE CANDIDATE TO WS-STAGE
      *-----------------------------------------------------------------
       7000-SET-STAGE.

           EXEC SQL
               UPDATE REQ_APPLICANT
                  SET STAGE      = :WS-STAGE
                    , STAGE_DATE = CASE WHEN STAGE = :WS-STAGE
                                        THEN STAGE_DATE
                                        ELSE CURRENT DATE
                                   END
                    , UPDATED_BY = :WS-CURRENT-USER
                WHERE APPLNO = :WS-APPLNO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       7000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7600-WRITE-CHANGE-LOG - STAMP THE CHANGE TO THE SHARED
      * MASTER-DATA CHANGE LOG. ACTION 'A' OFFER MADE, 'U' AMENDED,
      * 'C' ACCEPTED (THE AFTER IMAGE CARRIES THE NEW EMPNO), 'D'
      * DECLINED.
      *-----------------------------------------------------------------
       7600-WRITE-CHANGE-LOG.

           MOVE SPACES        TO WS-MDLOG-KEY
                                 WS-MDLOG-BEFORE
                                 WS-MDLOG-AFTER.
           MOVE WS-APPLNO     TO WS-MDLOG-KEY.
           IF NOT WS-NEW-OFFER
              MOVE WS-OLD-SALARY TO WS-OLD-SALARY-ED
              STRING WS-OLD-OSTATUS   DELIMITED BY SIZE
                     ' '              DELIMITED BY SIZE
                     WS-OLD-SALARY-ED DELIMITED BY SIZE
                INTO WS-MDLOG-BEFORE
           END-IF.
           EVALUATE WS-MDLOG-ACTION
               WHEN 'C'
                    STRING 'A '           DELIMITED BY SIZE
                           WS-EMP-EMPNO   DELIMITED BY SIZE
                      INTO WS-MDLOG-AFTER
               WHEN 'D'
                    MOVE 'D' TO WS-MDLOG-AFTER
               WHEN OTHER
                    MOVE OFRSALARYO TO WS-SALARY-ED
                    STRING 'P '           DELIMITED BY SIZE
                           WS-SALARY-ED   DELIMITED BY SIZE
                           ' '            DELIMITED BY SIZE
                           OFRSTARTO      DELIMITED BY SIZE
                      INTO WS-MDLOG-AFTER
           END-EVALUATE.

           CALL 'COBMDLOG' USING WS-MDLOG-TABLE, WS-MDLOG-KEY,
                WS-MDLOG-ACTION, WS-MDLOG-BEFORE, WS-MDLOG-AFTER.

       7600-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 9000-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       9000-DBERROR.
                CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
                CALL 'COBERRLG' USING WS-ERRLG-PGM, WS-ERRLG-PARA,
                     SQLCODE, SQLSTATE.
                EVALUATE SQLCODE
                    WHEN -811
                         DISPLAY 'MORE THAN ONE ROW WAS RETURNED '
                                 'WHERE ONLY ONE ROW WAS EXPECTED.'
                    WHEN -305
                         DISPLAY 'A NULL VALUE WAS FETCHED INTO A '
                                 'HOST VARIABLE THAT CANNOT HOLD '
                                 'NULLS.'
                    WHEN OTHER
                         CONTINUE
                END-EVALUATE.
                IF RETURN-CODE = ZERO
                   PERFORM 9999-ERROR-DISPLAY THRU
                           9999-EXIT
                   VARYING ERROR-INDEX
                   FROM    1 BY 1
                   UNTIL   ERROR-INDEX GREATER THAN 12.
       9000-EXIT.
                EXIT.
      *-----------------------------------------------------------------
      * 9999-ERROR-DISPLAY
      *-----------------------------------------------------------------
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
