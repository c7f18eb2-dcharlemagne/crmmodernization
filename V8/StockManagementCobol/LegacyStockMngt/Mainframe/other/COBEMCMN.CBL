      *-----------------------------------------------------------------
      *    COBEMCMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAINTAINS THE EMP_EMERG_CONTACT TABLE, WHO
      *                    TO RING FOR AN EMPLOYEE IN AN EMERGENCY.
      *                    A ROW IS KEYED BY EMPNO AND CONTACT
      *                    SEQUENCE - SEQUENCE 1 IS THE FIRST PERSON
      *                    TO CALL. ADD-EC-FLAG = 'Y' READS A ROW
      *                    BACK TO THE CICS CALLING PROGRAM,
      *                    ADD-EC-FLAG = 'D' REMOVES IT, AND ANY OTHER
      *                    VALUE ADDS OR UPDATES IT - THE SAME FLAG
      *                    CONVENTION COBDEPMN USES FOR DEPENDENTS.
      *                    THE EMPLOYEE MUST EXIST ON EMP, THE
      *                    SEQUENCE MUST BE POSITIVE, AND A CONTACT
      *                    NEEDS A NAME AND A PHONE NUMBER; OTHERWISE
      *                    THE FLAG COMES BACK 'E' AND NOTHING IS
      *                    STORED. EVERY ADD, UPDATE AND DELETE IS
      *                    STAMPED TO MASTER_CHANGE_LOG THROUGH THE
      *                    SHARED COBMDLOG UTILITY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBEMCMN.
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
               02  WS-EMPNO                 PIC X(6).
               02  WS-CONTSEQ               PIC S9(4) USAGE COMP.
       01  WS-CONTNAME              PIC X(30).
       01  WS-RELATIONSHIP          PIC X(10).
       01  WS-PHONE                 PIC X(15).
       01  WS-ALT-PHONE             PIC X(15).
       01  WS-ALT-PHONE-IND         PIC S9(4) USAGE COMP.
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-DUMMY                 PIC X(6).

      *-----------------------------------------------------------------
      * VARIABLES FOR THE MASTER-DATA CHANGE LOG (COBMDLOG)
      *-----------------------------------------------------------------
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'EMP_EMERG_CONTACT'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100) VALUE SPACES.
       01  WS-MDLOG-AFTER           PIC X(100).
       01  WS-MDLOG-CONTSEQ         PIC 9(4).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBEMCMN'.
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
               INCLUDE EMRGCON
           END-EXEC.

      /
       LINKAGE SECTION.

       01  ECEMPNOI          PIC X(6).
       01  ECSEQI            PIC S9(4) USAGE COMP.
       01  ECNAMEO           PIC X(30).
       01  ECRELO            PIC X(10).
       01  ECPHONEO          PIC X(15).
       01  ECALTPHO          PIC X(15).
       01  ADD-EC-FLAG       PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ECEMPNOI, ECSEQI, ECNAMEO,
                                ECRELO, ECPHONEO, ECALTPHO,
                                ADD-EC-FLAG.

            EVALUATE ADD-EC-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-CONTACT THRU
                             4000-EXIT
                WHEN "D"
                     PERFORM 6000-REMOVE-CONTACT THRU
                             6000-EXIT
                WHEN OTHER
                     PERFORM 5000-UPDATE-CONTACT THRU
                             5000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE EMERGENCY CONTACT ROW BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-CONTACT.

                MOVE SPACES       TO ADD-EC-FLAG.
                MOVE ECEMPNOI     TO WS-EMPNO.
                MOVE ECSEQI       TO WS-CONTSEQ.

                DISPLAY 'WS-EMPNO = ' WS-EMPNO
                        ' WS-CONTSEQ = ' WS-CONTSEQ.

                EXEC SQL
                  SELECT
                      CONTNAME
                    , RELATIONSHIP
                    , PHONE
                    , ALT_PHONE
                  INTO
                      :WS-CONTNAME
                    , :WS-RELATIONSHIP
                    , :WS-PHONE
                    , :WS-ALT-PHONE :WS-ALT-PHONE-IND
                  FROM EMP_EMERG_CONTACT
                  WHERE EMPNO   = :WS-EMPNO
                    AND CONTSEQ = :WS-CONTSEQ
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-ALT-PHONE-IND LESS THAN ZERO
                            MOVE SPACES TO WS-ALT-PHONE
                         END-IF
                    WHEN OTHER
                         MOVE SPACES     TO WS-CONTNAME
                                            WS-RELATIONSHIP
                                            WS-PHONE
                                            WS-ALT-PHONE
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE WS-CONTNAME         TO ECNAMEO.
                MOVE WS-RELATIONSHIP     TO ECRELO.
                MOVE WS-PHONE            TO ECPHONEO.
                MOVE WS-ALT-PHONE        TO ECALTPHO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ADD OR UPDATE ONE EMERGENCY CONTACT ROW BY MAKING A CALL TO
      * DB2 TABLE. THE EMPLOYEE MUST EXIST ON EMP AND THE CONTACT MUST
      * HAVE A NAME AND A NUMBER TO RING.
      *-----------------------------------------------------------------
       5000-UPDATE-CONTACT.

           MOVE ECEMPNOI     TO WS-EMPNO.
           MOVE ECSEQI       TO WS-CONTSEQ.
           MOVE ECNAMEO      TO WS-CONTNAME.
           MOVE ECRELO       TO WS-RELATIONSHIP.
           MOVE ECPHONEO     TO WS-PHONE.
           MOVE ECALTPHO     TO WS-ALT-PHONE.

           DISPLAY 'WS-EMPNO = ' WS-EMPNO
                   ' WS-CONTSEQ = ' WS-CONTSEQ.

           IF  WS-CONTSEQ NOT GREATER THAN ZERO
            OR WS-CONTNAME = SPACES
            OR WS-PHONE    = SPACES
               DISPLAY 'CONTACT NEEDS A SEQUENCE, NAME AND PHONE'
               MOVE "E"        TO ADD-EC-FLAG
               GO TO 5000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 EMPNO
             INTO
                :WS-DUMMY
             FROM
                 EMP
             WHERE
                  EMPNO = :WS-EMPNO
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER EMP CHECK = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'EMPLOYEE NOT ON EMP'
                    MOVE "E"        TO ADD-EC-FLAG
                    GO TO 5000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           MOVE SPACES TO ADD-EC-FLAG.

           EXEC SQL
             SELECT
                 EMPNO
             INTO
                :WS-DUMMY
             FROM
                 EMP_EMERG_CONTACT
             WHERE
                  EMPNO   = :WS-EMPNO
              AND CONTSEQ = :WS-CONTSEQ
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "Y"        TO ADD-EC-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           MOVE ZERO                 TO WS-ALT-PHONE-IND.
           IF  WS-ALT-PHONE = SPACES
               MOVE -1 TO WS-ALT-PHONE-IND
           END-IF.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           IF  ADD-EC-FLAG = "Y"  THEN
               EXEC SQL
                       INSERT INTO
                          EMP_EMERG_CONTACT
                          (
                            EMPNO
                          , CONTSEQ
                          , CONTNAME
                          , RELATIONSHIP
                          , PHONE
                          , ALT_PHONE
                          , UPDATED_BY
                          , UPDATED_TS
                          )
                           VALUES
                          (
                            :WS-EMPNO
                          , :WS-CONTSEQ
                          , :WS-CONTNAME
                          , :WS-RELATIONSHIP
                          , :WS-PHONE
                          , :WS-ALT-PHONE :WS-ALT-PHONE-IND
                          , :WS-CURRENT-USER
                          , CURRENT TIMESTAMP
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO ADD-EC-FLAG
                        MOVE "A"    TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           ELSE

               EXEC SQL
                       UPDATE
                           EMP_EMERG_CONTACT
                       SET  CONTNAME     = :WS-CONTNAME
                          , RELATIONSHIP = :WS-RELATIONSHIP
                          , PHONE        = :WS-PHONE
                          , ALT_PHONE    =
                               :WS-ALT-PHONE :WS-ALT-PHONE-IND
                          , UPDATED_BY   = :WS-CURRENT-USER
                          , UPDATED_TS   = CURRENT TIMESTAMP
                       WHERE
                          (
                            ( EMP_EMERG_CONTACT.EMPNO   = :WS-EMPNO )
                        AND ( EMP_EMERG_CONTACT.CONTSEQ = :WS-CONTSEQ )
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE "U" TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           END-IF.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * REMOVE ONE EMERGENCY CONTACT ROW BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       6000-REMOVE-CONTACT.

           MOVE ECEMPNOI     TO WS-EMPNO.
           MOVE ECSEQI       TO WS-CONTSEQ.

           DISPLAY 'WS-EMPNO = ' WS-EMPNO
                   ' WS-CONTSEQ = ' WS-CONTSEQ.

           EXEC SQL
               DELETE FROM
                   EMP_EMERG_CONTACT
               WHERE
                   EMPNO   = :WS-EMPNO
               AND CONTSEQ = :WS-CONTSEQ
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER DELETE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-EC-FLAG
                                   WS-CONTNAME
                                   WS-RELATIONSHIP
                    MOVE "D"    TO WS-MDLOG-ACTION
                    PERFORM 7600-WRITE-CHANGE-LOG THRU
                            7600-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7600-WRITE-CHANGE-LOG - STAMP THE CHANGE TO THE SHARED
      * MASTER-DATA CHANGE LOG. THE KEY CARRIES EMPNO AND CONTACT
      * SEQUENCE; THE AFTER IMAGE THE NAME AND RELATIONSHIP.
      *-----------------------------------------------------------------
       7600-WRITE-CHANGE-LOG.

           MOVE SPACES        TO WS-MDLOG-KEY
                                 WS-MDLOG-AFTER.
           MOVE WS-CONTSEQ    TO WS-MDLOG-CONTSEQ.
           STRING WS-EMPNO         DELIMITED BY SIZE
                  WS-MDLOG-CONTSEQ DELIMITED BY SIZE
             INTO WS-MDLOG-KEY.
           STRING WS-CONTNAME      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-RELATIONSHIP  DELIMITED BY SIZE
             INTO WS-MDLOG-AFTER.

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
