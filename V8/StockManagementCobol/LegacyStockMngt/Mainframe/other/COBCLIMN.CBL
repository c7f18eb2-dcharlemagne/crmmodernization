      *-----------------------------------------------------------------
      *    COBCLIMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAINTAINS THE CLIENT MASTER AND THE
      *                    CLIENT_PROJ LINKS THAT SAY WHICH CLIENT
      *                    EACH CONTROLLING PROJECT IS BILLED TO.
      *                    ADD-CLI-FLAG = 'Y' READS A CLIENT BACK TO
      *                    THE CICS CALLING PROGRAM, ADD-CLI-FLAG =
      *                    'D' DEACTIVATES IT (THE ROW STAYS FOR THE
      *                    AR HISTORY), 'L' LINKS THE CONTROLLING
      *                    PROJECT PASSED TO THE CLIENT, 'U' UNLINKS
      *                    IT, AND ANY OTHER VALUE ADDS OR UPDATES THE
      *                    CLIENT - THE SAME FLAG CONVENTION COBDEDMN
      *                    USES FOR THE DEDUCTION CATALOG. AN ERROR
      *                    COMES BACK AS ADD-CLI-FLAG = 'E' WITH THE
      *                    SQLCODE IN PSQLCODE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCLIMN.
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
       01  WS-CLIENTNO              PIC X(6).
       01  WS-CTRLPROJ              PIC X(6).
       01  WS-PROJ-NO               PIC X(6).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBCLIMN'.
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
               INCLUDE CLIENT
           END-EXEC.

           EXEC SQL
               INCLUDE CLIPROJ
           END-EXEC.

      /
       LINKAGE SECTION.

       01  CLINOI            PIC X(6).
       01  CLINAMEIO         PIC X(30).
       01  CLICONTACTIO      PIC X(30).
       01  CLIADDRIO         PIC X(60).
       01  CLITERMSIO        PIC S9(4) COMP.
       01  CLISTATUSIO       PIC X(1).
       01  CLICTRLPROJI      PIC X(6).
       01  ADD-CLI-FLAG      PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CLINOI, CLINAMEIO, CLICONTACTIO,
                                CLIADDRIO, CLITERMSIO, CLISTATUSIO,
                                CLICTRLPROJI, ADD-CLI-FLAG.

            EVALUATE ADD-CLI-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-CLIENT THRU
                             4000-EXIT
                WHEN "D"
                     PERFORM 6000-DEACTIVATE-CLIENT THRU
                             6000-EXIT
                WHEN "L"
                     PERFORM 7000-LINK-PROJECT THRU
                             7000-EXIT
                WHEN "U"
                     PERFORM 7500-UNLINK-PROJECT THRU
                             7500-EXIT
                WHEN OTHER
                     PERFORM 5000-UPDATE-CLIENT THRU
                             5000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE CLIENT BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-CLIENT.

                MOVE SPACES        TO ADD-CLI-FLAG.
                MOVE CLINOI        TO CL-CLIENTNO.

                DISPLAY 'CL-CLIENTNO = ' CL-CLIENTNO.

                EXEC SQL
                  SELECT
                      CLIENT_NAME,
                      COALESCE(BILL_CONTACT, ' '),
                      COALESCE(BILL_ADDR, ' '),
                      TERMS_DAYS,
                      CSTATUS
                  INTO
                      :CL-CLIENT-NAME,
                      :CL-BILL-CONTACT,
                      :CL-BILL-ADDR,
                      :CL-TERMS-DAYS,
                      :CL-CSTATUS
                  FROM CLIENT
                  WHERE CLIENTNO = :CL-CLIENTNO
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         MOVE SPACES     TO CL-CLIENT-NAME
                                            CL-BILL-CONTACT
                                            CL-BILL-ADDR
                                            CL-CSTATUS
                         MOVE ZERO       TO CL-TERMS-DAYS
                         MOVE "E"        TO ADD-CLI-FLAG
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE CL-CLIENT-NAME      TO CLINAMEIO.
                MOVE CL-BILL-CONTACT     TO CLICONTACTIO.
                MOVE CL-BILL-ADDR        TO CLIADDRIO.
                MOVE CL-TERMS-DAYS       TO CLITERMSIO.
                MOVE CL-CSTATUS          TO CLISTATUSIO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ADD OR UPDATE ONE CLIENT BY MAKING A CALL TO DB2 TABLE. A NEW
      * CLIENT WITH NO TERMS GETS THE STANDARD 30 DAYS; ONE WITH NO
      * STATUS IS ADDED ACTIVE.
      *-----------------------------------------------------------------
       5000-UPDATE-CLIENT.

           MOVE CLINOI        TO WS-CLIENTNO.

           DISPLAY 'WS-CLIENTNO = ' WS-CLIENTNO.

           EXEC SQL
             SELECT
                 CLIENTNO
             INTO
                :WS-CLIENTNO
             FROM
                 CLIENT
             WHERE
                  CLIENTNO = :WS-CLIENTNO
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "Y"        TO ADD-CLI-FLAG
               WHEN OTHER
                    MOVE "E"        TO ADD-CLI-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           MOVE CLINOI               TO CL-CLIENTNO.
           MOVE CLINAMEIO            TO CL-CLIENT-NAME.
           MOVE CLICONTACTIO         TO CL-BILL-CONTACT.
           MOVE CLIADDRIO            TO CL-BILL-ADDR.
           MOVE CLITERMSIO           TO CL-TERMS-DAYS.
           MOVE CLISTATUSIO          TO CL-CSTATUS.

           IF  CL-TERMS-DAYS NOT GREATER THAN ZERO
               MOVE 30               TO CL-TERMS-DAYS
           END-IF.

           IF  CL-CSTATUS NOT = "I"
               MOVE "A"              TO CL-CSTATUS
           END-IF.

           IF  ADD-CLI-FLAG = "Y"  THEN
               EXEC SQL
                       INSERT INTO
                          CLIENT
                          (
                            CLIENTNO
                          , CLIENT_NAME
                          , BILL_CONTACT
                          , BILL_ADDR
                          , TERMS_DAYS
                          , CSTATUS
                          )
                           VALUES
                          (
                            :CL-CLIENTNO
                          , :CL-CLIENT-NAME
                          , :CL-BILL-CONTACT
                          , :CL-BILL-ADDR
                          , :CL-TERMS-DAYS
                          , :CL-CSTATUS
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO ADD-CLI-FLAG
                   WHEN OTHER
                        MOVE "E"    TO ADD-CLI-FLAG
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           ELSE

               EXEC SQL
                       UPDATE
                           CLIENT
                       SET  CLIENT_NAME  = :CL-CLIENT-NAME
                          , BILL_CONTACT = :CL-BILL-CONTACT
                          , BILL_ADDR    = :CL-BILL-ADDR
                          , TERMS_DAYS   = :CL-TERMS-DAYS
                          , CSTATUS      = :CL-CSTATUS
                       WHERE
                            CLIENT.CLIENTNO = :CL-CLIENTNO
               END-EXEC

               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN OTHER
                        MOVE "E"    TO ADD-CLI-FLAG
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           END-IF.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * DEACTIVATE ONE CLIENT. THE ROW IS NOT DELETED - ITS INVOICES
      * AND RECEIPTS STILL POINT AT IT.
      *-----------------------------------------------------------------
       6000-DEACTIVATE-CLIENT.

           MOVE CLINOI        TO WS-CLIENTNO.

           DISPLAY 'WS-CLIENTNO = ' WS-CLIENTNO.

           EXEC SQL
               UPDATE CLIENT
                  SET CSTATUS = 'I'
               WHERE
                   CLIENTNO = :WS-CLIENTNO
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER UPDATE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-CLI-FLAG
                    MOVE "I"    TO CLISTATUSIO
               WHEN OTHER
                    MOVE "E"    TO ADD-CLI-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * LINK A CONTROLLING PROJECT TO THE CLIENT. THE PROJECT MUST BE
      * ON FILE; AN EXISTING LINK TO ANOTHER CLIENT IS MOVED ACROSS.
      *-----------------------------------------------------------------
       7000-LINK-PROJECT.

           MOVE CLINOI        TO WS-CLIENTNO.
           MOVE CLICTRLPROJI  TO WS-CTRLPROJ.

           DISPLAY 'WS-CLIENTNO = ' WS-CLIENTNO
                   ' WS-CTRLPROJ = ' WS-CTRLPROJ.

           EXEC SQL
             SELECT
                 PROJ_NO
             INTO
                :WS-PROJ-NO
             FROM
                 PROJECT
             WHERE
                  PROJ_NO = :WS-CTRLPROJ
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    MOVE "E"    TO ADD-CLI-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 7000-EXIT
           END-EVALUATE.

           EXEC SQL
               UPDATE CLIENT_PROJ
                  SET CLIENTNO  = :WS-CLIENTNO,
                      LINKED_TS = CURRENT TIMESTAMP
               WHERE
                   CTRLPROJ = :WS-CTRLPROJ
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-CLI-FLAG
                    GO TO 7000-EXIT
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    MOVE "E"    TO ADD-CLI-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 7000-EXIT
           END-EVALUATE.

           EXEC SQL
               INSERT INTO CLIENT_PROJ
                    (CTRLPROJ, CLIENTNO, LINKED_TS)
               VALUES
                    (:WS-CTRLPROJ, :WS-CLIENTNO, CURRENT TIMESTAMP)
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER INSERT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-CLI-FLAG
               WHEN OTHER
                    MOVE "E"    TO ADD-CLI-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       7000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * UNLINK A CONTROLLING PROJECT FROM THE CLIENT
      *-----------------------------------------------------------------
       7500-UNLINK-PROJECT.

           MOVE CLINOI        TO WS-CLIENTNO.
           MOVE CLICTRLPROJI  TO WS-CTRLPROJ.

           DISPLAY 'WS-CLIENTNO = ' WS-CLIENTNO
                   ' WS-CTRLPROJ = ' WS-CTRLPROJ.

           EXEC SQL
               DELETE FROM
                   CLIENT_PROJ
               WHERE
                   CTRLPROJ = :WS-CTRLPROJ
               AND CLIENTNO = :WS-CLIENTNO
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER DELETE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-CLI-FLAG
               WHEN OTHER
                    MOVE "E"    TO ADD-CLI-FLAG
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       7500-EXIT.
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
