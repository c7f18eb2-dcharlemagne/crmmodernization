      *-----------------------------------------------------------------
      *    COBDOCMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAINTAINS THE EMP_DOCUMENT MASTER, THE WORK
      *                    PERMITS, FIXED-TERM CONTRACTS AND OTHER
      *                    RIGHT-TO-WORK DOCUMENTS WHOSE EXPIRY DATES
      *                    USED TO LIVE ONLY IN THE PERSONNEL FILE
      *                    CABINET. A DOCUMENT ROW IS KEYED BY EMPNO
      *                    AND DOCUMENT TYPE ('W' WORK PERMIT OR VISA,
      *                    'C' FIXED-TERM CONTRACT, 'R' OTHER
      *                    RIGHT-TO-WORK DOCUMENT). ADD-DOC-FLAG = 'Y'
      *                    READS A ROW BACK TO THE CICS CALLING
      *                    PROGRAM, ADD-DOC-FLAG = 'D' REMOVES THE
      *                    ROW, AND ANY OTHER VALUE ADDS OR UPDATES IT
      *                    - THE SAME FLAG CONVENTION COBADRMN USES
      *                    FOR ADDRESSES. A RENEWAL IS AN UPDATE WITH
      *                    THE NEW NUMBER AND DATES: A CHANGED EXPIRY
      *                    DATE CLEARS THE WARNINGS COBDOCEX HAS SENT
      *                    AND, ONCE IT IS IN THE FUTURE, RELEASES THE
      *                    COBPAYRN HOLD. AN UNKNOWN TYPE, OR AN EXPIRY
      *                    BEFORE THE ISSUE DATE, COMES BACK
      *                    ADD-DOC-FLAG 'E' AND IS NOT STORED. EVERY
      *                    ADD, UPDATE AND DELETE IS STAMPED TO
      *                    MASTER_CHANGE_LOG THROUGH THE SHARED
      *                    COBMDLOG UTILITY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBDOCMN.
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
               02  WS-DOCTYPE               PIC X(1).
                   88  WS-DOCTYPE-VALID     VALUE 'W' 'C' 'R'.
       01  WS-DOCNUMBER             PIC X(20).
       01  WS-ISSUE-DATE            PIC X(10).
       01  WS-EXPIRY-DATE           PIC X(10).
       01  WS-OLD-DOCNUMBER         PIC X(20).
       01  WS-OLD-EXPIRY-DATE       PIC X(10).
       01  WS-CURRENT-USER          PIC X(8).

      *-----------------------------------------------------------------
      * VARIABLES FOR THE MASTER-DATA CHANGE LOG (COBMDLOG)
      *-----------------------------------------------------------------
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'EMP_DOCUMENT'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100) VALUE SPACES.
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBDOCMN'.
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
               INCLUDE EMPDOC
           END-EXEC.

      /
       LINKAGE SECTION.

       01  DOCEMPNOI         PIC X(6).
       01  DOCTYPEI          PIC X(1).
       01  DOCNUMBERO        PIC X(20).
       01  DOCISSUEO         PIC X(10).
       01  DOCEXPIRYO        PIC X(10).
       01  ADD-DOC-FLAG      PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DOCEMPNOI, DOCTYPEI, DOCNUMBERO,
                                DOCISSUEO, DOCEXPIRYO, ADD-DOC-FLAG.

            EVALUATE ADD-DOC-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-DOCUMENT THRU
                             4000-EXIT
                WHEN "D"
                     PERFORM 6000-REMOVE-DOCUMENT THRU
                             6000-EXIT
                WHEN OTHER
                     PERFORM 5000-UPDATE-DOCUMENT THRU
                             5000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE DOCUMENT ROW BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-DOCUMENT.

                MOVE SPACES       TO ADD-DOC-FLAG.
                MOVE DOCEMPNOI    TO WS-EMPNO.
                MOVE DOCTYPEI     TO WS-DOCTYPE.

                DISPLAY 'WS-EMPNO = ' WS-EMPNO
                        ' WS-DOCTYPE = ' WS-DOCTYPE.

                EXEC SQL
                  SELECT
                      DOCNUMBER
                    , CHAR(ISSUE_DATE, ISO)
                    , CHAR(EXPIRY_DATE, ISO)
                  INTO
                      :WS-DOCNUMBER
                    , :WS-ISSUE-DATE
                    , :WS-EXPIRY-DATE
                  FROM EMP_DOCUMENT
                  WHERE EMPNO   = :WS-EMPNO
                    AND DOCTYPE = :WS-DOCTYPE
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         MOVE SPACES     TO WS-DOCNUMBER
                                            WS-ISSUE-DATE
                                            WS-EXPIRY-DATE
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE WS-DOCNUMBER        TO DOCNUMBERO.
                MOVE WS-ISSUE-DATE       TO DOCISSUEO.
                MOVE WS-EXPIRY-DATE      TO DOCEXPIRYO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ADD OR UPDATE ONE DOCUMENT ROW BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       5000-UPDATE-DOCUMENT.

           MOVE DOCEMPNOI   TO WS-EMPNO.
           MOVE DOCTYPEI    TO WS-DOCTYPE.

           DISPLAY 'WS-EMPNO = ' WS-EMPNO
                   ' WS-DOCTYPE = ' WS-DOCTYPE.

           MOVE DOCNUMBERO           TO WS-DOCNUMBER.
           MOVE DOCISSUEO            TO WS-ISSUE-DATE.
           MOVE DOCEXPIRYO           TO WS-EXPIRY-DATE.

           IF  NOT WS-DOCTYPE-VALID
           OR  WS-DOCNUMBER = SPACES
           OR  WS-EXPIRY-DATE LESS THAN WS-ISSUE-DATE
               DISPLAY 'DOCUMENT REFUSED - TYPE, NUMBER OR DATES'
               MOVE "E" TO ADD-DOC-FLAG
               GO TO 5000-EXIT
           END-IF.

           MOVE SPACES TO WS-OLD-DOCNUMBER
                          WS-OLD-EXPIRY-DATE.

           EXEC SQL
             SELECT
                 DOCNUMBER
               , CHAR(EXPIRY_DATE, ISO)
             INTO
                :WS-OLD-DOCNUMBER
               , :WS-OLD-EXPIRY-DATE
             FROM
                 EMP_DOCUMENT
             WHERE
                  EMPNO   = :WS-EMPNO
              AND DOCTYPE = :WS-DOCTYPE
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "Y"        TO ADD-DOC-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           IF  ADD-DOC-FLAG = "Y"  THEN
               EXEC SQL
                       INSERT INTO
                          EMP_DOCUMENT
                          (
                            EMPNO
                          , DOCTYPE
                          , DOCNUMBER
                          , ISSUE_DATE
                          , EXPIRY_DATE
                          , UPDATED_BY
                          , UPDATED_TS
                          )
                           VALUES
                          (
                            :WS-EMPNO
                          , :WS-DOCTYPE
                          , :WS-DOCNUMBER
                          , DATE(:WS-ISSUE-DATE)
                          , DATE(:WS-EXPIRY-DATE)
                          , :WS-CURRENT-USER
                          , CURRENT TIMESTAMP
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO ADD-DOC-FLAG
                        MOVE "A"    TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           ELSE

               EXEC SQL
                       UPDATE
                           EMP_DOCUMENT
                       SET  DOCNUMBER   = :WS-DOCNUMBER
                          , ISSUE_DATE  = DATE(:WS-ISSUE-DATE)
                          , WARN_DAYS   =
                                CASE WHEN EXPIRY_DATE =
                                          DATE(:WS-EXPIRY-DATE)
                                     THEN WARN_DAYS
                                     ELSE NULL
                                END
                          , EXPIRY_DATE = DATE(:WS-EXPIRY-DATE)
                          , UPDATED_BY  = :WS-CURRENT-USER
                          , UPDATED_TS  = CURRENT TIMESTAMP
                       WHERE
                          (
                            ( EMP_DOCUMENT.EMPNO   = :WS-EMPNO )
                        AND ( EMP_DOCUMENT.DOCTYPE = :WS-DOCTYPE )
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
      * REMOVE ONE DOCUMENT ROW BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       6000-REMOVE-DOCUMENT.

           MOVE DOCEMPNOI   TO WS-EMPNO.
           MOVE DOCTYPEI    TO WS-DOCTYPE.
           MOVE SPACES      TO WS-DOCNUMBER
                               WS-EXPIRY-DATE
                               WS-OLD-DOCNUMBER
                               WS-OLD-EXPIRY-DATE.

           DISPLAY 'WS-EMPNO = ' WS-EMPNO
                   ' WS-DOCTYPE = ' WS-DOCTYPE.

           EXEC SQL
               DELETE FROM
                   EMP_DOCUMENT
               WHERE
                   EMPNO   = :WS-EMPNO
               AND DOCTYPE = :WS-DOCTYPE
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER DELETE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-DOC-FLAG
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
      * MASTER-DATA CHANGE LOG. THE KEY CARRIES EMPNO AND TYPE; THE
      * BEFORE AND AFTER IMAGES THE DOCUMENT NUMBER AND EXPIRY DATE,
      * SO A RENEWAL SHOWS WHAT IT REPLACED.
      *-----------------------------------------------------------------
       7600-WRITE-CHANGE-LOG.

           MOVE SPACES        TO WS-MDLOG-KEY
                                 WS-MDLOG-BEFORE
                                 WS-MDLOG-AFTER.
           STRING WS-EMPNO    DELIMITED BY SIZE
                  WS-DOCTYPE  DELIMITED BY SIZE
             INTO WS-MDLOG-KEY.
           STRING WS-OLD-DOCNUMBER   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-OLD-EXPIRY-DATE DELIMITED BY SIZE
             INTO WS-MDLOG-BEFORE.
           STRING WS-DOCNUMBER       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-EXPIRY-DATE     DELIMITED BY SIZE
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
