      *-----------------------------------------------------------------
      *     COBBDGLD - DAILY BUILDING ACCESS BADGE LOAD. FACILITIES
      *                SENDS TWO FILES -
      *                  BADGEISS - BADGE NUMBER / EMPNO / ACTION /
      *                             DATE LINES; ACTION 'I' ISSUES THE
      *                             BADGE TO THE EMPLOYEE FROM THE
      *                             DATE, 'R' RECORDS ITS RETURN ON
      *                             THE DATE. MAINTAINS EMP_BADGE.
      *                  BADGEIN  - BADGE NUMBER / DOOR / SWIPE
      *                             TIMESTAMP LINES, ONE PER SWIPE.
      *                ISSUES ARE APPLIED FIRST SO A BADGE HANDED OUT
      *                TODAY MAPS TODAY'S SWIPES. EACH SWIPE IS MAPPED
      *                TO EMPNO THROUGH THE EMP_BADGE ROW WHOSE ISSUE
      *                WINDOW COVERS THE SWIPE DATE AND INSERTED INTO
      *                EMP_ATTENDANCE; A SWIPE ALREADY ON FILE (SAME
      *                BADGE AND TIMESTAMP) IS SKIPPED, SO A FILE CAN
      *                BE RELOADED SAFELY. REJECTED LINES GO TO
      *                BADGEREJ WITH A REASON CODE -
      *                  I01 EMPLOYEE NOT ON EMP, I02 BAD ACTION OR
      *                  DATE, I03 BADGE STILL ISSUED TO SOMEONE,
      *                  I04 RETURN OF A BADGE NOT ISSUED,
      *                  S01 BAD SWIPE TIMESTAMP, S02 BADGE NOT
      *                  ISSUED ON THE SWIPE DATE.
      *                THE SWIPE TIMESTAMP IS ISO FORMAT
      *                (YYYY-MM-DD-HH.MM.SS.NNNNNN); RC 4 WHEN ANY
      *                LINE IS REJECTED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBBDGLD.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BADGEISS  ASSIGN TO BADGEISS
                  FILE STATUS IS WS-BADGEISS-STATUS.
           SELECT BADGEIN   ASSIGN TO BADGEIN
                  FILE STATUS IS WS-BADGEIN-STATUS.
           SELECT BADGEREJ  ASSIGN TO BADGEREJ.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  BADGEISS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  BADGEISS-REC.
           05 ISS-BADGENO               PIC X(10).
           05 ISS-EMPNO                 PIC X(6).
      *    'I' ISSUE, 'R' RETURN.
           05 ISS-ACTION                PIC X(1).
           05 ISS-DATE                  PIC X(10).
           05 FILLER                    PIC X(53).

       FD  BADGEIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  BADGEIN-REC.
           05 SWP-BADGENO               PIC X(10).
           05 SWP-DOOR                  PIC X(8).
           05 SWP-TIMESTAMP             PIC X(26).
           05 FILLER                    PIC X(36).

       FD  BADGEREJ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS.
       01  BADGEREJ-REC.
           05 BREJ-INPUT                PIC X(80).
           05 BREJ-REASON               PIC X(4).

      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-BADGEISS-SWITCH PIC X          VALUE  SPACES.
               88  END-OF-BADGEISS               VALUE  'Y'.
       77  END-OF-BADGEIN-SWITCH  PIC X          VALUE  SPACES.
               88  END-OF-BADGEIN                VALUE  'Y'.
       01  WS-BADGEISS-STATUS     PIC X(2)  VALUE '00'.
       01  WS-BADGEIN-STATUS      PIC X(2)  VALUE '00'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-BADGENO             PIC X(10).
       01  WS-EMPNO               PIC X(6).
       01  WS-DATE                PIC X(10).
       01  WS-DOOR                PIC X(8).
       01  WS-SWIPE-TS            PIC X(26).
       01  WS-REASON              PIC X(4).
       01  WS-ISSUE-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-RETURN-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SWIPE-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-DUP-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-REJECT-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBBDGLD'.
       01  WS-ERRLG-PARA        PIC X(30) VALUE '9000-DBERROR'.
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80) OCCURS 12 TIMES
                                    INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      ******************************************************************
      * SQLCA AND DCLGENS FOR TABLES
      ******************************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.

                EXEC SQL INCLUDE EMP
                END-EXEC.

                EXEC SQL INCLUDE EMPBADGE
                END-EXEC.

                EXEC SQL INCLUDE EMPATTND
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                OPEN INPUT  BADGEISS
                            BADGEIN.
                OPEN OUTPUT BADGEREJ.

                PERFORM 2000-PROCESS-ISSUE
                THRU    2000-EXIT
                UNTIL END-OF-BADGEISS.

                PERFORM 3000-PROCESS-SWIPE
                THRU    3000-EXIT
                UNTIL END-OF-BADGEIN.

                CLOSE BADGEISS
                      BADGEIN
                      BADGEREJ.

                DISPLAY 'BADGES ISSUED            = ' WS-ISSUE-COUNT.
                DISPLAY 'BADGES RETURNED          = ' WS-RETURN-COUNT.
                DISPLAY 'SWIPES LOADED            = ' WS-SWIPE-COUNT.
                DISPLAY 'SWIPES ALREADY ON FILE   = ' WS-DUP-COUNT.
                DISPLAY 'LINES REJECTED           = ' WS-REJECT-COUNT.

                IF WS-REJECT-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.

                STOP RUN.
      /
      ******************************************************************
      * 2000-PROCESS-ISSUE - ONE BADGE ISSUE OR RETURN.
      ******************************************************************
       2000-PROCESS-ISSUE.

                READ BADGEISS
                    AT END
                       MOVE 'Y' TO END-OF-BADGEISS-SWITCH
                       GO TO 2000-EXIT
                END-READ.

                MOVE SPACES       TO WS-REASON.
                MOVE ISS-BADGENO  TO WS-BADGENO.
                MOVE ISS-EMPNO    TO WS-EMPNO.
                MOVE ISS-DATE     TO WS-DATE.

                IF WS-BADGENO = SPACES
                   OR WS-DATE (1:4) NOT NUMERIC
                   OR WS-DATE (5:1) NOT = '-'
                   OR WS-DATE (6:2) NOT NUMERIC
                   OR WS-DATE (8:1) NOT = '-'
                   OR WS-DATE (9:2) NOT NUMERIC
                   MOVE 'I02' TO WS-REASON
                ELSE
                   EVALUATE ISS-ACTION
                       WHEN 'I'
                            PERFORM 2200-ISSUE-BADGE
                            THRU    2200-EXIT
                       WHEN 'R'
                            PERFORM 2400-RETURN-BADGE
                            THRU    2400-EXIT
                       WHEN OTHER
                            MOVE 'I02' TO WS-REASON
                   END-EVALUATE
                END-IF.

                IF WS-REASON NOT = SPACES
                   MOVE BADGEISS-REC TO BREJ-INPUT
                   MOVE WS-REASON    TO BREJ-REASON
                   WRITE BADGEREJ-REC
                   ADD 1 TO WS-REJECT-COUNT
                END-IF.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-ISSUE-BADGE - THE EMPLOYEE MUST EXIST AND THE BADGE MUST
      * NOT STILL BE OUT TO SOMEONE (A RETURN COMES FIRST).
      ******************************************************************
       2200-ISSUE-BADGE.

                EXEC SQL
                    SELECT EMPNO
                      INTO :WS-EMPNO
                      FROM EMP
                     WHERE EMPNO = :WS-EMPNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'I01' TO WS-REASON
                         GO TO 2200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT BADGENO
                      INTO :BG-BADGENO
                      FROM EMP_BADGE
                     WHERE BADGENO = :WS-BADGENO
                       AND RETURNED_DATE IS NULL
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'I03' TO WS-REASON
                         GO TO 2200-EXIT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    INSERT INTO EMP_BADGE
                         (BADGENO, EMPNO, ISSUED_DATE, RETURNED_DATE)
                    VALUES
                         (:WS-BADGENO, :WS-EMPNO, DATE(:WS-DATE),
                          NULL)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-ISSUE-COUNT
                    WHEN -803
                         MOVE 'I03' TO WS-REASON
                    WHEN -180
                    WHEN -181
                         MOVE 'I02' TO WS-REASON
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-RETURN-BADGE - CLOSE THE BADGE'S OPEN ISSUE ROW.
      ******************************************************************
       2400-RETURN-BADGE.

                EXEC SQL
                    UPDATE EMP_BADGE
                       SET RETURNED_DATE = DATE(:WS-DATE)
                     WHERE BADGENO = :WS-BADGENO
                       AND RETURNED_DATE IS NULL
                       AND ISSUED_DATE <= DATE(:WS-DATE)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-RETURN-COUNT
                    WHEN +100
                         MOVE 'I04' TO WS-REASON
                    WHEN -180
                    WHEN -181
                         MOVE 'I02' TO WS-REASON
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-PROCESS-SWIPE - MAP THE BADGE TO ITS HOLDER ON THE SWIPE
      * DATE AND RECORD THE SWIPE.
      ******************************************************************
       3000-PROCESS-SWIPE.

                READ BADGEIN
                    AT END
                       MOVE 'Y' TO END-OF-BADGEIN-SWITCH
                       GO TO 3000-EXIT
                END-READ.

                MOVE SPACES        TO WS-REASON.
                MOVE SWP-BADGENO   TO WS-BADGENO.
                MOVE SWP-DOOR      TO WS-DOOR.
                MOVE SWP-TIMESTAMP TO WS-SWIPE-TS.

                IF WS-SWIPE-TS (1:4) NOT NUMERIC
                   OR WS-SWIPE-TS (5:1) NOT = '-'
                   OR WS-SWIPE-TS (6:2) NOT NUMERIC
                   OR WS-SWIPE-TS (8:1) NOT = '-'
                   OR WS-SWIPE-TS (9:2) NOT NUMERIC
                   OR WS-SWIPE-TS (11:1) NOT = '-'
                   MOVE 'S01' TO WS-REASON
                   GO TO 3000-REJECT
                END-IF.

                MOVE WS-SWIPE-TS (1:10) TO WS-DATE.

                EXEC SQL
                    SELECT EMPNO
                      INTO :WS-EMPNO
                      FROM EMP_BADGE
                     WHERE BADGENO      = :WS-BADGENO
                       AND ISSUED_DATE <= DATE(:WS-DATE)
                       AND (RETURNED_DATE IS NULL
                            OR RETURNED_DATE >= DATE(:WS-DATE))
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'S02' TO WS-REASON
                         GO TO 3000-REJECT
                    WHEN -180
                    WHEN -181
                         MOVE 'S01' TO WS-REASON
                         GO TO 3000-REJECT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    INSERT INTO EMP_ATTENDANCE
                         (BADGENO, SWIPE_TS, EMPNO, ATT_DATE, DOOR,
                          LOADED_TS)
                    VALUES
                         (:WS-BADGENO, TIMESTAMP(:WS-SWIPE-TS),
                          :WS-EMPNO, DATE(:WS-DATE), :WS-DOOR,
                          CURRENT TIMESTAMP)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-SWIPE-COUNT
                    WHEN -803
                         ADD 1 TO WS-DUP-COUNT
                    WHEN -180
                    WHEN -181
                         MOVE 'S01' TO WS-REASON
                         GO TO 3000-REJECT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                GO TO 3000-EXIT.

       3000-REJECT.
                MOVE BADGEIN-REC   TO BREJ-INPUT.
                MOVE WS-REASON     TO BREJ-REASON.
                WRITE BADGEREJ-REC.
                ADD 1 TO WS-REJECT-COUNT.

       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 9000-DBERROR - GET ERROR MESSAGE
      ******************************************************************
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

                GOBACK.

       9000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 9999-ERROR-DISPLAY
      ******************************************************************
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
