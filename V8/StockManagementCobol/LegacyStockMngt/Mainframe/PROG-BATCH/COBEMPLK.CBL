      *-----------------------------------------------------------------
      *    COBEMPLK - COBOL SUBROUTINE FOR KEYED LOOKUPS ON THE VSAM
      *               EMPLOYEE FILE
      *
      *    FUNCTIONALITY - READS THE VSAM EMPLOYEE FILE COBEMPUL AND
      *                    IDCAMS REBUILD EVERY NIGHT (STEP310 THROUGH
      *                    STEP330 OF HRNIGHT), SO A BATCH PROGRAM CAN
      *                    LOOK AN EMPLOYEE UP WITHOUT A SINGLETON EMP
      *                    SELECT INSIDE ITS LOOP. THE FILE IS OPENED
      *                    ON THE FIRST CALL AND STAYS OPEN UNTIL THE
      *                    CALLER ASKS FOR A CLOSE. FUNCTIONS -
      *                      R - RANDOM READ BY EMPNO (KEY COLS 1-6)
      *                      D - START A BROWSE OF ONE WORKDEPT (KEY
      *                          COLS 1-3) AND RETURN ITS FIRST RECORD
      *                      L - START A BROWSE OF THE LAST NAMES
      *                          BEGINNING WITH THE KEY (UP TO 15
      *                          CHARACTERS, TRAILING SPACES IGNORED)
      *                          AND RETURN THE FIRST ONE
      *                      N - NEXT RECORD OF THE BROWSE IN PROGRESS
      *                      C - CLOSE THE FILE
      *                    FOUND-FLAG IS Y WITH THE 120-BYTE RECORD
      *                    (THE COBFUNC3 LAYOUT - EMPNO, NAME,
      *                    WORKDEPT, PHONENO, HIREDATE, LASTNAME,
      *                    OTHER DETAILS) OR N WHEN THERE IS NO SUCH
      *                    EMPLOYEE OR THE BROWSE HAS RUN PAST THE
      *                    DEPARTMENT OR NAME PREFIX. MSG COMES BACK
      *                    WITH AN E - TEXT FOR A BAD CALL OR A FILE
      *                    ERROR. THE CALLER'S STEP NEEDS THE VSAMF DD
      *                    FOR THE CLUSTER AND VSAMF1 AND VSAMF2 FOR
      *                    THE WORKDEPT AND LASTNAME PATHS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBEMPLK.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCT  2026.

       EJECT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT EMPDATA ASSIGN TO VSAMF
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS EMPDATA-EMPNO
             ALTERNATE RECORD KEY IS EMPDATA-WORKDEPT
                 WITH DUPLICATES
             ALTERNATE RECORD KEY IS EMPDATA-LASTNAME
                 WITH DUPLICATES
             FILE STATUS IS WS-EMPDATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPDATA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  EMPDATA-REC.
           05 EMPDATA-EMPNO             PIC X(6).
           05 EMPDATA-NAME              PIC X(34).
           05 EMPDATA-WORKDEPT          PIC X(3).
           05 EMPDATA-PHONENO           PIC X(4).
           05 EMPDATA-HIREDATE          PIC X(10).
           05 EMPDATA-LASTNAME          PIC X(15).
           05 EMPDATA-OTHDETAILS        PIC X(48).

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77  FILE-OPEN-SWITCH         PIC X          VALUE 'N'.
               88  FILE-OPEN                       VALUE 'Y'.
       77  BROWSE-SWITCH            PIC X          VALUE SPACES.
               88  BROWSE-BY-DEPT                  VALUE 'D'.
               88  BROWSE-BY-NAME                  VALUE 'L'.
               88  NO-BROWSE                       VALUE SPACES.
       01  WS-EMPDATA-STATUS        PIC X(2)  VALUE '00'.
       01  WS-BROWSE-DEPT           PIC X(3)  VALUE SPACES.
       01  WS-BROWSE-PREFIX         PIC X(15) VALUE SPACES.
       01  WS-PREFIX-LEN            PIC S9(4) USAGE COMP VALUE ZERO.

      /
       LINKAGE SECTION.

       01  EMPLK-FUNCTION           PIC X(1).
       01  EMPLK-KEY                PIC X(15).
       01  EMPLK-RECORD             PIC X(120).
       01  EMPLK-FOUND-FLAG         PIC X(1).
       01  EMPLK-MSG                PIC X(30).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING EMPLK-FUNCTION,
                                EMPLK-KEY,
                                EMPLK-RECORD,
                                EMPLK-FOUND-FLAG,
                                EMPLK-MSG.

       MAINLINE.

                MOVE SPACES TO EMPLK-MSG.
                MOVE 'N'    TO EMPLK-FOUND-FLAG.

                IF EMPLK-FUNCTION = 'C'
                   PERFORM 8000-CLOSE-FILE
                   THRU    8000-EXIT
                   GOBACK
                END-IF.

                IF NOT FILE-OPEN
                   PERFORM 1000-OPEN-FILE
                   THRU    1000-EXIT
                   IF EMPLK-MSG NOT = SPACES
                      GOBACK
                   END-IF
                END-IF.

                EVALUATE EMPLK-FUNCTION
                    WHEN 'R'
                         PERFORM 2000-READ-BY-EMPNO
                         THRU    2000-EXIT
                    WHEN 'D'
                         PERFORM 3000-START-DEPT
                         THRU    3000-EXIT
                    WHEN 'L'
                         PERFORM 4000-START-NAME
                         THRU    4000-EXIT
                    WHEN 'N'
                         PERFORM 5000-READ-NEXT
                         THRU    5000-EXIT
                    WHEN OTHER
                         MOVE 'E - UNKNOWN FUNCTION' TO EMPLK-MSG
                END-EVALUATE.

                GOBACK.
      /
      *-----------------------------------------------------------------
      * 1000-OPEN-FILE - FIRST CALL OF THE RUN
      *-----------------------------------------------------------------
       1000-OPEN-FILE.

                OPEN INPUT EMPDATA.

                IF WS-EMPDATA-STATUS NOT = '00'
                   STRING 'E - OPEN FAILED, STATUS '
                                             DELIMITED BY SIZE
                          WS-EMPDATA-STATUS  DELIMITED BY SIZE
                          INTO EMPLK-MSG
                   GO TO 1000-EXIT
                END-IF.

                MOVE 'Y'    TO FILE-OPEN-SWITCH.
                MOVE SPACES TO BROWSE-SWITCH.

       1000-EXIT.
                EXIT.
      /
      *-----------------------------------------------------------------
      * 2000-READ-BY-EMPNO - A RANDOM READ ENDS ANY BROWSE
      *-----------------------------------------------------------------
       2000-READ-BY-EMPNO.

                MOVE SPACES          TO BROWSE-SWITCH.
                MOVE EMPLK-KEY (1:6) TO EMPDATA-EMPNO.

                READ EMPDATA
                    KEY IS EMPDATA-EMPNO
                    INVALID KEY
                       GO TO 2000-EXIT
                END-READ.

                IF WS-EMPDATA-STATUS NOT = '00'
                   AND WS-EMPDATA-STATUS NOT = '02'
                   STRING 'E - READ FAILED, STATUS '
                                             DELIMITED BY SIZE
                          WS-EMPDATA-STATUS  DELIMITED BY SIZE
                          INTO EMPLK-MSG
                   GO TO 2000-EXIT
                END-IF.

                PERFORM 6000-RETURN-RECORD
                THRU    6000-EXIT.

       2000-EXIT.
                EXIT.
      /
      *-----------------------------------------------------------------
      * 3000-START-DEPT - POSITION ON THE DEPARTMENT IN THE WORKDEPT
      * INDEX AND HAND BACK ITS FIRST EMPLOYEE
      *-----------------------------------------------------------------
       3000-START-DEPT.

                MOVE 'D'             TO BROWSE-SWITCH.
                MOVE EMPLK-KEY (1:3) TO WS-BROWSE-DEPT
                                        EMPDATA-WORKDEPT.

                START EMPDATA
                    KEY IS EQUAL TO EMPDATA-WORKDEPT
                    INVALID KEY
                       MOVE SPACES TO BROWSE-SWITCH
                       GO TO 3000-EXIT
                END-START.

                IF WS-EMPDATA-STATUS NOT = '00'
                   MOVE SPACES TO BROWSE-SWITCH
                   STRING 'E - START FAILED, STATUS '
                                             DELIMITED BY SIZE
                          WS-EMPDATA-STATUS  DELIMITED BY SIZE
                          INTO EMPLK-MSG
                   GO TO 3000-EXIT
                END-IF.

                PERFORM 5000-READ-NEXT
                THRU    5000-EXIT.

       3000-EXIT.
                EXIT.
      /
      *-----------------------------------------------------------------
      * 4000-START-NAME - GENERIC START ON THE LASTNAME INDEX. THE
      * PREFIX LENGTH IS THE KEY WITHOUT ITS TRAILING SPACES; THE
      * START GOES TO THE FIRST NAME NOT LESS THAN THE PREFIX AND
      * 5000 STOPS AT THE FIRST ONE THAT NO LONGER BEGINS WITH IT.
      *-----------------------------------------------------------------
       4000-START-NAME.

                MOVE SPACES    TO BROWSE-SWITCH.
                MOVE EMPLK-KEY TO WS-BROWSE-PREFIX.
                MOVE 15        TO WS-PREFIX-LEN.

                PERFORM 4100-TRIM-PREFIX
                THRU    4100-EXIT
                UNTIL   WS-PREFIX-LEN = ZERO
                   OR   WS-BROWSE-PREFIX (WS-PREFIX-LEN:1) NOT = SPACE.

                IF WS-PREFIX-LEN = ZERO
                   MOVE 'E - NAME PREFIX IS BLANK' TO EMPLK-MSG
                   GO TO 4000-EXIT
                END-IF.

                MOVE 'L'              TO BROWSE-SWITCH.
                MOVE WS-BROWSE-PREFIX TO EMPDATA-LASTNAME.

                START EMPDATA
                    KEY IS NOT LESS THAN EMPDATA-LASTNAME
                    INVALID KEY
                       MOVE SPACES TO BROWSE-SWITCH
                       GO TO 4000-EXIT
                END-START.

                IF WS-EMPDATA-STATUS NOT = '00'
                   MOVE SPACES TO BROWSE-SWITCH
                   STRING 'E - START FAILED, STATUS '
                                             DELIMITED BY SIZE
                          WS-EMPDATA-STATUS  DELIMITED BY SIZE
                          INTO EMPLK-MSG
                   GO TO 4000-EXIT
                END-IF.

                PERFORM 5000-READ-NEXT
                THRU    5000-EXIT.

       4000-EXIT.
                EXIT.
      /
      *-----------------------------------------------------------------
      * 4100-TRIM-PREFIX
      *-----------------------------------------------------------------
       4100-TRIM-PREFIX.

                SUBTRACT 1 FROM WS-PREFIX-LEN.

       4100-EXIT.
                EXIT.
      /
      *-----------------------------------------------------------------
      * 5000-READ-NEXT - NEXT RECORD ALONG THE BROWSE'S INDEX. THE
      * BROWSE ENDS AT END OF FILE OR AT THE FIRST RECORD OUTSIDE THE
      * DEPARTMENT OR NAME PREFIX.
      *-----------------------------------------------------------------
       5000-READ-NEXT.

                IF NO-BROWSE
                   MOVE 'E - NO BROWSE IN PROGRESS' TO EMPLK-MSG
                   GO TO 5000-EXIT
                END-IF.

                READ EMPDATA NEXT RECORD
                    AT END
                       MOVE SPACES TO BROWSE-SWITCH
                       GO TO 5000-EXIT
                END-READ.

                IF WS-EMPDATA-STATUS NOT = '00'
                   AND WS-EMPDATA-STATUS NOT = '02'
                   MOVE SPACES TO BROWSE-SWITCH
                   STRING 'E - READ FAILED, STATUS '
                                             DELIMITED BY SIZE
                          WS-EMPDATA-STATUS  DELIMITED BY SIZE
                          INTO EMPLK-MSG
                   GO TO 5000-EXIT
                END-IF.

                IF BROWSE-BY-DEPT
                   AND EMPDATA-WORKDEPT NOT = WS-BROWSE-DEPT
                   MOVE SPACES TO BROWSE-SWITCH
                   GO TO 5000-EXIT
                END-IF.

                IF BROWSE-BY-NAME
                   AND EMPDATA-LASTNAME (1:WS-PREFIX-LEN)
                       NOT = WS-BROWSE-PREFIX (1:WS-PREFIX-LEN)
                   MOVE SPACES TO BROWSE-SWITCH
                   GO TO 5000-EXIT
                END-IF.

                PERFORM 6000-RETURN-RECORD
                THRU    6000-EXIT.

       5000-EXIT.
                EXIT.
      /
      *-----------------------------------------------------------------
      * 6000-RETURN-RECORD
      *-----------------------------------------------------------------
       6000-RETURN-RECORD.

                MOVE EMPDATA-REC TO EMPLK-RECORD.
                MOVE 'Y'         TO EMPLK-FOUND-FLAG.

       6000-EXIT.
                EXIT.
      /
      *-----------------------------------------------------------------
      * 8000-CLOSE-FILE - END OF THE CALLER'S RUN
      *-----------------------------------------------------------------
       8000-CLOSE-FILE.

                IF FILE-OPEN
                   CLOSE EMPDATA
                   MOVE 'N'    TO FILE-OPEN-SWITCH
                   MOVE SPACES TO BROWSE-SWITCH
                END-IF.

       8000-EXIT.
                EXIT.
