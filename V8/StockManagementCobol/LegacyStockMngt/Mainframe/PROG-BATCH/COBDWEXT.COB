      *-----------------------------------------------------------------
      *     COBDWEXT - NIGHTLY CHANGE-DATA EXTRACT OF THE HR MASTER
      *                TABLES FOR THE ENTERPRISE DATA WAREHOUSE, IN
      *                PLACE OF THE FULL COBDYNSQ UNLOADS. WRITES ONE
      *                FILE PER MASTER TABLE - EMP (DWEMPOUT), DEPT
      *                (DWDPTOUT), PROJECT (DWPRJOUT) AND EMP_PROJ_ACT
      *                (DWEPAOUT) - OF INSERT ('I'), UPDATE ('U') AND
      *                DELETE ('D') CHANGE RECORDS, EACH WITH ITS ROW
      *                KEY, CHANGE TIMESTAMP, WHO MADE IT, THE SOURCE
      *                IT CAME FROM AND A BEFORE AND AFTER IMAGE -
      *                  EMP          - MASTER_CHANGE_LOG 'EMP' ROWS,
      *                                 EMP_DEPT_XFER TRANSFERS,
      *                                 EMP_SAL_HIST SALARY ROWS (THE
      *                                 BEFORE IMAGE IS THE EMPLOYEE'S
      *                                 PREVIOUS HISTORY ROW) AND
      *                                 EMP_TERMINATION LEAVERS, SENT
      *                                 AS DELETES;
      *                  DEPT         - DEPT_HIST, THE BEFORE IMAGE
      *                                 BEING THE DEPARTMENT'S PREVIOUS
      *                                 HISTORY ROW;
      *                  PROJECT      - MASTER_CHANGE_LOG 'PROJECT'
      *                                 ROWS;
      *                  EMP_PROJ_ACT - MASTER_CHANGE_LOG ROWS FOR THE
      *                                 TABLE AND THE ASSIGNMENTS
      *                                 END-DATED BY A TRANSFER OR A
      *                                 TERMINATION IN THE WINDOW.
      *                THE WINDOW RUNS FROM THE HIGH-WATER MARK ON
      *                DW_EXTRACT_CTL TO FIVE MINUTES BEFORE THE RUN
      *                STARTS (SO A UNIT OF WORK STILL IN FLIGHT IS
      *                LEFT FOR TOMORROW, NOT LOST). EMP_SAL_HIST
      *                CARRIES ONLY AN EFFECTIVE DATE, SO ITS ROWS ARE
      *                TAKEN BY WHOLE DAYS - FROM THE MARK'S DAY UP TO
      *                THE DAY BEFORE THE WINDOW CLOSES. EVERY FILE
      *                OPENS WITH A HEADER (FILE ID, TABLE, WINDOW)
      *                AND CLOSES WITH A TRAILER CARRYING THE RECORD
      *                COUNT AND THE HASH TOTAL - THE SUM OF THE
      *                CHANGE DATES AS YYYYMMDD - IT IS ENTERED ON
      *                XMIT_CONTROL WITH, SO COBACKPS MATCHES THE
      *                WAREHOUSE'S ACKNOWLEDGMENT. THE FILE ID IS THE
      *                TABLE'S FIVE-CHARACTER PREFIX AND THE DAY OF
      *                THE MONTH, SO EACH NIGHT'S FILE IS ITS OWN
      *                ENTRY. ONLY WHEN ALL FOUR FILES ARE WRITTEN
      *                AND REGISTERED DOES THE MARK MOVE - A FAILED
      *                NIGHT LEAVES IT WHERE IT WAS AND THE NEXT RUN
      *                TAKES BOTH NIGHTS' CHANGES. TAKES NO PARAMETERS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBDWEXT.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DWEMPOUT
                  ASSIGN TO DA-S-DWEMPOUT.
           SELECT DWDPTOUT
                  ASSIGN TO DA-S-DWDPTOUT.
           SELECT DWPRJOUT
                  ASSIGN TO DA-S-DWPRJOUT.
           SELECT DWEPAOUT
                  ASSIGN TO DA-S-DWEPAOUT.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      DWEMPOUT
               RECORD CONTAINS 300 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  DWEMPOUT-REC               PIC X(300).

       FD      DWDPTOUT
               RECORD CONTAINS 300 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  DWDPTOUT-REC               PIC X(300).

       FD      DWPRJOUT
               RECORD CONTAINS 300 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  DWPRJOUT-REC               PIC X(300).

       FD      DWEPAOUT
               RECORD CONTAINS 300 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  DWEPAOUT-REC               PIC X(300).

      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-CURSOR-SWITCH   PIC X          VALUE  SPACES.
               88  END-OF-CURSOR                 VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-EXTRACT-ID          PIC X(8)  VALUE 'DWHRMAST'.
       01  WS-CURRENT-USER        PIC X(8).
       01  WS-RUN-DATE            PIC X(10).
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-FROM-TS             PIC X(26).
       01  WS-TO-TS               PIC X(26).
       01  WS-FROM-DATE           PIC X(10).
       01  WS-TO-DATE             PIC X(10).
       01  WS-HWM-IND             PIC S9(4) USAGE COMP.
       77  WS-FIRST-RUN-SWITCH    PIC X          VALUE  SPACES.
               88  WS-FIRST-RUN                  VALUE  'Y'.
       01  WS-FILE-NO             PIC S9(4) USAGE COMP.
       01  WS-TOTAL-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-XMIT-ERRORS         PIC S9(4) USAGE COMP VALUE ZERO.

      ******************************************************************
      * ONE CHANGE ROW AS FETCHED FROM C1 - C4
      ******************************************************************
       01  WS-CHG-OP              PIC X(1).
               88  WS-CHG-INSERT                 VALUE 'I'.
               88  WS-CHG-UPDATE                 VALUE 'U'.
               88  WS-CHG-DELETE                 VALUE 'D'.
       01  WS-CHG-KEY             PIC X(20).
       01  WS-CHG-TS              PIC X(26).
       01  WS-CHG-BY              PIC X(8).
       01  WS-CHG-SOURCE          PIC X(8).
       01  WS-CHG-BEFORE          PIC X(100).
       01  WS-CHG-AFTER           PIC X(100).
       01  WS-CHG-DATE.
           05 WS-CHG-YYYY         PIC 9(4).
           05 WS-CHG-MM           PIC 9(2).
           05 WS-CHG-DD           PIC 9(2).
       01  WS-CHG-DATE-NUM REDEFINES WS-CHG-DATE
                                  PIC 9(8).

      ******************************************************************
      * PER FILE - 1 EMP, 2 DEPT, 3 PROJECT, 4 EMP_PROJ_ACT. THE FILE
      * ID IS THE PREFIX AND THE DAY OF THE MONTH.
      ******************************************************************
       01  WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 4 TIMES.
              10 WS-FT-FILEID.
                 15 WS-FT-PREFIX      PIC X(5).
                 15 WS-FT-DAY         PIC X(2).
                 15 FILLER            PIC X(1).
              10 WS-FT-TABLE          PIC X(18).
              10 WS-FT-COUNT          PIC S9(9) USAGE COMP.
              10 WS-FT-HASH           PIC S9(11)V9(2) USAGE COMP-3.
              10 WS-FT-INSERTS        PIC S9(9) USAGE COMP.
              10 WS-FT-UPDATES        PIC S9(9) USAGE COMP.
              10 WS-FT-DELETES        PIC S9(9) USAGE COMP.

       01  WS-DW-HEADER.
           10 WS-HDR-RECTYPE      PIC X(1)   VALUE 'H'.
           10 WS-HDR-FILEID       PIC X(8).
           10 WS-HDR-TABLE        PIC X(18).
           10 WS-HDR-FROM-TS      PIC X(26).
           10 WS-HDR-TO-TS        PIC X(26).
           10 WS-HDR-RUN-DATE     PIC X(10).
           10 WS-HDR-ORIGIN       PIC X(8)   VALUE 'MYTELCO '.
           10 FILLER              PIC X(203) VALUE SPACES.

       01  WS-DW-CHANGE.
           10 WS-CHG-RECTYPE      PIC X(1)   VALUE 'C'.
           10 WS-REC-OP           PIC X(1).
           10 WS-REC-TABLE        PIC X(18).
           10 WS-REC-KEY          PIC X(20).
           10 WS-REC-TS           PIC X(26).
           10 WS-REC-BY           PIC X(8).
           10 WS-REC-SOURCE       PIC X(8).
           10 WS-REC-BEFORE       PIC X(100).
           10 WS-REC-AFTER        PIC X(100).
           10 FILLER              PIC X(18)  VALUE SPACES.

       01  WS-DW-TRAILER.
           10 WS-TRL-RECTYPE      PIC X(1)   VALUE 'T'.
           10 WS-TRL-FILEID       PIC X(8).
           10 WS-TRL-COUNT        PIC 9(9).
           10 WS-TRL-HASH         PIC 9(13)V9(2).
           10 FILLER              PIC X(267) VALUE SPACES.

      ******************************************************************
      * THE RECORD 4200-WRITE-RECORD PUTS TO THE CURRENT TABLE'S FILE
      ******************************************************************
       01  WS-DW-OUT-REC          PIC X(300).

      ******************************************************************
      * VARIABLES FOR THE XMIT_CONTROL TRANSMISSION REGISTER
      ******************************************************************
       01  WS-XMIT-FILEID         PIC X(8).
       01  WS-XMIT-COUNT          PIC S9(9) USAGE COMP.
       01  WS-XMIT-HASH           PIC S9(11)V9(2) USAGE COMP-3.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBDWEXT'.
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

                EXEC SQL INCLUDE MDCHGLOG
                END-EXEC.

                EXEC SQL INCLUDE DEPTHIST
                END-EXEC.

                EXEC SQL INCLUDE DEPTXFER
                END-EXEC.

                EXEC SQL INCLUDE EMPTERM
                END-EXEC.

                EXEC SQL INCLUDE XMITCTL
                END-EXEC.

                EXEC SQL INCLUDE DWEXTCTL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - EACH CURSOR RETURNS THE SAME
      * SEVEN COLUMNS (OPERATION, ROW KEY, CHANGE TIMESTAMP, WHO,
      * SOURCE, BEFORE IMAGE, AFTER IMAGE) IN CHANGE ORDER, SO ONE
      * FETCH PATH WRITES ALL FOUR FILES.
      ******************************************************************
      ******************************************************************
      * C1 - EMP. A TERMINATION IS THE WAREHOUSE'S DELETE - THE EMP
      * ROW STAYS FOR PAYROLL HISTORY BUT THE EMPLOYEE HAS LEFT. THE
      * SALARY BEFORE IMAGE IS THE LATEST EARLIER HISTORY ROW (THE
      * MAX OF THE IMAGES, WHICH LEAD WITH THEIR EFFECTIVE DATE).
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      X.CHG_OP,
                      X.ROW_KEY,
                      CHAR(X.CHG_TS),
                      X.CHG_BY,
                      X.CHG_SOURCE,
                      X.BEFORE_IMG,
                      X.AFTER_IMG
                    FROM
                    (SELECT CASE L.CHG_ACTION
                                 WHEN 'A' THEN 'I'
                                 WHEN 'D' THEN 'D'
                                 ELSE 'U' END      AS CHG_OP,
                            L.ROW_KEY               AS ROW_KEY,
                            L.CHANGE_TS             AS CHG_TS,
                            L.CHANGED_BY            AS CHG_BY,
                            'CHGLOG  '              AS CHG_SOURCE,
                            COALESCE(L.BEFORE_VALUES, ' ')
                                                    AS BEFORE_IMG,
                            COALESCE(L.AFTER_VALUES, ' ')
                                                    AS AFTER_IMG
                       FROM MASTER_CHANGE_LOG L
                      WHERE L.TABLE_NAME = 'EMP'
                        AND L.CHANGE_TS >  TIMESTAMP(:WS-FROM-TS)
                        AND L.CHANGE_TS <= TIMESTAMP(:WS-TO-TS)
                     UNION ALL
                     SELECT 'U',
                            T.EMPNO,
                            T.XFER_TS,
                            T.XFER_BY,
                            'DEPTXFER',
                            'WORKDEPT=' CONCAT T.OLDDEPT,
                            'WORKDEPT=' CONCAT T.NEWDEPT
                            CONCAT ' EFF=' CONCAT CHAR(T.XFERDATE, ISO)
                       FROM EMP_DEPT_XFER T
                      WHERE T.XFER_TS >  TIMESTAMP(:WS-FROM-TS)
                        AND T.XFER_TS <= TIMESTAMP(:WS-TO-TS)
                     UNION ALL
                     SELECT 'U',
                            H.EMPNO,
                            TIMESTAMP(H.EFFDATE, '00.00.00'),
                            'SALHIST ',
                            'SALHIST ',
                            COALESCE(
                              (SELECT MAX('EFF=' CONCAT
                                          CHAR(P.EFFDATE, ISO)
                                   CONCAT ' SALARY=' CONCAT
                                          CHAR(COALESCE(P.SALARY, 0))
                                   CONCAT ' WORKDEPT=' CONCAT
                                          COALESCE(P.WORKDEPT, '   '))
                                 FROM EMP_SAL_HIST P
                                WHERE P.EMPNO   = H.EMPNO
                                  AND P.EFFDATE < H.EFFDATE), ' '),
                            'EFF=' CONCAT CHAR(H.EFFDATE, ISO)
                            CONCAT ' SALARY=' CONCAT
                                   CHAR(COALESCE(H.SALARY, 0))
                            CONCAT ' WORKDEPT=' CONCAT
                                   COALESCE(H.WORKDEPT, '   ')
                            CONCAT ' NAME=' CONCAT
                                   RTRIM(COALESCE(H.LASTNAME, ' '))
                       FROM EMP_SAL_HIST H
                      WHERE H.EFFDATE >= DATE(:WS-FROM-DATE)
                        AND H.EFFDATE <  DATE(:WS-TO-DATE)
                     UNION ALL
                     SELECT 'D',
                            R.EMPNO,
                            R.TERM_TS,
                            R.TERMED_BY,
                            'TERMINAT',
                            'NAME=' CONCAT
                                   RTRIM(COALESCE(E.LASTNAME, ' '))
                            CONCAT ' WORKDEPT=' CONCAT
                                   COALESCE(E.WORKDEPT, '   ')
                            CONCAT ' SALARY=' CONCAT
                                   CHAR(COALESCE(E.SALARY, 0)),
                            'TERMDATE=' CONCAT CHAR(R.TERMDATE, ISO)
                       FROM EMP_TERMINATION R
                            LEFT OUTER JOIN EMP E
                              ON E.EMPNO = R.EMPNO
                      WHERE R.TERM_TS >  TIMESTAMP(:WS-FROM-TS)
                        AND R.TERM_TS <= TIMESTAMP(:WS-TO-TS)) X
                    ORDER BY X.CHG_TS, X.ROW_KEY
                END-EXEC.

      ******************************************************************
      * C2 - DEPT, FROM THE EFFECTIVE-DATED DEPT_HIST TRAIL COBDEPTP
      * WRITES (ITS MASTER_CHANGE_LOG ROWS WOULD ONLY REPEAT IT).
      ******************************************************************
                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      CASE D.HIST_ACTION
                           WHEN 'A' THEN 'I'
                           WHEN 'D' THEN 'D'
                           ELSE 'U' END,
                      D.DEPTNO,
                      CHAR(D.EFF_TS),
                      D.CHANGED_BY,
                      'DEPTHIST',
                      COALESCE(
                        (SELECT MAX(CHAR(P.EFF_TS) CONCAT ' '
                             CONCAT RTRIM(COALESCE(P.DEPTNAME, ' '))
                             CONCAT ' MGR=' CONCAT
                                    COALESCE(P.MGRNO, '      ')
                             CONCAT ' ADM=' CONCAT
                                    COALESCE(P.ADMRDEPT, '   ')
                             CONCAT ' SUB=' CONCAT
                                    COALESCE(P.SUBID, '    '))
                           FROM DEPT_HIST P
                          WHERE P.DEPTNO = D.DEPTNO
                            AND P.EFF_TS < D.EFF_TS), ' '),
                      CHAR(D.EFF_TS) CONCAT ' '
                      CONCAT RTRIM(COALESCE(D.DEPTNAME, ' '))
                      CONCAT ' MGR=' CONCAT COALESCE(D.MGRNO, '      ')
                      CONCAT ' ADM=' CONCAT COALESCE(D.ADMRDEPT, '   ')
                      CONCAT ' SUB=' CONCAT COALESCE(D.SUBID, '    ')
                    FROM DEPT_HIST D
                    WHERE D.EFF_TS >  TIMESTAMP(:WS-FROM-TS)
                      AND D.EFF_TS <= TIMESTAMP(:WS-TO-TS)
                    ORDER BY D.EFF_TS, D.DEPTNO
                END-EXEC.

      ******************************************************************
      * C3 - PROJECT, FROM THE CHANGES COBPRJDP AND COBPCRMN LOG.
      ******************************************************************
                EXEC SQL DECLARE C3 CURSOR
                  SELECT
                      CASE L.CHG_ACTION
                           WHEN 'A' THEN 'I'
                           WHEN 'D' THEN 'D'
                           ELSE 'U' END,
                      L.ROW_KEY,
                      CHAR(L.CHANGE_TS),
                      L.CHANGED_BY,
                      'CHGLOG  ',
                      COALESCE(L.BEFORE_VALUES, ' '),
                      COALESCE(L.AFTER_VALUES, ' ')
                    FROM MASTER_CHANGE_LOG L
                    WHERE L.TABLE_NAME = 'PROJECT'
                      AND L.CHANGE_TS >  TIMESTAMP(:WS-FROM-TS)
                      AND L.CHANGE_TS <= TIMESTAMP(:WS-TO-TS)
                    ORDER BY L.CHANGE_TS, L.ROW_KEY
                END-EXEC.

      ******************************************************************
      * C4 - EMP_PROJ_ACT. THE ROW KEY IS EMPNO, PROJ_NO AND ACT_NO.
      * A TRANSFER OR A TERMINATION END-DATES THE EMPLOYEE'S OPEN
      * ASSIGNMENTS AS OF ITS EFFECTIVE DATE, SO THOSE ASSIGNMENTS
      * GO OUT AS UPDATES CARRYING THE END DATE.
      ******************************************************************
                EXEC SQL DECLARE C4 CURSOR
                  SELECT
                      X.CHG_OP,
                      X.ROW_KEY,
                      CHAR(X.CHG_TS),
                      X.CHG_BY,
                      X.CHG_SOURCE,
                      X.BEFORE_IMG,
                      X.AFTER_IMG
                    FROM
                    (SELECT CASE L.CHG_ACTION
                                 WHEN 'A' THEN 'I'
                                 WHEN 'D' THEN 'D'
                                 ELSE 'U' END      AS CHG_OP,
                            L.ROW_KEY               AS ROW_KEY,
                            L.CHANGE_TS             AS CHG_TS,
                            L.CHANGED_BY            AS CHG_BY,
                            'CHGLOG  '              AS CHG_SOURCE,
                            COALESCE(L.BEFORE_VALUES, ' ')
                                                    AS BEFORE_IMG,
                            COALESCE(L.AFTER_VALUES, ' ')
                                                    AS AFTER_IMG
                       FROM MASTER_CHANGE_LOG L
                      WHERE L.TABLE_NAME = 'EMP_PROJ_ACT'
                        AND L.CHANGE_TS >  TIMESTAMP(:WS-FROM-TS)
                        AND L.CHANGE_TS <= TIMESTAMP(:WS-TO-TS)
                     UNION ALL
                     SELECT 'U',
                            A.EMPNO CONCAT ' ' CONCAT A.PROJ_NO
                            CONCAT ' ' CONCAT DIGITS(A.ACT_NO),
                            T.XFER_TS,
                            T.XFER_BY,
                            'DEPTXFER',
                            'EENDDATE=',
                            'EENDDATE=' CONCAT CHAR(A.EENDDATE, ISO)
                       FROM EMP_DEPT_XFER T
                            INNER JOIN EMP_PROJ_ACT A
                               ON A.EMPNO    = T.EMPNO
                              AND A.EENDDATE = T.XFERDATE
                      WHERE T.XFER_TS >  TIMESTAMP(:WS-FROM-TS)
                        AND T.XFER_TS <= TIMESTAMP(:WS-TO-TS)
                     UNION ALL
                     SELECT 'U',
                            A.EMPNO CONCAT ' ' CONCAT A.PROJ_NO
                            CONCAT ' ' CONCAT DIGITS(A.ACT_NO),
                            R.TERM_TS,
                            R.TERMED_BY,
                            'TERMINAT',
                            'EENDDATE=',
                            'EENDDATE=' CONCAT CHAR(A.EENDDATE, ISO)
                       FROM EMP_TERMINATION R
                            INNER JOIN EMP_PROJ_ACT A
                               ON A.EMPNO    = R.EMPNO
                              AND A.EENDDATE = R.TERMDATE
                      WHERE R.TERM_TS >  TIMESTAMP(:WS-FROM-TS)
                        AND R.TERM_TS <= TIMESTAMP(:WS-TO-TS)) X
                    ORDER BY X.CHG_TS, X.ROW_KEY
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                PERFORM 1000-INITIALIZE
                THRU    1000-EXIT.

                OPEN OUTPUT DWEMPOUT
                            DWDPTOUT
                            DWPRJOUT
                            DWEPAOUT.

                PERFORM 2000-EXTRACT-FILE
                THRU    2000-EXIT
                VARYING WS-FILE-NO FROM 1 BY 1
                UNTIL   WS-FILE-NO GREATER THAN 4.

                CLOSE DWEMPOUT
                      DWDPTOUT
                      DWPRJOUT
                      DWEPAOUT.

                IF RETURN-CODE = ZERO
                   PERFORM 7000-RECORD-XMIT
                   THRU    7000-EXIT
                   VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL   WS-FILE-NO GREATER THAN 4
                END-IF.

                IF WS-XMIT-ERRORS GREATER THAN ZERO
                   DISPLAY 'TRANSMISSION ENTRIES FAILED - HIGH-WATER '
                           'MARK LEFT AT ' WS-FROM-TS
                   MOVE 8 TO RETURN-CODE
                END-IF.

                IF RETURN-CODE = ZERO
                   PERFORM 8000-ADVANCE-MARK
                   THRU    8000-EXIT
                END-IF.

                PERFORM 8500-DISPLAY-COUNTS
                THRU    8500-EXIT
                VARYING WS-FILE-NO FROM 1 BY 1
                UNTIL   WS-FILE-NO GREATER THAN 4.

                DISPLAY 'CHANGE RECORDS WRITTEN = ' WS-TOTAL-COUNT.

                STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE WINDOW OPENS AT THE HIGH-WATER MARK AND
      * CLOSES FIVE MINUTES BEFORE NOW. NO MARK YET MEANS THE FIRST
      * RUN, WHICH TAKES EVERY CHANGE ON FILE.
      ******************************************************************
       1000-INITIALIZE.

                EXEC SQL
                    SET :WS-CURRENT-USER = USER
                END-EXEC.

                EXEC SQL
                    SET :WS-TO-TS =
                        CHAR(CURRENT TIMESTAMP - 5 MINUTES)
                END-EXEC.

                MOVE WS-TO-TS (1:10)     TO WS-TO-DATE
                                            WS-RUN-DATE.
                MOVE WS-TO-TS (1:4)      TO WS-PYEARMONTH (1:4).
                MOVE WS-TO-TS (6:2)      TO WS-PYEARMONTH (5:2).

                EXEC SQL
                    SELECT CHAR(MAX(HWM_TS))
                      INTO :WS-FROM-TS :WS-HWM-IND
                      FROM DW_EXTRACT_CTL
                     WHERE EXTRACT_ID = :WS-EXTRACT-ID
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-HWM-IND LESS THAN ZERO
                   MOVE 'Y' TO WS-FIRST-RUN-SWITCH
                   MOVE '0001-01-01-00.00.00.000000' TO WS-FROM-TS
                   DISPLAY 'NO HIGH-WATER MARK ON FILE - '
                           'EXTRACTING EVERY CHANGE ON RECORD'
                END-IF.

                MOVE WS-FROM-TS (1:10)   TO WS-FROM-DATE.

                IF WS-FROM-TS NOT LESS THAN WS-TO-TS
                   DISPLAY 'HIGH-WATER MARK ' WS-FROM-TS
                           ' IS NOT BEFORE ' WS-TO-TS
                           ' - NOTHING EXTRACTED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                END-IF.

                DISPLAY 'CHANGES AFTER  = ' WS-FROM-TS.
                DISPLAY 'CHANGES UP TO  = ' WS-TO-TS.
                DISPLAY 'SALARY DAYS    = ' WS-FROM-DATE
                        ' TO BEFORE '       WS-TO-DATE.

                MOVE 'DWEMP'          TO WS-FT-PREFIX (1).
                MOVE 'EMP'            TO WS-FT-TABLE (1).
                MOVE 'DWDPT'          TO WS-FT-PREFIX (2).
                MOVE 'DEPT'           TO WS-FT-TABLE (2).
                MOVE 'DWPRJ'          TO WS-FT-PREFIX (3).
                MOVE 'PROJECT'        TO WS-FT-TABLE (3).
                MOVE 'DWEPA'          TO WS-FT-PREFIX (4).
                MOVE 'EMP_PROJ_ACT'   TO WS-FT-TABLE (4).

                PERFORM 1200-CLEAR-FILE-ENTRY
                THRU    1200-EXIT
                VARYING WS-FILE-NO FROM 1 BY 1
                UNTIL   WS-FILE-NO GREATER THAN 4.

       1000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 1200-CLEAR-FILE-ENTRY
      ******************************************************************
       1200-CLEAR-FILE-ENTRY.

                MOVE WS-RUN-DATE (9:2) TO WS-FT-DAY (WS-FILE-NO).
                MOVE ZERO TO WS-FT-COUNT (WS-FILE-NO)
                             WS-FT-HASH (WS-FILE-NO)
                             WS-FT-INSERTS (WS-FILE-NO)
                             WS-FT-UPDATES (WS-FILE-NO)
                             WS-FT-DELETES (WS-FILE-NO).

       1200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2000-EXTRACT-FILE - HEADER, THE TABLE'S CHANGES, TRAILER.
      ******************************************************************
       2000-EXTRACT-FILE.

                MOVE WS-FT-FILEID (WS-FILE-NO) TO WS-HDR-FILEID.
                MOVE WS-FT-TABLE (WS-FILE-NO)  TO WS-HDR-TABLE.
                MOVE WS-FROM-TS                TO WS-HDR-FROM-TS.
                MOVE WS-TO-TS                  TO WS-HDR-TO-TS.
                MOVE WS-RUN-DATE               TO WS-HDR-RUN-DATE.
                MOVE WS-DW-HEADER              TO WS-DW-OUT-REC.
                PERFORM 4200-WRITE-RECORD
                THRU    4200-EXIT.

                MOVE SPACES TO END-OF-CURSOR-SWITCH.

                EVALUATE WS-FILE-NO
                    WHEN 1
                         EXEC SQL
                           OPEN  C1
                         END-EXEC
                    WHEN 2
                         EXEC SQL
                           OPEN  C2
                         END-EXEC
                    WHEN 3
                         EXEC SQL
                           OPEN  C3
                         END-EXEC
                    WHEN 4
                         EXEC SQL
                           OPEN  C4
                         END-EXEC
                END-EVALUATE.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN ' WS-FT-TABLE (WS-FILE-NO)
                        ' = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2200-FETCH-CHANGE
                THRU    2200-EXIT
                UNTIL END-OF-CURSOR.

                EVALUATE WS-FILE-NO
                    WHEN 1
                         EXEC SQL
                           CLOSE C1
                         END-EXEC
                    WHEN 2
                         EXEC SQL
                           CLOSE C2
                         END-EXEC
                    WHEN 3
                         EXEC SQL
                           CLOSE C3
                         END-EXEC
                    WHEN 4
                         EXEC SQL
                           CLOSE C4
                         END-EXEC
                END-EVALUATE.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-FT-FILEID (WS-FILE-NO) TO WS-TRL-FILEID.
                MOVE WS-FT-COUNT (WS-FILE-NO)  TO WS-TRL-COUNT.
                MOVE WS-FT-HASH (WS-FILE-NO)   TO WS-TRL-HASH.
                MOVE WS-DW-TRAILER             TO WS-DW-OUT-REC.
                PERFORM 4200-WRITE-RECORD
                THRU    4200-EXIT.

       2000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2200-FETCH-CHANGE
      ******************************************************************
       2200-FETCH-CHANGE.

                EVALUATE WS-FILE-NO
                    WHEN 1
                         EXEC SQL
                             FETCH C1
                             INTO  :WS-CHG-OP,
                                   :WS-CHG-KEY,
                                   :WS-CHG-TS,
                                   :WS-CHG-BY,
                                   :WS-CHG-SOURCE,
                                   :WS-CHG-BEFORE,
                                   :WS-CHG-AFTER
                         END-EXEC
                    WHEN 2
                         EXEC SQL
                             FETCH C2
                             INTO  :WS-CHG-OP,
                                   :WS-CHG-KEY,
                                   :WS-CHG-TS,
                                   :WS-CHG-BY,
                                   :WS-CHG-SOURCE,
                                   :WS-CHG-BEFORE,
                                   :WS-CHG-AFTER
                         END-EXEC
                    WHEN 3
                         EXEC SQL
                             FETCH C3
                             INTO  :WS-CHG-OP,
                                   :WS-CHG-KEY,
                                   :WS-CHG-TS,
                                   :WS-CHG-BY,
                                   :WS-CHG-SOURCE,
                                   :WS-CHG-BEFORE,
                                   :WS-CHG-AFTER
                         END-EXEC
                    WHEN 4
                         EXEC SQL
                             FETCH C4
                             INTO  :WS-CHG-OP,
                                   :WS-CHG-KEY,
                                   :WS-CHG-TS,
                                   :WS-CHG-BY,
                                   :WS-CHG-SOURCE,
                                   :WS-CHG-BEFORE,
                                   :WS-CHG-AFTER
                         END-EXEC
                END-EVALUATE.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 4000-WRITE-CHANGE
                         THRU    4000-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-CURSOR-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4000-WRITE-CHANGE - ONE CHANGE RECORD, COUNTED AND HASHED ON
      * ITS CHANGE DATE.
      ******************************************************************
       4000-WRITE-CHANGE.

                MOVE WS-CHG-OP                 TO WS-REC-OP.
                MOVE WS-FT-TABLE (WS-FILE-NO)  TO WS-REC-TABLE.
                MOVE WS-CHG-KEY                TO WS-REC-KEY.
                MOVE WS-CHG-TS                 TO WS-REC-TS.
                MOVE WS-CHG-BY                 TO WS-REC-BY.
                MOVE WS-CHG-SOURCE             TO WS-REC-SOURCE.
                MOVE WS-CHG-BEFORE             TO WS-REC-BEFORE.
                MOVE WS-CHG-AFTER              TO WS-REC-AFTER.

                MOVE WS-CHG-TS (1:4)           TO WS-CHG-YYYY.
                MOVE WS-CHG-TS (6:2)           TO WS-CHG-MM.
                MOVE WS-CHG-TS (9:2)           TO WS-CHG-DD.

                MOVE WS-DW-CHANGE              TO WS-DW-OUT-REC.
                PERFORM 4200-WRITE-RECORD
                THRU    4200-EXIT.

                ADD 1               TO WS-FT-COUNT (WS-FILE-NO)
                                       WS-TOTAL-COUNT.
                ADD WS-CHG-DATE-NUM TO WS-FT-HASH (WS-FILE-NO).

                EVALUATE TRUE
                    WHEN WS-CHG-INSERT
                         ADD 1 TO WS-FT-INSERTS (WS-FILE-NO)
                    WHEN WS-CHG-DELETE
                         ADD 1 TO WS-FT-DELETES (WS-FILE-NO)
                    WHEN OTHER
                         ADD 1 TO WS-FT-UPDATES (WS-FILE-NO)
                END-EVALUATE.

       4000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4200-WRITE-RECORD - THE HEADER, CHANGE OR TRAILER JUST STAGED,
      * TO THE CURRENT TABLE'S FILE.
      ******************************************************************
       4200-WRITE-RECORD.

                EVALUATE WS-FILE-NO
                    WHEN 1
                         WRITE DWEMPOUT-REC FROM WS-DW-OUT-REC
                    WHEN 2
                         WRITE DWDPTOUT-REC FROM WS-DW-OUT-REC
                    WHEN 3
                         WRITE DWPRJOUT-REC FROM WS-DW-OUT-REC
                    WHEN 4
                         WRITE DWEPAOUT-REC FROM WS-DW-OUT-REC
                END-EVALUATE.

       4200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 7000-RECORD-XMIT - EACH FILE ENTERED ON XMIT_CONTROL WITH THE
      * COUNT AND HASH ITS TRAILER CARRIES.
      ******************************************************************
       7000-RECORD-XMIT.

                MOVE WS-FT-FILEID (WS-FILE-NO) TO WS-XMIT-FILEID.
                MOVE WS-FT-COUNT (WS-FILE-NO)  TO WS-XMIT-COUNT.
                MOVE WS-FT-HASH (WS-FILE-NO)   TO WS-XMIT-HASH.

                EXEC SQL
                    INSERT INTO XMIT_CONTROL
                         (FILEID, PYEARMONTH, GENERATED_TS,
                          REC_COUNT, HASH_TOTAL)
                    VALUES
                         (:WS-XMIT-FILEID, :WS-PYEARMONTH,
                          CURRENT TIMESTAMP, :WS-XMIT-COUNT,
                          :WS-XMIT-HASH)
                END-EXEC.

                IF SQLCODE NOT = 0
                   DISPLAY 'UNABLE TO RECORD TRANSMISSION ENTRY '
                           WS-XMIT-FILEID ' - SQLCODE = ' SQLCODE
                   ADD 1 TO WS-XMIT-ERRORS
                END-IF.

       7000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 8000-ADVANCE-MARK - THE WINDOW JUST SENT BECOMES THE NEW MARK.
      ******************************************************************
       8000-ADVANCE-MARK.

                MOVE WS-TOTAL-COUNT TO XH-LAST-REC-COUNT.

                IF WS-FIRST-RUN
                   EXEC SQL
                       INSERT INTO DW_EXTRACT_CTL
                            (EXTRACT_ID, HWM_TS, LAST_RUN_TS,
                             LAST_REC_COUNT, UPDATED_BY)
                       VALUES
                            (:WS-EXTRACT-ID, TIMESTAMP(:WS-TO-TS),
                             CURRENT TIMESTAMP, :XH-LAST-REC-COUNT,
                             :WS-CURRENT-USER)
                   END-EXEC
                ELSE
                   EXEC SQL
                       UPDATE DW_EXTRACT_CTL
                          SET HWM_TS         = TIMESTAMP(:WS-TO-TS),
                              LAST_RUN_TS    = CURRENT TIMESTAMP,
                              LAST_REC_COUNT = :XH-LAST-REC-COUNT,
                              UPDATED_BY     = :WS-CURRENT-USER
                        WHERE EXTRACT_ID = :WS-EXTRACT-ID
                   END-EXEC
                END-IF.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         DISPLAY 'HIGH-WATER MARK NOW = ' WS-TO-TS
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       8000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 8500-DISPLAY-COUNTS
      ******************************************************************
       8500-DISPLAY-COUNTS.

                DISPLAY WS-FT-FILEID (WS-FILE-NO) ' '
                        WS-FT-TABLE (WS-FILE-NO)
                        ' I=' WS-FT-INSERTS (WS-FILE-NO)
                        ' U=' WS-FT-UPDATES (WS-FILE-NO)
                        ' D=' WS-FT-DELETES (WS-FILE-NO).

       8500-EXIT.
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
