      *-----------------------------------------------------------------
      *     COBCARFD - OUTBOUND BENEFITS CARRIER ENROLLMENT FEED. READS
      *                THE PYEARMONTH, A BENEFIT_CARRIER CARRIER ID AND
      *                A FEED MODE ('C' CHANGES, 'F' FULL FILE) OFF
      *                SYSIN AND WRITES THAT CARRIER'S FIXED-FORMAT
      *                ENROLLMENT FILE TO CARROUT - ONE STEP, AND ONE
      *                FILE, PER CARRIER. A CHANGES FILE CARRIES
      *                EVERYTHING SINCE THE CARRIER'S LAST
      *                TRANSMISSION ON XMIT_CONTROL: ADDS FROM
      *                EMP_DEDUCTION START DATES, TERMINATIONS FROM
      *                EMP_DEDUCTION END DATES AND FROM EMP_TERMINATION
      *                ROWS ENTERED SINCE, AND A CHANGE RECORD WITH THE
      *                FULL CURRENT DEPENDENT LIST FOR EVERY FAMILY-TIER
      *                MEMBER WHOSE EMP_DEPENDENT ROWS COBDEPMN CHANGED
      *                SINCE. A FULL FILE, FOR THE CARRIER'S ANNUAL
      *                RECONCILIATION, CARRIES EVERY ENROLLMENT IN
      *                FORCE TODAY; THE FIRST RUN FOR A CARRIER IS
      *                ALWAYS A FULL FILE. EVERY COVERAGE RECORD
      *                CARRIES THE MONTHLY EMPLOYEE AND EMPLOYER
      *                PREMIUM, A FAMILY-TIER ADD OR CHANGE IS FOLLOWED
      *                BY ITS DEPENDENT RECORDS, AND THE TRAILER
      *                CARRIES THE RECORD COUNT AND PREMIUM HASH TOTAL
      *                THE GENERATION IS ENTERED ON XMIT_CONTROL WITH,
      *                THE CARRIER ID BEING THE FILEID, SO COBACKPS
      *                MATCHES THE CARRIER'S ACKNOWLEDGMENT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBCARFD.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARROUT
                  ASSIGN TO DA-S-CARROUT.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      CARROUT
               RECORD CONTAINS 120 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARROUT-REC                PIC X(120).

      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       77  END-OF-C2-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C2                     VALUE  'Y'.
       77  END-OF-C3-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C3                     VALUE  'Y'.
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-CARRIER-ID          PIC X(8).
       01  WS-FEED-MODE           PIC X(1).
               88  WS-FULL-FEED                  VALUE 'F'.
               88  WS-CHANGE-FEED                VALUE 'C'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-RUN-DATE            PIC X(10).
       01  WS-CARRIER-NAME        PIC X(30).
       01  WS-GROUP-NO            PIC X(10).
       01  WS-CODE-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SINCE-TS            PIC X(26).
       01  WS-SINCE-IND           PIC S9(4) USAGE COMP.
       01  WS-SINCE-DATE          PIC X(10).

      ******************************************************************
      * ONE COVERAGE ROW AS FETCHED FROM C1 OR C2
      ******************************************************************
       01  WS-ACTION              PIC X(1).
               88  WS-ACTION-ADD                 VALUE 'A'.
               88  WS-ACTION-CHANGE              VALUE 'C'.
               88  WS-ACTION-TERM                VALUE 'T'.
       01  WS-EMPNO               PIC X(6).
       01  WS-LASTNAME            PIC X(15).
       01  WS-FIRSTNME            PIC X(12).
       01  WS-BIRTHDATE           PIC X(10).
       01  WS-SEX                 PIC X(1).
       01  WS-DEDCODE             PIC X(4).
       01  WS-FAMILYFLAG          PIC X(1).
               88  WS-FAMILY-TIER                VALUE 'Y'.
       01  WS-COVER-START         PIC X(10).
       01  WS-COVER-END           PIC X(10).
       01  WS-EE-PREMIUM          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ER-PREMIUM          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-PRIOR-EMPNO         PIC X(6)  VALUE SPACES.
       01  WS-PRIOR-DEDCODE       PIC X(4)  VALUE SPACES.
       01  WS-PRIOR-ACTION        PIC X(1)  VALUE SPACES.

      ******************************************************************
      * ONE DEPENDENT ROW AS FETCHED FROM C3
      ******************************************************************
       01  WS-DEPSEQ              PIC S9(4) USAGE COMP.
       01  WS-DEPNAME             PIC X(30).
       01  WS-RELATIONSHIP        PIC X(10).
       01  WS-DEP-BIRTHDATE       PIC X(10).

      ******************************************************************
      * COUNTERS
      ******************************************************************
       01  WS-ADD-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-CHANGE-COUNT        PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-TERM-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-DEP-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * VARIABLES FOR THE XMIT_CONTROL TRANSMISSION REGISTER - THE
      * CARRIER ID IS THE FILEID.
      ******************************************************************
       01  WS-XMIT-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-XMIT-HASH           PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZERO.

       01  WS-CARR-HEADER.
           10 WS-HDR-RECTYPE      PIC X(1)   VALUE 'H'.
           10 WS-HDR-CARRIER-ID   PIC X(8).
           10 WS-HDR-GROUP-NO     PIC X(10).
           10 WS-HDR-FILE-TYPE    PIC X(1).
           10 WS-HDR-PYEARMONTH   PIC X(6).
           10 WS-HDR-RUN-DATE     PIC X(10).
           10 WS-HDR-SINCE-DATE   PIC X(10).
           10 WS-HDR-ORIGIN       PIC X(8)   VALUE 'MYTELCO '.
           10 FILLER              PIC X(66)  VALUE SPACES.

       01  WS-CARR-COVERAGE.
           10 WS-COV-RECTYPE      PIC X(1)   VALUE 'E'.
           10 WS-COV-ACTION       PIC X(1).
           10 WS-COV-EMPNO        PIC X(6).
           10 WS-COV-LASTNAME     PIC X(15).
           10 WS-COV-FIRSTNME     PIC X(12).
           10 WS-COV-BIRTHDATE    PIC X(10).
           10 WS-COV-SEX          PIC X(1).
           10 WS-COV-DEDCODE      PIC X(4).
           10 WS-COV-TIER         PIC X(1).
           10 WS-COV-START        PIC X(10).
           10 WS-COV-END          PIC X(10).
           10 WS-COV-EE-PREMIUM   PIC 9(7)V9(2).
           10 WS-COV-ER-PREMIUM   PIC 9(7)V9(2).
           10 FILLER              PIC X(31)  VALUE SPACES.

       01  WS-CARR-DEPENDENT.
           10 WS-DEP-RECTYPE      PIC X(1)   VALUE 'D'.
           10 WS-DEP-ACTION       PIC X(1).
           10 WS-DEP-EMPNO        PIC X(6).
           10 WS-DEP-SEQ          PIC 9(3).
           10 WS-DEP-NAME         PIC X(30).
           10 WS-DEP-REL          PIC X(10).
           10 WS-DEP-BIRTH        PIC X(10).
           10 WS-DEP-DEDCODE      PIC X(4).
           10 FILLER              PIC X(55)  VALUE SPACES.

       01  WS-CARR-TRAILER.
           10 WS-TRL-RECTYPE      PIC X(1)   VALUE 'T'.
           10 WS-TRL-CARRIER-ID   PIC X(8).
           10 WS-TRL-COUNT        PIC 9(9).
           10 WS-TRL-HASH         PIC 9(13)V9(2).
           10 FILLER              PIC X(87)  VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBCARFD'.
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

                EXEC SQL INCLUDE DEDUCT
                END-EXEC.

                EXEC SQL INCLUDE EMPDEDUC
                END-EXEC.

                EXEC SQL INCLUDE DEPENDNT
                END-EXEC.

                EXEC SQL INCLUDE EMPTERM
                END-EXEC.

                EXEC SQL INCLUDE MDCHGLOG
                END-EXEC.

                EXEC SQL INCLUDE BENCARR
                END-EXEC.

                EXEC SQL INCLUDE XMITCTL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      ******************************************************************
      * C1 - THE CHANGES FILE. THE NESTED SELECT COLLECTS, FOR THE
      * CARRIER'S CODES, EVERY ENROLLMENT STARTED ('A') OR ENDED ('T')
      * SINCE THE LAST TRANSMISSION, EVERY ENROLLMENT OF AN EMPLOYEE
      * TERMINATED SINCE ('T', ENDING AT TERMDATE), AND EVERY
      * FAMILY-TIER ENROLLMENT IN FORCE WHOSE EMPLOYEE'S DEPENDENTS
      * CHANGED SINCE ('C'). THE PREMIUM IS PRICED THE WAY COBPAYRN
      * TAKES IT - OVERRIDE, ELSE PERCENT OF A MONTH'S SALARY, ELSE
      * FLAT AMOUNT. SEQ ORDERS AN EMPLOYEE'S ROWS FOR ONE CODE SO
      * 4000-WRITE-COVERAGE CAN DROP A CHANGE BEHIND AN ADD OR A
      * TERMINATION AND A SECOND TERMINATION OF THE SAME CODE.
      ******************************************************************
                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      X.ACTION,
                      X.EMPNO,
                      E.LASTNAME,
                      E.FIRSTNME,
                      COALESCE(CHAR(E.BIRTHDATE, ISO), ' '),
                      COALESCE(E.SEX, ' '),
                      X.DEDCODE,
                      COALESCE(D.FAMILYFLAG, 'N'),
                      CHAR(X.DEDSTARTDATE, ISO),
                      COALESCE(CHAR(X.ENDDATE, ISO), ' '),
                      CASE WHEN COALESCE(X.DEDOVERRIDE, 0) > 0
                           THEN X.DEDOVERRIDE
                           WHEN COALESCE(D.DEDPERCENT, 0) > 0
                           THEN DECIMAL(E.SALARY / 12
                                        * D.DEDPERCENT / 100, 9, 2)
                           ELSE COALESCE(D.DEDAMOUNT, 0) END,
                      CASE WHEN COALESCE(D.ERPERCENT, 0) > 0
                           THEN DECIMAL(E.SALARY / 12
                                        * D.ERPERCENT / 100, 9, 2)
                           ELSE COALESCE(D.ERAMOUNT, 0) END
                    FROM
                    (SELECT ED.EMPNO, ED.DEDCODE, ED.DEDSTARTDATE,
                            ED.DEDOVERRIDE,
                            'A'            AS ACTION,
                            1              AS SEQ,
                            ED.DEDENDDATE  AS ENDDATE
                       FROM EMP_DEDUCTION ED
                      INNER JOIN BENEFIT_CARRIER B
                         ON B.DEDCODE    = ED.DEDCODE
                        AND B.CARRIER_ID = :WS-CARRIER-ID
                      WHERE ED.DEDSTARTDATE >  DATE(:WS-SINCE-DATE)
                        AND ED.DEDSTARTDATE <= CURRENT DATE
                     UNION ALL
                     SELECT ED.EMPNO, ED.DEDCODE, ED.DEDSTARTDATE,
                            ED.DEDOVERRIDE,
                            'T'            AS ACTION,
                            2              AS SEQ,
                            ED.DEDENDDATE  AS ENDDATE
                       FROM EMP_DEDUCTION ED
                      INNER JOIN BENEFIT_CARRIER B
                         ON B.DEDCODE    = ED.DEDCODE
                        AND B.CARRIER_ID = :WS-CARRIER-ID
                      WHERE ED.DEDENDDATE >  DATE(:WS-SINCE-DATE)
                        AND ED.DEDENDDATE <= CURRENT DATE
                     UNION ALL
                     SELECT ED.EMPNO, ED.DEDCODE, ED.DEDSTARTDATE,
                            ED.DEDOVERRIDE,
                            'T'            AS ACTION,
                            2              AS SEQ,
                            T.TERMDATE     AS ENDDATE
                       FROM EMP_DEDUCTION ED
                      INNER JOIN BENEFIT_CARRIER B
                         ON B.DEDCODE    = ED.DEDCODE
                        AND B.CARRIER_ID = :WS-CARRIER-ID
                      INNER JOIN EMP_TERMINATION T
                         ON T.EMPNO = ED.EMPNO
                      WHERE T.TERM_TS > TIMESTAMP(:WS-SINCE-TS)
                        AND ED.DEDSTARTDATE <= T.TERMDATE
                        AND (ED.DEDENDDATE IS NULL
                             OR ED.DEDENDDATE > T.TERMDATE)
                     UNION ALL
                     SELECT ED.EMPNO, ED.DEDCODE, ED.DEDSTARTDATE,
                            ED.DEDOVERRIDE,
                            'C'            AS ACTION,
                            3              AS SEQ,
                            ED.DEDENDDATE  AS ENDDATE
                       FROM EMP_DEDUCTION ED
                      INNER JOIN BENEFIT_CARRIER B
                         ON B.DEDCODE    = ED.DEDCODE
                        AND B.CARRIER_ID = :WS-CARRIER-ID
                      INNER JOIN DEDUCTION D2
                         ON D2.DEDCODE = ED.DEDCODE
                      WHERE D2.FAMILYFLAG = 'Y'
                        AND ED.DEDSTARTDATE <= CURRENT DATE
                        AND (ED.DEDENDDATE IS NULL
                             OR ED.DEDENDDATE > CURRENT DATE)
                        AND EXISTS
                            (SELECT 1
                               FROM MASTER_CHANGE_LOG L
                              WHERE L.TABLE_NAME = 'EMP_DEPENDENT'
                                AND SUBSTR(L.ROW_KEY, 1, 6) = ED.EMPNO
                                AND L.CHANGE_TS >
                                    TIMESTAMP(:WS-SINCE-TS))) X
                    INNER JOIN EMP E
                      ON E.EMPNO = X.EMPNO
                    INNER JOIN DEDUCTION D
                      ON D.DEDCODE = X.DEDCODE
                    ORDER BY X.EMPNO, X.DEDCODE, X.SEQ
                END-EXEC.

      ******************************************************************
      * C2 - THE FULL FILE: EVERY ENROLLMENT IN THE CARRIER'S CODES IN
      * FORCE TODAY FOR AN EMPLOYEE NOT TERMINATED BY TODAY, PRICED
      * THE SAME WAY AS C1.
      ******************************************************************
                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      'A',
                      ED.EMPNO,
                      E.LASTNAME,
                      E.FIRSTNME,
                      COALESCE(CHAR(E.BIRTHDATE, ISO), ' '),
                      COALESCE(E.SEX, ' '),
                      ED.DEDCODE,
                      COALESCE(D.FAMILYFLAG, 'N'),
                      CHAR(ED.DEDSTARTDATE, ISO),
                      COALESCE(CHAR(ED.DEDENDDATE, ISO), ' '),
                      CASE WHEN COALESCE(ED.DEDOVERRIDE, 0) > 0
                           THEN ED.DEDOVERRIDE
                           WHEN COALESCE(D.DEDPERCENT, 0) > 0
                           THEN DECIMAL(E.SALARY / 12
                                        * D.DEDPERCENT / 100, 9, 2)
                           ELSE COALESCE(D.DEDAMOUNT, 0) END,
                      CASE WHEN COALESCE(D.ERPERCENT, 0) > 0
                           THEN DECIMAL(E.SALARY / 12
                                        * D.ERPERCENT / 100, 9, 2)
                           ELSE COALESCE(D.ERAMOUNT, 0) END
                    FROM EMP_DEDUCTION ED
                    INNER JOIN BENEFIT_CARRIER B
                       ON B.DEDCODE    = ED.DEDCODE
                      AND B.CARRIER_ID = :WS-CARRIER-ID
                    INNER JOIN EMP E
                       ON E.EMPNO = ED.EMPNO
                    INNER JOIN DEDUCTION D
                       ON D.DEDCODE = ED.DEDCODE
                    WHERE ED.DEDSTARTDATE <= CURRENT DATE
                      AND (ED.DEDENDDATE IS NULL
                           OR ED.DEDENDDATE > CURRENT DATE)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM EMP_TERMINATION T
                            WHERE T.EMPNO     = ED.EMPNO
                              AND T.TERMDATE <= CURRENT DATE)
                    ORDER BY ED.EMPNO, ED.DEDCODE
                END-EXEC.

      ******************************************************************
      * C3 - ONE EMPLOYEE'S DEPENDENTS, SENT BEHIND A FAMILY-TIER
      * COVERAGE RECORD. ON A CHANGE RECORD THE LIST REPLACES THE
      * CARRIER'S, SO A REMOVED DEPENDENT IS DROPPED BY OMISSION.
      ******************************************************************
                EXEC SQL DECLARE C3 CURSOR
                  SELECT
                      DEPSEQ,
                      DEPNAME,
                      RELATIONSHIP,
                      COALESCE(CHAR(BIRTHDATE, ISO), ' ')
                    FROM EMP_DEPENDENT
                    WHERE EMPNO = :WS-EMPNO
                    ORDER BY DEPSEQ
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                ACCEPT WS-PYEARMONTH.
                ACCEPT WS-CARRIER-ID.
                ACCEPT WS-FEED-MODE.

                IF NOT WS-FULL-FEED
                   MOVE 'C' TO WS-FEED-MODE
                END-IF.

                DISPLAY 'CARRIER FEED FOR ' WS-CARRIER-ID
                        ' PERIOD ' WS-PYEARMONTH
                        ' MODE ' WS-FEED-MODE.

                PERFORM 1000-INITIALIZE
                THRU    1000-EXIT.

                OPEN OUTPUT CARROUT.

                MOVE WS-CARRIER-ID   TO WS-HDR-CARRIER-ID
                                        WS-TRL-CARRIER-ID.
                MOVE WS-GROUP-NO     TO WS-HDR-GROUP-NO.
                MOVE WS-FEED-MODE    TO WS-HDR-FILE-TYPE.
                MOVE WS-PYEARMONTH   TO WS-HDR-PYEARMONTH.
                MOVE WS-RUN-DATE     TO WS-HDR-RUN-DATE.
                IF WS-FULL-FEED
                   MOVE SPACES        TO WS-HDR-SINCE-DATE
                ELSE
                   MOVE WS-SINCE-DATE TO WS-HDR-SINCE-DATE
                END-IF.
                WRITE CARROUT-REC FROM WS-CARR-HEADER.

                IF WS-FULL-FEED
                   PERFORM 3000-FULL-FEED
                   THRU    3000-EXIT
                ELSE
                   PERFORM 2000-CHANGE-FEED
                   THRU    2000-EXIT
                END-IF.

                MOVE WS-XMIT-COUNT   TO WS-TRL-COUNT.
                MOVE WS-XMIT-HASH    TO WS-TRL-HASH.
                WRITE CARROUT-REC FROM WS-CARR-TRAILER.

                CLOSE CARROUT.

                IF RETURN-CODE = ZERO
                   PERFORM 7000-RECORD-XMIT
                   THRU    7000-EXIT
                END-IF.

                DISPLAY 'COVERAGE ADDS        = ' WS-ADD-COUNT.
                DISPLAY 'COVERAGE CHANGES     = ' WS-CHANGE-COUNT.
                DISPLAY 'COVERAGE TERMS       = ' WS-TERM-COUNT.
                DISPLAY 'DEPENDENT RECORDS    = ' WS-DEP-COUNT.
                DISPLAY 'RECORDS ON FILE      = ' WS-XMIT-COUNT.

                STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE CARRIER MUST BE ON BENEFIT_CARRIER. THE
      * LAST GENERATION ON XMIT_CONTROL UNDER ITS ID OPENS THE CHANGE
      * WINDOW; A CARRIER NEVER SENT A FILE GETS A FULL FILE.
      ******************************************************************
       1000-INITIALIZE.

                EXEC SQL
                    SELECT COUNT(*),
                           COALESCE(MIN(CARRIER_NAME), ' '),
                           COALESCE(MIN(GROUP_NO), ' ')
                      INTO :WS-CODE-COUNT,
                           :WS-CARRIER-NAME,
                           :WS-GROUP-NO
                      FROM BENEFIT_CARRIER
                     WHERE CARRIER_ID = :WS-CARRIER-ID
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-CODE-COUNT = ZERO
                   DISPLAY 'CARRIER ' WS-CARRIER-ID
                           ' NOT ON BENEFIT_CARRIER - NO FILE WRITTEN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                END-IF.

                DISPLAY 'CARRIER NAME = ' WS-CARRIER-NAME
                        ' CODES = ' WS-CODE-COUNT.

                EXEC SQL
                    SET :WS-RUN-DATE = CHAR(CURRENT DATE, ISO)
                END-EXEC.

                EXEC SQL
                    SELECT CHAR(MAX(GENERATED_TS))
                      INTO :WS-SINCE-TS :WS-SINCE-IND
                      FROM XMIT_CONTROL
                     WHERE FILEID = :WS-CARRIER-ID
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-SINCE-IND LESS THAN ZERO
                   IF WS-CHANGE-FEED
                      DISPLAY 'NO EARLIER TRANSMISSION ON FILE - '
                              'SENDING A FULL FILE'
                   END-IF
                   MOVE 'F'    TO WS-FEED-MODE
                   MOVE SPACES TO WS-SINCE-TS
                                  WS-SINCE-DATE
                ELSE
                   MOVE WS-SINCE-TS (1:10) TO WS-SINCE-DATE
                   DISPLAY 'CHANGES SINCE = ' WS-SINCE-TS
                END-IF.

       1000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2000-CHANGE-FEED
      ******************************************************************
       2000-CHANGE-FEED.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN C1 = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2200-FETCH-CHANGE
                THRU    2200-EXIT
                UNTIL END-OF-C1.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2000-EXIT.
                EXIT.

      ******************************************************************
      * 2200-FETCH-CHANGE
      ******************************************************************
       2200-FETCH-CHANGE.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-ACTION,
                          :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-FIRSTNME,
                          :WS-BIRTHDATE,
                          :WS-SEX,
                          :WS-DEDCODE,
                          :WS-FAMILYFLAG,
                          :WS-COVER-START,
                          :WS-COVER-END,
                          :WS-EE-PREMIUM,
                          :WS-ER-PREMIUM
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 4000-WRITE-COVERAGE
                         THRU    4000-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3000-FULL-FEED
      ******************************************************************
       3000-FULL-FEED.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY 'WS-SQLCODE ON OPEN C2 = ' WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 3200-FETCH-FULL
                THRU    3200-EXIT
                UNTIL END-OF-C2.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3000-EXIT.
                EXIT.

      ******************************************************************
      * 3200-FETCH-FULL
      ******************************************************************
       3200-FETCH-FULL.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-ACTION,
                          :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-FIRSTNME,
                          :WS-BIRTHDATE,
                          :WS-SEX,
                          :WS-DEDCODE,
                          :WS-FAMILYFLAG,
                          :WS-COVER-START,
                          :WS-COVER-END,
                          :WS-EE-PREMIUM,
                          :WS-ER-PREMIUM
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 4000-WRITE-COVERAGE
                         THRU    4000-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4000-WRITE-COVERAGE - ONE COVERAGE RECORD, FOLLOWED BY THE
      * DEPENDENT LIST FOR A FAMILY-TIER ADD OR CHANGE. A CHANGE
      * BEHIND AN ADD OR TERMINATION OF THE SAME CODE, OR A SECOND
      * TERMINATION OF IT, IS DROPPED - THE CARRIER NEEDS ONE.
      ******************************************************************
       4000-WRITE-COVERAGE.

                IF WS-EMPNO = WS-PRIOR-EMPNO
                AND WS-DEDCODE = WS-PRIOR-DEDCODE
                   IF WS-ACTION-CHANGE
                   OR WS-ACTION = WS-PRIOR-ACTION
                      GO TO 4000-EXIT
                   END-IF
                END-IF.

                MOVE WS-EMPNO        TO WS-PRIOR-EMPNO.
                MOVE WS-DEDCODE      TO WS-PRIOR-DEDCODE.
                MOVE WS-ACTION       TO WS-PRIOR-ACTION.

                MOVE WS-ACTION       TO WS-COV-ACTION.
                MOVE WS-EMPNO        TO WS-COV-EMPNO.
                MOVE WS-LASTNAME     TO WS-COV-LASTNAME.
                MOVE WS-FIRSTNME     TO WS-COV-FIRSTNME.
                MOVE WS-BIRTHDATE    TO WS-COV-BIRTHDATE.
                MOVE WS-SEX          TO WS-COV-SEX.
                MOVE WS-DEDCODE      TO WS-COV-DEDCODE.
                IF WS-FAMILY-TIER
                   MOVE 'F' TO WS-COV-TIER
                ELSE
                   MOVE 'S' TO WS-COV-TIER
                END-IF.
                MOVE WS-COVER-START  TO WS-COV-START.
                MOVE WS-COVER-END    TO WS-COV-END.
                MOVE WS-EE-PREMIUM   TO WS-COV-EE-PREMIUM.
                MOVE WS-ER-PREMIUM   TO WS-COV-ER-PREMIUM.
                WRITE CARROUT-REC FROM WS-CARR-COVERAGE.

                ADD 1                TO WS-XMIT-COUNT.
                ADD WS-EE-PREMIUM    TO WS-XMIT-HASH.
                ADD WS-ER-PREMIUM    TO WS-XMIT-HASH.

                EVALUATE TRUE
                    WHEN WS-ACTION-ADD
                         ADD 1 TO WS-ADD-COUNT
                    WHEN WS-ACTION-CHANGE
                         ADD 1 TO WS-CHANGE-COUNT
                    WHEN OTHER
                         ADD 1 TO WS-TERM-COUNT
                END-EVALUATE.

                IF WS-FAMILY-TIER
                AND NOT WS-ACTION-TERM
                   PERFORM 4500-WRITE-DEPENDENTS
                   THRU    4500-EXIT
                END-IF.

       4000-EXIT.
                EXIT.

      ******************************************************************
      * 4500-WRITE-DEPENDENTS
      ******************************************************************
       4500-WRITE-DEPENDENTS.

                MOVE SPACES TO END-OF-C3-SWITCH.

                EXEC SQL
                  OPEN  C3
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 4600-FETCH-DEPENDENT
                THRU    4600-EXIT
                UNTIL END-OF-C3.

                EXEC SQL
                  CLOSE  C3
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       4500-EXIT.
                EXIT.

      ******************************************************************
      * 4600-FETCH-DEPENDENT
      ******************************************************************
       4600-FETCH-DEPENDENT.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-DEPSEQ,
                          :WS-DEPNAME,
                          :WS-RELATIONSHIP,
                          :WS-DEP-BIRTHDATE
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-ACTION        TO WS-DEP-ACTION
                         MOVE WS-EMPNO         TO WS-DEP-EMPNO
                         MOVE WS-DEPSEQ        TO WS-DEP-SEQ
                         MOVE WS-DEPNAME       TO WS-DEP-NAME
                         MOVE WS-RELATIONSHIP  TO WS-DEP-REL
                         MOVE WS-DEP-BIRTHDATE TO WS-DEP-BIRTH
                         MOVE WS-DEDCODE       TO WS-DEP-DEDCODE
                         WRITE CARROUT-REC FROM WS-CARR-DEPENDENT
                         ADD 1 TO WS-XMIT-COUNT
                                  WS-DEP-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C3-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       4600-EXIT.
                EXIT.
      /
      ******************************************************************
      * 7000-RECORD-XMIT - ENTER THE GENERATION ON THE XMIT_CONTROL
      * TRANSMISSION REGISTER UNDER THE CARRIER ID WITH ITS COUNT AND
      * HASH. THE ENTRY ALSO OPENS THE NEXT CHANGES FILE'S WINDOW. A
      * FAILURE HERE IS DISPLAYED, NOT FATAL - THE FILE ITSELF IS
      * ALREADY GOOD.
      ******************************************************************
       7000-RECORD-XMIT.

                EXEC SQL
                    INSERT INTO XMIT_CONTROL
                         (FILEID, PYEARMONTH, GENERATED_TS,
                          REC_COUNT, HASH_TOTAL)
                    VALUES
                         (:WS-CARRIER-ID, :WS-PYEARMONTH,
                          CURRENT TIMESTAMP, :WS-XMIT-COUNT,
                          :WS-XMIT-HASH)
                END-EXEC.

                IF SQLCODE NOT = 0
                   DISPLAY 'UNABLE TO RECORD TRANSMISSION ENTRY - '
                           'SQLCODE = ' SQLCODE
                END-IF.

       7000-EXIT.
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
