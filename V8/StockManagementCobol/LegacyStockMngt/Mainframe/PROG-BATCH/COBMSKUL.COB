      *-----------------------------------------------------------------
      *     COBMSKUL - MASKED UNLOAD OF THE HR TABLES FOR THE TEST
      *                SUBSYSTEM. RUNS AGAINST PRODUCTION AND UNLOADS,
      *                IN THE COBSNAPU UNLOAD PATTERN, SUBSIDIARY,
      *                EMP, EMP_ADDRESS, EMP_DEPENDENT, EMP_BANK_ACCT,
      *                EMP_RESUME, EMP_PHOTO AND THE LAST N MONTHS OF
      *                PAYROLL TO THE MASKDATA DATASET COBMSKLD LOADS
      *                INTO TEST - PERSONAL DATA IS REWRITTEN BEFORE
      *                IT EVER LEAVES THE PROGRAM:
      *                  - NAMES (EMP AND EMP_DEPENDENT) COME FROM A
      *                    FIXED LIST, THE PHONE EXTENSION IS REPLACED
      *                    AND BIRTH DATES KEEP ONLY THEIR YEAR;
      *                  - EMP_ADDRESS STREET LINES AND POST CODES ARE
      *                    REPLACED (CITY AND COUNTRY ARE KEPT FOR THE
      *                    LOCALITY RULES);
      *                  - EMP_BANK_ACCT ACCOUNT NUMBERS, CURRENT AND
      *                    PREVIOUS, ARE REPLACED;
      *                  - EMP_RESUME AND EMP_PHOTO CONTENT IS NEVER
      *                    READ - ONLY THE KEY AND FORMAT GO, AND THE
      *                    LOAD STORES A PLACEHOLDER;
      *                  - SALARY, BONUS AND COMM AND EVERY PAYROLL
      *                    AMOUNT ARE SCALED BY A FACTOR WITHIN THE
      *                    TOLERANCE PERCENT, NEVER EXACTLY ONE;
      *                  - SUBSIDIARY PASSWORD HASHES AND SALTS ARE
      *                    NEVER SELECTED.
      *                THE MASKING IS DRIVEN BY A SEED WORKED FROM THE
      *                EMPNO AND THE MASK KEY, SO AN EMPLOYEE MASKS
      *                THE SAME WAY IN EVERY TABLE AND ON EVERY REFRESH
      *                WITH THE SAME KEY, AND JOINS STILL WORK. EVERY
      *                MASKED ROW IS CHECKED FIELD BY FIELD AGAINST
      *                THE PRODUCTION VALUES; A ROW WITH ANY VALUE
      *                UNCHANGED IS NOT WRITTEN, IS COUNTED AS
      *                UNMASKED AND ENDS THE STEP CC 8 SO THE LOAD
      *                DOES NOT RUN. THE ROW AND UNMASKED COUNTS PER
      *                TABLE GO TO THE MASKCNT CONTROL FILE FOR
      *                COBMSKLD'S CONTROL REPORT. SYSIN - THE MASK KEY
      *                (SIX DIGITS, REQUIRED), THE TOLERANCE PERCENT
      *                (BLANK FOR 10, AT MOST 50) AND THE MONTHS OF
      *                PAYROLL TO COPY (BLANK FOR 12).
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBMSKUL.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASKDATA
                  ASSIGN TO DA-S-MASKDATA.
           SELECT MASKCNT
                  ASSIGN TO DA-S-MASKCNT.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      MASKDATA
               RECORD CONTAINS 200 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  MASKDATA-REC.
           05 MK-TABLE            PIC X(8).
           05 MK-BODY             PIC X(192).
           05 MK-SUB REDEFINES MK-BODY.
              10 MK-S-SUBID       PIC X(4).
              10 MK-S-SUBNAME     PIC X(10).
              10 MK-S-CURRENCY    PIC X(3).
              10 FILLER           PIC X(175).
           05 MK-EMP REDEFINES MK-BODY.
              10 MK-E-EMPNO       PIC X(6).
              10 MK-E-FIRSTNME    PIC X(12).
              10 MK-E-MIDINIT     PIC X(1).
              10 MK-E-LASTNAME    PIC X(15).
              10 MK-E-WORKDEPT    PIC X(3).
              10 MK-E-PHONENO     PIC X(4).
              10 MK-E-HIREDATE    PIC X(10).
              10 MK-E-JOB         PIC X(8).
              10 MK-E-EDLEVEL     PIC S9(4).
              10 MK-E-SEX         PIC X(1).
              10 MK-E-BIRTHDATE   PIC X(10).
              10 MK-E-SALARY      PIC S9(7)V9(2).
              10 MK-E-BONUS       PIC S9(7)V9(2).
              10 MK-E-COMM        PIC S9(7)V9(2).
              10 FILLER           PIC X(91).
           05 MK-ADDR REDEFINES MK-BODY.
              10 MK-A-EMPNO       PIC X(6).
              10 MK-A-ADDRTYPE    PIC X(1).
              10 MK-A-EFFDATE     PIC X(10).
              10 MK-A-ADDRLINE1   PIC X(30).
              10 MK-A-ADDRLINE2   PIC X(30).
              10 MK-A-CITY        PIC X(20).
              10 MK-A-POSTCODE    PIC X(10).
              10 MK-A-COUNTRY     PIC X(3).
              10 FILLER           PIC X(82).
           05 MK-DEPN REDEFINES MK-BODY.
              10 MK-D-EMPNO       PIC X(6).
              10 MK-D-DEPSEQ      PIC S9(4).
              10 MK-D-DEPNAME     PIC X(30).
              10 MK-D-RELATION    PIC X(10).
              10 MK-D-BIRTHDATE   PIC X(10).
              10 MK-D-BENEF-PCT   PIC S9(3)V9(2).
              10 FILLER           PIC X(127).
           05 MK-BANK REDEFINES MK-BODY.
              10 MK-B-EMPNO       PIC X(6).
              10 MK-B-ACCTSEQ     PIC S9(4).
              10 MK-B-BANKACCT    PIC X(20).
              10 MK-B-BANKROUTE   PIC X(9).
              10 MK-B-EFFDATE     PIC X(10).
              10 MK-B-SPLITPCT    PIC S9(3)V9(2).
              10 MK-B-SPLITAMT    PIC S9(7)V9(2).
              10 MK-B-PREVACCT    PIC X(20).
              10 MK-B-PREVROUTE   PIC X(9).
              10 MK-B-CHANGED-TS  PIC X(26).
              10 FILLER           PIC X(74).
           05 MK-DOC REDEFINES MK-BODY.
              10 MK-R-EMPNO       PIC X(6).
              10 MK-R-FORMAT      PIC X(10).
              10 FILLER           PIC X(176).
           05 MK-PAY REDEFINES MK-BODY.
              10 MK-P-EMPNO       PIC X(6).
              10 MK-P-PYEARMONTH  PIC X(6).
              10 MK-P-SALARYPAID  PIC S9(7)V9(2).
              10 MK-P-BONUSPAID   PIC S9(7)V9(2).
              10 MK-P-COMMPAID    PIC S9(7)V9(2).
              10 MK-P-LOP         PIC S9(4).
              10 MK-P-DEDUCTTOT   PIC S9(7)V9(2).
              10 MK-P-NETPAY      PIC S9(7)V9(2).
              10 MK-P-PAYTYPE     PIC X(1).
              10 MK-P-OTPAID      PIC S9(7)V9(2).
              10 FILLER           PIC X(121).

       FD      MASKCNT
               RECORD CONTAINS 30 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  MASKCNT-REC.
           05 MC-TABLE            PIC X(8).
           05 MC-COUNT            PIC 9(9).
           05 MC-UNMASKED         PIC 9(9).
           05 FILLER              PIC X(4).

      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-CURSOR-SWITCH   PIC X          VALUE  SPACES.
               88  END-OF-CURSOR                 VALUE  'Y'.
       77  WS-UNMASKED-SWITCH     PIC X          VALUE  SPACES.
               88  WS-UNMASKED                   VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-MASK-KEY-IN         PIC X(6).
       01  WS-MASK-KEY            PIC 9(6).
       01  WS-TOLERANCE-IN        PIC X(2).
       01  WS-TOLERANCE           PIC 9(2).
       01  WS-PAY-MONTHS-IN       PIC X(2).
       01  WS-PAY-MONTHS          PIC S9(4) USAGE COMP.
       01  WS-PAY-FROM-YM         PIC X(6).
       01  WS-TX                  PIC S9(4) USAGE COMP.
       01  WS-UNMASKED-TOTAL      PIC S9(9) USAGE COMP VALUE ZERO.

      ******************************************************************
      * ONE PRODUCTION ROW AS FETCHED
      ******************************************************************
       01  WS-SUBID               PIC X(4).
       01  WS-SUBNAME             PIC X(10).
       01  WS-CURRENCY            PIC X(3).
       01  WS-EMPNO               PIC X(6).
       01  WS-FIRSTNME            PIC X(12).
       01  WS-MIDINIT             PIC X(1).
       01  WS-LASTNAME            PIC X(15).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-PHONENO             PIC X(4).
       01  WS-HIREDATE            PIC X(10).
       01  WS-JOB                 PIC X(8).
       01  WS-EDLEVEL             PIC S9(4) USAGE COMP.
       01  WS-SEX                 PIC X(1).
       01  WS-BIRTHDATE           PIC X(10).
       01  WS-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BONUS               PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-COMM                PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ADDRTYPE            PIC X(1).
       01  WS-EFFDATE             PIC X(10).
       01  WS-ADDRLINE1           PIC X(30).
       01  WS-ADDRLINE2           PIC X(30).
       01  WS-CITY                PIC X(20).
       01  WS-POSTCODE            PIC X(10).
       01  WS-COUNTRY             PIC X(3).
       01  WS-DEPSEQ              PIC S9(4) USAGE COMP.
       01  WS-DEPNAME             PIC X(30).
       01  WS-RELATIONSHIP        PIC X(10).
       01  WS-BENEF-PCT           PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-ACCTSEQ             PIC S9(4) USAGE COMP.
       01  WS-BANKACCT            PIC X(20).
       01  WS-BANKROUTE           PIC X(9).
       01  WS-SPLITPCT            PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-SPLITAMT            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-PREVACCT            PIC X(20).
       01  WS-PREVROUTE           PIC X(9).
       01  WS-CHANGED-TS          PIC X(26).
       01  WS-FORMAT              PIC X(10).
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-SALARYPAID          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BONUSPAID           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-COMMPAID            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOP                 PIC S9(4) USAGE COMP.
       01  WS-DEDUCTTOT           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NETPAY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-PAYTYPE             PIC X(1).
       01  WS-OTPAID              PIC S9(7)V9(2) USAGE COMP-3.

      ******************************************************************
      * THE MASKING SEED - EMPNO (LETTERS AND BLANKS TURNED TO DIGITS)
      * TIMES A PRIME PLUS THE MASK KEY, MODULO A LARGER PRIME.
      ******************************************************************
       01  WS-MASK-EMPNO          PIC X(6).
       01  WS-MASK-EMPNUM REDEFINES WS-MASK-EMPNO
                                  PIC 9(6).
       01  WS-MASK-WORK           PIC S9(13) USAGE COMP-3.
       01  WS-MASK-QUOT           PIC S9(13) USAGE COMP-3.
       01  WS-MASK-SEED           PIC S9(9) USAGE COMP.
       01  WS-MASK-SPREAD         PIC S9(4) USAGE COMP.
       01  WS-MASK-PCT            PIC S9(4) USAGE COMP.
       01  WS-MASK-FACTOR         PIC S9(1)V9(4) USAGE COMP-3.
       01  WS-MASK-IX1            PIC S9(4) USAGE COMP.
       01  WS-MASK-IX2            PIC S9(4) USAGE COMP.
       01  WS-MASK-IX3            PIC S9(4) USAGE COMP.
       01  WS-MASK-PHONE          PIC 9(4).
       01  WS-MASK-HOUSE          PIC 9(3).
       01  WS-AMT-IN              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-AMT-OUT             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-DATE-IN             PIC X(10).
       01  WS-DATE-OUT            PIC X(10).

       01  WS-MASK-ACCT.
           05 WS-MA-LEAD          PIC X(1).
           05 WS-MA-EMPNO         PIC 9(6).
           05 WS-MA-SEQ           PIC 9(2).
           05 WS-MA-SEED          PIC 9(5).
           05 FILLER              PIC X(6)  VALUE SPACES.

       01  WS-MASK-POST.
           05 FILLER              PIC X(1)  VALUE 'T'.
           05 WS-MP-SEED          PIC 9(5).
           05 FILLER              PIC X(4)  VALUE SPACES.

      ******************************************************************
      * THE NAMES MASKED ROWS ARE GIVEN
      ******************************************************************
       01  WS-FIRST-NAME-VALUES.
           05 FILLER              PIC X(12) VALUE 'ALEX'.
           05 FILLER              PIC X(12) VALUE 'BLAIR'.
           05 FILLER              PIC X(12) VALUE 'CASEY'.
           05 FILLER              PIC X(12) VALUE 'DANA'.
           05 FILLER              PIC X(12) VALUE 'ELLIS'.
           05 FILLER              PIC X(12) VALUE 'FRANKIE'.
           05 FILLER              PIC X(12) VALUE 'GLENN'.
           05 FILLER              PIC X(12) VALUE 'HAYDEN'.
           05 FILLER              PIC X(12) VALUE 'JAMIE'.
           05 FILLER              PIC X(12) VALUE 'JORDAN'.
           05 FILLER              PIC X(12) VALUE 'KELLY'.
           05 FILLER              PIC X(12) VALUE 'LEE'.
           05 FILLER              PIC X(12) VALUE 'MORGAN'.
           05 FILLER              PIC X(12) VALUE 'NOEL'.
           05 FILLER              PIC X(12) VALUE 'PAT'.
           05 FILLER              PIC X(12) VALUE 'QUINN'.
           05 FILLER              PIC X(12) VALUE 'ROBIN'.
           05 FILLER              PIC X(12) VALUE 'SAM'.
           05 FILLER              PIC X(12) VALUE 'TAYLOR'.
           05 FILLER              PIC X(12) VALUE 'VAL'.
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05 WS-FIRST-NAME       PIC X(12) OCCURS 20 TIMES.

       01  WS-LAST-NAME-VALUES.
           05 FILLER              PIC X(15) VALUE 'ASHDOWN'.
           05 FILLER              PIC X(15) VALUE 'BRIGHTWELL'.
           05 FILLER              PIC X(15) VALUE 'CARRINGTON'.
           05 FILLER              PIC X(15) VALUE 'DUNMORE'.
           05 FILLER              PIC X(15) VALUE 'EASTLEIGH'.
           05 FILLER              PIC X(15) VALUE 'FAIRCLOUGH'.
           05 FILLER              PIC X(15) VALUE 'GRANTHAM'.
           05 FILLER              PIC X(15) VALUE 'HOLLOWAY'.
           05 FILLER              PIC X(15) VALUE 'INGLEBY'.
           05 FILLER              PIC X(15) VALUE 'JESSOP'.
           05 FILLER              PIC X(15) VALUE 'KILBRIDE'.
           05 FILLER              PIC X(15) VALUE 'LANGSTON'.
           05 FILLER              PIC X(15) VALUE 'MERRIVALE'.
           05 FILLER              PIC X(15) VALUE 'NORTHCOTT'.
           05 FILLER              PIC X(15) VALUE 'OAKHURST'.
           05 FILLER              PIC X(15) VALUE 'PENROSE'.
           05 FILLER              PIC X(15) VALUE 'RADCLIFFE'.
           05 FILLER              PIC X(15) VALUE 'STANWAY'.
           05 FILLER              PIC X(15) VALUE 'THORNBURY'.
           05 FILLER              PIC X(15) VALUE 'WESTBROOK'.
       01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
           05 WS-LAST-NAME        PIC X(15) OCCURS 20 TIMES.

      ******************************************************************
      * PER TABLE CONTROL COUNTS, IN UNLOAD (AND LOAD) ORDER
      ******************************************************************
       01  WS-CTL-NAME-VALUES.
           05 FILLER              PIC X(8)  VALUE 'SUBSIDRY'.
           05 FILLER              PIC X(8)  VALUE 'EMP     '.
           05 FILLER              PIC X(8)  VALUE 'EMPADDR '.
           05 FILLER              PIC X(8)  VALUE 'EMPDEPN '.
           05 FILLER              PIC X(8)  VALUE 'EMPBANK '.
           05 FILLER              PIC X(8)  VALUE 'EMPRESUM'.
           05 FILLER              PIC X(8)  VALUE 'EMPPHOTO'.
           05 FILLER              PIC X(8)  VALUE 'PAYROLL '.
       01  WS-CTL-NAME-TABLE REDEFINES WS-CTL-NAME-VALUES.
           05 WS-CTL-NAME         PIC X(8)  OCCURS 8 TIMES.

       01  WS-CTL-TABLE.
           05 WS-CTL-ENTRY OCCURS 8 TIMES.
              10 WS-CTL-COUNT     PIC S9(9) USAGE COMP.
              10 WS-CTL-UNMASKED  PIC S9(9) USAGE COMP.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBMSKUL'.
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

                EXEC SQL INCLUDE EMPADDR
                END-EXEC.

                EXEC SQL INCLUDE DEPENDNT
                END-EXEC.

                EXEC SQL INCLUDE EMPBANK
                END-EXEC.

                EXEC SQL INCLUDE PAYROLL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS - ONE PER TABLE, PARENTS FIRST SO
      * THE LOAD CAN TAKE THE FILE IN ORDER. NO CURSOR SELECTS A
      * SUBSIDIARY CREDENTIAL OR RESUME OR PHOTO CONTENT.
      ******************************************************************

                EXEC SQL DECLARE C1 CURSOR
                  SELECT
                      SUBID,
                      SUBNAME,
                      COALESCE(CURRENCY, ' ')
                    FROM SUBSIDIARY
                    ORDER BY SUBID
                END-EXEC.

                EXEC SQL DECLARE C2 CURSOR
                  SELECT
                      EMPNO,
                      FIRSTNME,
                      COALESCE(MIDINIT, ' '),
                      LASTNAME,
                      COALESCE(WORKDEPT, ' '),
                      COALESCE(PHONENO, ' '),
                      COALESCE(CHAR(HIREDATE, ISO), ' '),
                      COALESCE(JOB, ' '),
                      COALESCE(EDLEVEL, 0),
                      COALESCE(SEX, ' '),
                      COALESCE(CHAR(BIRTHDATE, ISO), ' '),
                      COALESCE(SALARY, 0),
                      COALESCE(BONUS, 0),
                      COALESCE(COMM, 0)
                    FROM EMP
                    ORDER BY EMPNO
                END-EXEC.

                EXEC SQL DECLARE C3 CURSOR
                  SELECT
                      EMPNO,
                      ADDRTYPE,
                      CHAR(EFFDATE, ISO),
                      ADDRLINE1,
                      COALESCE(ADDRLINE2, ' '),
                      CITY,
                      POSTCODE,
                      COUNTRY
                    FROM EMP_ADDRESS
                    ORDER BY EMPNO, ADDRTYPE, EFFDATE
                END-EXEC.

                EXEC SQL DECLARE C4 CURSOR
                  SELECT
                      EMPNO,
                      DEPSEQ,
                      DEPNAME,
                      RELATIONSHIP,
                      COALESCE(CHAR(BIRTHDATE, ISO), ' '),
                      COALESCE(BENEF_PCT, 0)
                    FROM EMP_DEPENDENT
                    ORDER BY EMPNO, DEPSEQ
                END-EXEC.

                EXEC SQL DECLARE C5 CURSOR
                  SELECT
                      EMPNO,
                      ACCTSEQ,
                      BANKACCT,
                      BANKROUTE,
                      CHAR(EFFDATE, ISO),
                      COALESCE(SPLITPCT, 0),
                      COALESCE(SPLITAMT, 0),
                      COALESCE(PREVACCT, ' '),
                      COALESCE(PREVROUTE, ' '),
                      COALESCE(CHAR(CHANGED_TS), ' ')
                    FROM EMP_BANK_ACCT
                    ORDER BY EMPNO, ACCTSEQ, EFFDATE
                END-EXEC.

                EXEC SQL DECLARE C6 CURSOR
                  SELECT
                      EMPNO,
                      COALESCE(RESUME_FORMAT, ' ')
                    FROM EMP_RESUME
                    ORDER BY EMPNO
                END-EXEC.

                EXEC SQL DECLARE C7 CURSOR
                  SELECT
                      EMPNO,
                      COALESCE(PHOTO_FORMAT, ' ')
                    FROM EMP_PHOTO
                    ORDER BY EMPNO
                END-EXEC.

                EXEC SQL DECLARE C8 CURSOR
                  SELECT
                      EMPNO,
                      PYEARMONTH,
                      COALESCE(SALARYPAID, 0),
                      COALESCE(BONUSPAID, 0),
                      COALESCE(COMMPAID, 0),
                      COALESCE(LOP, 0),
                      COALESCE(DEDUCTTOT, 0),
                      COALESCE(NETPAY, 0),
                      COALESCE(PAYTYPE, ' '),
                      COALESCE(OTPAID, 0)
                    FROM PAYROLL
                    WHERE PYEARMONTH >= :WS-PAY-FROM-YM
                    ORDER BY EMPNO, PYEARMONTH
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                PERFORM 1000-INITIALIZE
                THRU    1000-EXIT.

                OPEN OUTPUT MASKDATA
                            MASKCNT.

                PERFORM 2000-UNLOAD-SUBSIDIARY
                THRU    2000-EXIT.

                PERFORM 2500-UNLOAD-EMP
                THRU    2500-EXIT.

                PERFORM 3000-UNLOAD-ADDRESS
                THRU    3000-EXIT.

                PERFORM 3500-UNLOAD-DEPENDENT
                THRU    3500-EXIT.

                PERFORM 4000-UNLOAD-BANK
                THRU    4000-EXIT.

                PERFORM 4500-UNLOAD-RESUME
                THRU    4500-EXIT.

                PERFORM 5000-UNLOAD-PHOTO
                THRU    5000-EXIT.

                PERFORM 5500-UNLOAD-PAYROLL
                THRU    5500-EXIT.

                PERFORM 8500-WRITE-CONTROL
                THRU    8500-EXIT
                VARYING WS-TX FROM 1 BY 1
                UNTIL   WS-TX GREATER THAN 8.

                CLOSE MASKDATA
                      MASKCNT.

                IF WS-UNMASKED-TOTAL GREATER THAN ZERO
                   DISPLAY 'ROWS WITH A VALUE THE MASK MISSED = '
                           WS-UNMASKED-TOTAL
                           ' - THE TEST LOAD MUST NOT RUN'
                   MOVE 8 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE MASK KEY IS REQUIRED; THE TOLERANCE AND
      * THE PAYROLL MONTHS DEFAULT.
      ******************************************************************
       1000-INITIALIZE.

                ACCEPT WS-MASK-KEY-IN.
                ACCEPT WS-TOLERANCE-IN.
                ACCEPT WS-PAY-MONTHS-IN.

                IF WS-MASK-KEY-IN NOT NUMERIC
                   DISPLAY 'MASK KEY MUST BE SIX DIGITS - '
                           WS-MASK-KEY-IN
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                END-IF.
                MOVE WS-MASK-KEY-IN TO WS-MASK-KEY.

                IF WS-TOLERANCE-IN NUMERIC
                   MOVE WS-TOLERANCE-IN TO WS-TOLERANCE
                ELSE
                   MOVE 10 TO WS-TOLERANCE
                END-IF.
                IF WS-TOLERANCE = ZERO
                   MOVE 10 TO WS-TOLERANCE
                END-IF.
                IF WS-TOLERANCE GREATER THAN 50
                   MOVE 50 TO WS-TOLERANCE
                END-IF.

                IF WS-PAY-MONTHS-IN NUMERIC
                   MOVE WS-PAY-MONTHS-IN TO WS-PAY-MONTHS
                ELSE
                   MOVE 12 TO WS-PAY-MONTHS
                END-IF.
                IF WS-PAY-MONTHS = ZERO
                   MOVE 12 TO WS-PAY-MONTHS
                END-IF.

                EXEC SQL
                     SET :WS-PAY-FROM-YM =
                         SUBSTR(CHAR(CURRENT DATE - :WS-PAY-MONTHS
                                     MONTHS, ISO), 1, 4) CONCAT
                         SUBSTR(CHAR(CURRENT DATE - :WS-PAY-MONTHS
                                     MONTHS, ISO), 6, 2)
                END-EXEC.

                DISPLAY 'MASKED UNLOAD - TOLERANCE ' WS-TOLERANCE
                        ' PCT, PAYROLL FROM ' WS-PAY-FROM-YM.

                PERFORM 1200-CLEAR-CONTROL
                THRU    1200-EXIT
                VARYING WS-TX FROM 1 BY 1
                UNTIL   WS-TX GREATER THAN 8.

       1000-EXIT.
                EXIT.

       1200-CLEAR-CONTROL.

                MOVE ZERO TO WS-CTL-COUNT (WS-TX)
                             WS-CTL-UNMASKED (WS-TX).

       1200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2000-UNLOAD-SUBSIDIARY - NAME AND CURRENCY ONLY.
      ******************************************************************
       2000-UNLOAD-SUBSIDIARY.

                MOVE 1 TO WS-TX.
                MOVE SPACES TO END-OF-CURSOR-SWITCH.

                EXEC SQL
                  OPEN  C1
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

                PERFORM 2200-FETCH-SUBSIDIARY
                THRU    2200-EXIT
                UNTIL END-OF-CURSOR.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

       2000-EXIT.
                EXIT.

       2200-FETCH-SUBSIDIARY.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-SUBID,
                          :WS-SUBNAME,
                          :WS-CURRENCY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE SPACES        TO MASKDATA-REC
                         MOVE WS-SUBID      TO MK-S-SUBID
                         MOVE WS-SUBNAME    TO MK-S-SUBNAME
                         MOVE WS-CURRENCY   TO MK-S-CURRENCY
                         MOVE SPACES        TO WS-UNMASKED-SWITCH
                         PERFORM 6000-WRITE-MASKED
                         THRU    6000-EXIT
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
      * 2500-UNLOAD-EMP
      ******************************************************************
       2500-UNLOAD-EMP.

                MOVE 2 TO WS-TX.
                MOVE SPACES TO END-OF-CURSOR-SWITCH.

                EXEC SQL
                  OPEN  C2
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

                PERFORM 2600-FETCH-EMP
                THRU    2600-EXIT
                UNTIL END-OF-CURSOR.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

       2500-EXIT.
                EXIT.

       2600-FETCH-EMP.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-EMPNO,
                          :WS-FIRSTNME,
                          :WS-MIDINIT,
                          :WS-LASTNAME,
                          :WS-WORKDEPT,
                          :WS-PHONENO,
                          :WS-HIREDATE,
                          :WS-JOB,
                          :WS-EDLEVEL,
                          :WS-SEX,
                          :WS-BIRTHDATE,
                          :WS-SALARY,
                          :WS-BONUS,
                          :WS-COMM
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 2700-MASK-EMP
                         THRU    2700-EXIT
                         PERFORM 6000-WRITE-MASKED
                         THRU    6000-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-CURSOR-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2600-EXIT.
                EXIT.

      ******************************************************************
      * 2700-MASK-EMP - A LISTED NAME THAT HAPPENS TO BE THE REAL ONE
      * MOVES ON TO THE NEXT IN THE LIST.
      ******************************************************************
       2700-MASK-EMP.

                PERFORM 8200-SET-MASK-SEED
                THRU    8200-EXIT.

                MOVE SPACES                    TO MASKDATA-REC.
                MOVE WS-EMPNO                  TO MK-E-EMPNO.

                IF WS-FIRST-NAME (WS-MASK-IX1) = WS-FIRSTNME
                   DIVIDE WS-MASK-IX1 BY 20 GIVING WS-MASK-QUOT
                          REMAINDER WS-MASK-IX1
                   ADD 1 TO WS-MASK-IX1
                END-IF.
                MOVE WS-FIRST-NAME (WS-MASK-IX1) TO MK-E-FIRSTNME.
                MOVE SPACES                    TO MK-E-MIDINIT.

                IF WS-LAST-NAME (WS-MASK-IX2) = WS-LASTNAME
                   DIVIDE WS-MASK-IX2 BY 20 GIVING WS-MASK-QUOT
                          REMAINDER WS-MASK-IX2
                   ADD 1 TO WS-MASK-IX2
                END-IF.
                MOVE WS-LAST-NAME (WS-MASK-IX2)  TO MK-E-LASTNAME.

                MOVE WS-WORKDEPT               TO MK-E-WORKDEPT.
                IF WS-PHONENO = SPACES
                   MOVE SPACES                 TO MK-E-PHONENO
                ELSE
                   IF WS-MASK-PHONE = WS-PHONENO
                      IF WS-MASK-PHONE = 9999
                         MOVE ZERO TO WS-MASK-PHONE
                      ELSE
                         ADD 1 TO WS-MASK-PHONE
                      END-IF
                   END-IF
                   MOVE WS-MASK-PHONE          TO MK-E-PHONENO
                END-IF.
                MOVE WS-HIREDATE               TO MK-E-HIREDATE.
                MOVE WS-JOB                    TO MK-E-JOB.
                MOVE WS-EDLEVEL                TO MK-E-EDLEVEL.
                MOVE WS-SEX                    TO MK-E-SEX.

                MOVE WS-BIRTHDATE              TO WS-DATE-IN.
                PERFORM 8300-MASK-DATE
                THRU    8300-EXIT.
                MOVE WS-DATE-OUT               TO MK-E-BIRTHDATE.

                MOVE WS-SALARY                 TO WS-AMT-IN.
                PERFORM 8400-PERTURB-AMOUNT
                THRU    8400-EXIT.
                MOVE WS-AMT-OUT                TO MK-E-SALARY.
                MOVE WS-BONUS                  TO WS-AMT-IN.
                PERFORM 8400-PERTURB-AMOUNT
                THRU    8400-EXIT.
                MOVE WS-AMT-OUT                TO MK-E-BONUS.
                MOVE WS-COMM                   TO WS-AMT-IN.
                PERFORM 8400-PERTURB-AMOUNT
                THRU    8400-EXIT.
                MOVE WS-AMT-OUT                TO MK-E-COMM.

                MOVE SPACES TO WS-UNMASKED-SWITCH.
                IF MK-E-FIRSTNME = WS-FIRSTNME
                   OR MK-E-LASTNAME = WS-LASTNAME
                   OR (WS-PHONENO NOT = SPACES
                       AND MK-E-PHONENO = WS-PHONENO)
                   OR (WS-BIRTHDATE NOT = SPACES
                       AND MK-E-BIRTHDATE = WS-BIRTHDATE)
                   OR (WS-SALARY NOT = ZERO
                       AND MK-E-SALARY = WS-SALARY)
                   OR (WS-BONUS NOT = ZERO
                       AND MK-E-BONUS = WS-BONUS)
                   OR (WS-COMM NOT = ZERO
                       AND MK-E-COMM = WS-COMM)
                   MOVE 'Y' TO WS-UNMASKED-SWITCH
                END-IF.

       2700-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3000-UNLOAD-ADDRESS - STREET LINES AND POST CODE REPLACED.
      ******************************************************************
       3000-UNLOAD-ADDRESS.

                MOVE 3 TO WS-TX.
                MOVE SPACES TO END-OF-CURSOR-SWITCH.

                EXEC SQL
                  OPEN  C3
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

                PERFORM 3200-FETCH-ADDRESS
                THRU    3200-EXIT
                UNTIL END-OF-CURSOR.

                EXEC SQL
                  CLOSE  C3
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

       3000-EXIT.
                EXIT.

       3200-FETCH-ADDRESS.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-EMPNO,
                          :WS-ADDRTYPE,
                          :WS-EFFDATE,
                          :WS-ADDRLINE1,
                          :WS-ADDRLINE2,
                          :WS-CITY,
                          :WS-POSTCODE,
                          :WS-COUNTRY
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 3300-MASK-ADDRESS
                         THRU    3300-EXIT
                         PERFORM 6000-WRITE-MASKED
                         THRU    6000-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-CURSOR-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3200-EXIT.
                EXIT.

       3300-MASK-ADDRESS.

                PERFORM 8200-SET-MASK-SEED
                THRU    8200-EXIT.

                MOVE SPACES                    TO MASKDATA-REC.
                MOVE WS-EMPNO                  TO MK-A-EMPNO.
                MOVE WS-ADDRTYPE               TO MK-A-ADDRTYPE.
                MOVE WS-EFFDATE                TO MK-A-EFFDATE.
                STRING WS-MASK-HOUSE              DELIMITED BY SIZE
                       ' '                        DELIMITED BY SIZE
                       WS-LAST-NAME (WS-MASK-IX1) DELIMITED BY SPACE
                       ' ROAD'                    DELIMITED BY SIZE
                  INTO MK-A-ADDRLINE1.
                IF MK-A-ADDRLINE1 = WS-ADDRLINE1
                   MOVE SPACES TO MK-A-ADDRLINE1
                   STRING WS-MASK-HOUSE              DELIMITED BY SIZE
                          ' '                        DELIMITED BY SIZE
                          WS-LAST-NAME (WS-MASK-IX1) DELIMITED BY SPACE
                          ' LANE'                    DELIMITED BY SIZE
                     INTO MK-A-ADDRLINE1
                END-IF.
                MOVE SPACES                    TO MK-A-ADDRLINE2.
                MOVE WS-CITY                   TO MK-A-CITY.
                IF WS-MASK-POST = WS-POSTCODE
                   IF WS-MP-SEED = 99999
                      MOVE ZERO TO WS-MP-SEED
                   ELSE
                      ADD 1 TO WS-MP-SEED
                   END-IF
                END-IF.
                MOVE WS-MASK-POST              TO MK-A-POSTCODE.
                MOVE WS-COUNTRY                TO MK-A-COUNTRY.

                MOVE SPACES TO WS-UNMASKED-SWITCH.
                IF MK-A-ADDRLINE1 = WS-ADDRLINE1
                   OR (WS-ADDRLINE2 NOT = SPACES
                       AND MK-A-ADDRLINE2 = WS-ADDRLINE2)
                   OR MK-A-POSTCODE = WS-POSTCODE
                   MOVE 'Y' TO WS-UNMASKED-SWITCH
                END-IF.

       3300-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3500-UNLOAD-DEPENDENT - A DEPENDENT TAKES A LISTED FIRST NAME
      * AND THE EMPLOYEE'S MASKED SURNAME.
      ******************************************************************
       3500-UNLOAD-DEPENDENT.

                MOVE 4 TO WS-TX.
                MOVE SPACES TO END-OF-CURSOR-SWITCH.

                EXEC SQL
                  OPEN  C4
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

                PERFORM 3700-FETCH-DEPENDENT
                THRU    3700-EXIT
                UNTIL END-OF-CURSOR.

                EXEC SQL
                  CLOSE  C4
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

       3500-EXIT.
                EXIT.

       3700-FETCH-DEPENDENT.

                EXEC SQL
                    FETCH C4
                    INTO  :WS-EMPNO,
                          :WS-DEPSEQ,
                          :WS-DEPNAME,
                          :WS-RELATIONSHIP,
                          :WS-BIRTHDATE,
                          :WS-BENEF-PCT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 3800-MASK-DEPENDENT
                         THRU    3800-EXIT
                         PERFORM 6000-WRITE-MASKED
                         THRU    6000-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-CURSOR-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3700-EXIT.
                EXIT.

       3800-MASK-DEPENDENT.

                PERFORM 8200-SET-MASK-SEED
                THRU    8200-EXIT.

                COMPUTE WS-MASK-IX3 = WS-MASK-IX1 + WS-DEPSEQ.
                DIVIDE WS-MASK-IX3 BY 20 GIVING WS-MASK-QUOT
                       REMAINDER WS-MASK-IX3.
                ADD 1 TO WS-MASK-IX3.

                MOVE SPACES                    TO MASKDATA-REC.
                MOVE WS-EMPNO                  TO MK-D-EMPNO.
                MOVE WS-DEPSEQ                 TO MK-D-DEPSEQ.
                STRING WS-FIRST-NAME (WS-MASK-IX3) DELIMITED BY SPACE
                       ' '                         DELIMITED BY SIZE
                       WS-LAST-NAME (WS-MASK-IX2)  DELIMITED BY SPACE
                  INTO MK-D-DEPNAME.
                IF MK-D-DEPNAME = WS-DEPNAME
                   DIVIDE WS-MASK-IX3 BY 20 GIVING WS-MASK-QUOT
                          REMAINDER WS-MASK-IX3
                   ADD 1 TO WS-MASK-IX3
                   MOVE SPACES TO MK-D-DEPNAME
                   STRING WS-FIRST-NAME (WS-MASK-IX3) DELIMITED BY SPACE
                          ' '                         DELIMITED BY SIZE
                          WS-LAST-NAME (WS-MASK-IX2)  DELIMITED BY SPACE
                     INTO MK-D-DEPNAME
                END-IF.
                MOVE WS-RELATIONSHIP           TO MK-D-RELATION.
                MOVE WS-BIRTHDATE              TO WS-DATE-IN.
                PERFORM 8300-MASK-DATE
                THRU    8300-EXIT.
                MOVE WS-DATE-OUT               TO MK-D-BIRTHDATE.
                MOVE WS-BENEF-PCT              TO MK-D-BENEF-PCT.

                MOVE SPACES TO WS-UNMASKED-SWITCH.
                IF MK-D-DEPNAME = WS-DEPNAME
                   OR (WS-BIRTHDATE NOT = SPACES
                       AND MK-D-BIRTHDATE = WS-BIRTHDATE)
                   MOVE 'Y' TO WS-UNMASKED-SWITCH
                END-IF.

       3800-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4000-UNLOAD-BANK - CURRENT AND PREVIOUS ACCOUNT NUMBERS ARE
      * REPLACED BY ONES BUILT FROM EMPNO, ACCTSEQ AND THE SEED, SO
      * EACH STAYS UNIQUE PER ROW.
      ******************************************************************
       4000-UNLOAD-BANK.

                MOVE 5 TO WS-TX.
                MOVE SPACES TO END-OF-CURSOR-SWITCH.

                EXEC SQL
                  OPEN  C5
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

                PERFORM 4200-FETCH-BANK
                THRU    4200-EXIT
                UNTIL END-OF-CURSOR.

                EXEC SQL
                  CLOSE  C5
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

       4000-EXIT.
                EXIT.

       4200-FETCH-BANK.

                EXEC SQL
                    FETCH C5
                    INTO  :WS-EMPNO,
                          :WS-ACCTSEQ,
                          :WS-BANKACCT,
                          :WS-BANKROUTE,
                          :WS-EFFDATE,
                          :WS-SPLITPCT,
                          :WS-SPLITAMT,
                          :WS-PREVACCT,
                          :WS-PREVROUTE,
                          :WS-CHANGED-TS
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 4300-MASK-BANK
                         THRU    4300-EXIT
                         PERFORM 6000-WRITE-MASKED
                         THRU    6000-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-CURSOR-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       4200-EXIT.
                EXIT.

       4300-MASK-BANK.

                PERFORM 8200-SET-MASK-SEED
                THRU    8200-EXIT.

                MOVE SPACES                    TO MASKDATA-REC.
                MOVE WS-EMPNO                  TO MK-B-EMPNO.
                MOVE WS-ACCTSEQ                TO MK-B-ACCTSEQ.

                MOVE WS-MASK-EMPNUM            TO WS-MA-EMPNO.
                MOVE WS-ACCTSEQ                TO WS-MA-SEQ.
                MOVE WS-MASK-SEED              TO WS-MA-SEED.
                MOVE '9'                       TO WS-MA-LEAD.
                MOVE WS-MASK-ACCT              TO MK-B-BANKACCT.
                IF WS-PREVACCT = SPACES
                   MOVE SPACES                 TO MK-B-PREVACCT
                ELSE
                   MOVE '8'                    TO WS-MA-LEAD
                   MOVE WS-MASK-ACCT           TO MK-B-PREVACCT
                END-IF.

                MOVE WS-BANKROUTE              TO MK-B-BANKROUTE.
                MOVE WS-EFFDATE                TO MK-B-EFFDATE.
                MOVE WS-SPLITPCT               TO MK-B-SPLITPCT.
                MOVE WS-SPLITAMT               TO WS-AMT-IN.
                PERFORM 8400-PERTURB-AMOUNT
                THRU    8400-EXIT.
                MOVE WS-AMT-OUT                TO MK-B-SPLITAMT.
                MOVE WS-PREVROUTE              TO MK-B-PREVROUTE.
                MOVE WS-CHANGED-TS             TO MK-B-CHANGED-TS.

                MOVE SPACES TO WS-UNMASKED-SWITCH.
                IF MK-B-BANKACCT = WS-BANKACCT
                   OR (WS-PREVACCT NOT = SPACES
                       AND MK-B-PREVACCT = WS-PREVACCT)
                   MOVE 'Y' TO WS-UNMASKED-SWITCH
                END-IF.

       4300-EXIT.
                EXIT.
      /
      ******************************************************************
      * 4500-UNLOAD-RESUME - KEY AND FORMAT ONLY; THE TEXT STAYS HERE.
      ******************************************************************
       4500-UNLOAD-RESUME.

                MOVE 6 TO WS-TX.
                MOVE SPACES TO END-OF-CURSOR-SWITCH.

                EXEC SQL
                  OPEN  C6
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

                PERFORM 4700-FETCH-RESUME
                THRU    4700-EXIT
                UNTIL END-OF-CURSOR.

                EXEC SQL
                  CLOSE  C6
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

       4500-EXIT.
                EXIT.

       4700-FETCH-RESUME.

                EXEC SQL
                    FETCH C6
                    INTO  :WS-EMPNO,
                          :WS-FORMAT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE SPACES        TO MASKDATA-REC
                         MOVE WS-EMPNO      TO MK-R-EMPNO
                         MOVE WS-FORMAT     TO MK-R-FORMAT
                         MOVE SPACES        TO WS-UNMASKED-SWITCH
                         PERFORM 6000-WRITE-MASKED
                         THRU    6000-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-CURSOR-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       4700-EXIT.
                EXIT.
      /
      ******************************************************************
      * 5000-UNLOAD-PHOTO - KEY AND FORMAT ONLY; THE PICTURE STAYS.
      ******************************************************************
       5000-UNLOAD-PHOTO.

                MOVE 7 TO WS-TX.
                MOVE SPACES TO END-OF-CURSOR-SWITCH.

                EXEC SQL
                  OPEN  C7
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

                PERFORM 5200-FETCH-PHOTO
                THRU    5200-EXIT
                UNTIL END-OF-CURSOR.

                EXEC SQL
                  CLOSE  C7
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

       5000-EXIT.
                EXIT.

       5200-FETCH-PHOTO.

                EXEC SQL
                    FETCH C7
                    INTO  :WS-EMPNO,
                          :WS-FORMAT
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE SPACES        TO MASKDATA-REC
                         MOVE WS-EMPNO      TO MK-R-EMPNO
                         MOVE WS-FORMAT     TO MK-R-FORMAT
                         MOVE SPACES        TO WS-UNMASKED-SWITCH
                         PERFORM 6000-WRITE-MASKED
                         THRU    6000-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-CURSOR-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       5200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 5500-UNLOAD-PAYROLL - EVERY AMOUNT SCALED BY THE EMPLOYEE'S
      * FACTOR, THE SAME ONE EMP.SALARY WAS, SO A PAYSLIP STILL
      * ADDS UP AGAINST THE SALARY.
      ******************************************************************
       5500-UNLOAD-PAYROLL.

                MOVE 8 TO WS-TX.
                MOVE SPACES TO END-OF-CURSOR-SWITCH.

                EXEC SQL
                  OPEN  C8
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

                PERFORM 5700-FETCH-PAYROLL
                THRU    5700-EXIT
                UNTIL END-OF-CURSOR.

                EXEC SQL
                  CLOSE  C8
                END-EXEC.
                PERFORM 8100-CHECK-SQLCODE THRU 8100-EXIT.

       5500-EXIT.
                EXIT.

       5700-FETCH-PAYROLL.

                EXEC SQL
                    FETCH C8
                    INTO  :WS-EMPNO,
                          :WS-PYEARMONTH,
                          :WS-SALARYPAID,
                          :WS-BONUSPAID,
                          :WS-COMMPAID,
                          :WS-LOP,
                          :WS-DEDUCTTOT,
                          :WS-NETPAY,
                          :WS-PAYTYPE,
                          :WS-OTPAID
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         PERFORM 5800-MASK-PAYROLL
                         THRU    5800-EXIT
                         PERFORM 6000-WRITE-MASKED
                         THRU    6000-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-CURSOR-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       5700-EXIT.
                EXIT.

       5800-MASK-PAYROLL.

                PERFORM 8200-SET-MASK-SEED
                THRU    8200-EXIT.

                MOVE SPACES                    TO MASKDATA-REC.
                MOVE WS-EMPNO                  TO MK-P-EMPNO.
                MOVE WS-PYEARMONTH             TO MK-P-PYEARMONTH.
                MOVE WS-LOP                    TO MK-P-LOP.
                MOVE WS-PAYTYPE                TO MK-P-PAYTYPE.

                MOVE WS-SALARYPAID             TO WS-AMT-IN.
                PERFORM 8400-PERTURB-AMOUNT
                THRU    8400-EXIT.
                MOVE WS-AMT-OUT                TO MK-P-SALARYPAID.
                MOVE WS-BONUSPAID              TO WS-AMT-IN.
                PERFORM 8400-PERTURB-AMOUNT
                THRU    8400-EXIT.
                MOVE WS-AMT-OUT                TO MK-P-BONUSPAID.
                MOVE WS-COMMPAID               TO WS-AMT-IN.
                PERFORM 8400-PERTURB-AMOUNT
                THRU    8400-EXIT.
                MOVE WS-AMT-OUT                TO MK-P-COMMPAID.
                MOVE WS-DEDUCTTOT              TO WS-AMT-IN.
                PERFORM 8400-PERTURB-AMOUNT
                THRU    8400-EXIT.
                MOVE WS-AMT-OUT                TO MK-P-DEDUCTTOT.
                MOVE WS-NETPAY                 TO WS-AMT-IN.
                PERFORM 8400-PERTURB-AMOUNT
                THRU    8400-EXIT.
                MOVE WS-AMT-OUT                TO MK-P-NETPAY.
                MOVE WS-OTPAID                 TO WS-AMT-IN.
                PERFORM 8400-PERTURB-AMOUNT
                THRU    8400-EXIT.
                MOVE WS-AMT-OUT                TO MK-P-OTPAID.

                MOVE SPACES TO WS-UNMASKED-SWITCH.
                IF (WS-SALARYPAID NOT = ZERO
                    AND MK-P-SALARYPAID = WS-SALARYPAID)
                   OR (WS-BONUSPAID NOT = ZERO
                       AND MK-P-BONUSPAID = WS-BONUSPAID)
                   OR (WS-COMMPAID NOT = ZERO
                       AND MK-P-COMMPAID = WS-COMMPAID)
                   OR (WS-DEDUCTTOT NOT = ZERO
                       AND MK-P-DEDUCTTOT = WS-DEDUCTTOT)
                   OR (WS-NETPAY NOT = ZERO
                       AND MK-P-NETPAY = WS-NETPAY)
                   OR (WS-OTPAID NOT = ZERO
                       AND MK-P-OTPAID = WS-OTPAID)
                   MOVE 'Y' TO WS-UNMASKED-SWITCH
                END-IF.

       5800-EXIT.
                EXIT.
      /
      ******************************************************************
      * 6000-WRITE-MASKED - A ROW THE CHECK CAUGHT IS NAMED, COUNTED
      * AND NOT WRITTEN.
      ******************************************************************
       6000-WRITE-MASKED.

                IF WS-UNMASKED
                   DISPLAY 'UNMASKED VALUE IN ' WS-CTL-NAME (WS-TX)
                           ' ROW FOR ' WS-EMPNO ' - NOT WRITTEN'
                   ADD 1 TO WS-CTL-UNMASKED (WS-TX)
                            WS-UNMASKED-TOTAL
                   GO TO 6000-EXIT
                END-IF.

                MOVE WS-CTL-NAME (WS-TX) TO MK-TABLE.
                WRITE MASKDATA-REC.
                ADD 1 TO WS-CTL-COUNT (WS-TX).

       6000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 8100-CHECK-SQLCODE - OPEN/CLOSE OUTCOME CHECK SHARED BY THE
      * UNLOADS.
      ******************************************************************
       8100-CHECK-SQLCODE.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       8100-EXIT.
                EXIT.
      /
      ******************************************************************
      * 8200-SET-MASK-SEED - FROM WS-EMPNO AND THE MASK KEY: THE SEED,
      * THE TWO NAME-LIST POSITIONS, THE PHONE EXTENSION, THE HOUSE
      * NUMBER, THE POST CODE AND THE AMOUNT FACTOR - A WHOLE PERCENT
      * WITHIN THE TOLERANCE EITHER SIDE, NEVER ZERO.
      ******************************************************************
       8200-SET-MASK-SEED.

                MOVE WS-EMPNO TO WS-MASK-EMPNO.
                INSPECT WS-MASK-EMPNO
                        CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ '
                                TO '123456789012345678901234560'.
                IF WS-MASK-EMPNO NOT NUMERIC
                   MOVE ZERO TO WS-MASK-EMPNUM
                END-IF.

                COMPUTE WS-MASK-WORK = WS-MASK-EMPNUM * 7919
                                     + WS-MASK-KEY.
                DIVIDE WS-MASK-WORK BY 99991 GIVING WS-MASK-QUOT
                       REMAINDER WS-MASK-SEED.

                DIVIDE WS-MASK-SEED BY 20 GIVING WS-MASK-QUOT
                       REMAINDER WS-MASK-IX1.
                ADD 1 TO WS-MASK-IX1.
                DIVIDE WS-MASK-QUOT BY 20 GIVING WS-MASK-QUOT
                       REMAINDER WS-MASK-IX2.
                ADD 1 TO WS-MASK-IX2.

                DIVIDE WS-MASK-SEED BY 10000 GIVING WS-MASK-QUOT
                       REMAINDER WS-MASK-PHONE.
                DIVIDE WS-MASK-SEED BY 900 GIVING WS-MASK-QUOT
                       REMAINDER WS-MASK-HOUSE.
                ADD 100 TO WS-MASK-HOUSE.
                MOVE WS-MASK-SEED TO WS-MP-SEED.

                COMPUTE WS-MASK-SPREAD = WS-TOLERANCE * 2 + 1.
                DIVIDE WS-MASK-SEED BY WS-MASK-SPREAD
                       GIVING WS-MASK-QUOT REMAINDER WS-MASK-PCT.
                SUBTRACT WS-TOLERANCE FROM WS-MASK-PCT.
                IF WS-MASK-PCT = ZERO
                   MOVE 1 TO WS-MASK-PCT
                END-IF.
                COMPUTE WS-MASK-FACTOR = 1 + WS-MASK-PCT / 100.

       8200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 8300-MASK-DATE - A BIRTH DATE KEEPS ITS YEAR (AGE BANDS STILL
      * WORK) AND BECOMES 1 JULY, OR 1 JANUARY IF IT WAS 1 JULY.
      ******************************************************************
       8300-MASK-DATE.

                IF WS-DATE-IN = SPACES
                   MOVE SPACES TO WS-DATE-OUT
                   GO TO 8300-EXIT
                END-IF.

                MOVE WS-DATE-IN (1:4) TO WS-DATE-OUT (1:4).
                IF WS-DATE-IN (5:6) = '-07-01'
                   MOVE '-01-01' TO WS-DATE-OUT (5:6)
                ELSE
                   MOVE '-07-01' TO WS-DATE-OUT (5:6)
                END-IF.

       8300-EXIT.
                EXIT.
      /
      ******************************************************************
      * 8400-PERTURB-AMOUNT - A NON-ZERO AMOUNT THE ROUNDING WOULD
      * LEAVE UNCHANGED MOVES BY ONE CENT.
      ******************************************************************
       8400-PERTURB-AMOUNT.

                COMPUTE WS-AMT-OUT ROUNDED = WS-AMT-IN * WS-MASK-FACTOR.

                IF WS-AMT-IN NOT = ZERO
                   AND WS-AMT-OUT = WS-AMT-IN
                   IF WS-MASK-PCT GREATER THAN ZERO
                      ADD 0.01 TO WS-AMT-OUT
                   ELSE
                      SUBTRACT 0.01 FROM WS-AMT-OUT
                   END-IF
                END-IF.

       8400-EXIT.
                EXIT.
      /
      ******************************************************************
      * 8500-WRITE-CONTROL
      ******************************************************************
       8500-WRITE-CONTROL.

                MOVE WS-CTL-NAME (WS-TX)     TO MC-TABLE.
                MOVE WS-CTL-COUNT (WS-TX)    TO MC-COUNT.
                MOVE WS-CTL-UNMASKED (WS-TX) TO MC-UNMASKED.
                WRITE MASKCNT-REC.

                DISPLAY WS-CTL-NAME (WS-TX) ' ROWS UNLOADED = '
                        WS-CTL-COUNT (WS-TX) ' UNMASKED = '
                        WS-CTL-UNMASKED (WS-TX).

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
