      *-----------------------------------------------------------------
      *     COBMSKLD - MASKED TEST COPY LOAD. RUNS AGAINST THE TEST
      *                SUBSYSTEM AND LOADS THE MASKDATA DATASET
      *                COBMSKUL UNLOADED FROM PRODUCTION, IN THE
      *                COBBKOUT RELOAD PATTERN:
      *                  - EMP_ADDRESS, EMP_DEPENDENT, EMP_BANK_ACCT,
      *                    EMP_RESUME, EMP_PHOTO AND PAYROLL ARE
      *                    EMPTIED AND RELOADED;
      *                  - SUBSIDIARY AND EMP ARE UPDATED IN PLACE OR
      *                    ADDED, SINCE TEST-ONLY ROWS MAY HANG OFF
      *                    THEM. A SUBSIDIARY ADDED HERE GETS A BLANK
      *                    PASSWORD AND SALT (SET ONE THROUGH COBSUBMN
      *                    BEFORE SIGNING ON); AN EXISTING ONE KEEPS
      *                    ITS TEST CREDENTIALS - NO PRODUCTION
      *                    CREDENTIAL IS EVER ON THE FILE;
      *                  - EMP_RESUME AND EMP_PHOTO ROWS GET PLACEHOLDER
      *                    CONTENT IN THE UNLOADED FORMAT;
      *                  - THE SYNTHETIC BANK ACCOUNT NUMBERS ARE
      *                    ENCIPHERED THROUGH COBACCTC UNDER THE TEST
      *                    SUBSYSTEM'S KEY AND STORED MASKED, AS
      *                    COBBNKMN STORES THEM.
      *                THE MASKCNT CONTROL FILE IS READ FIRST - IF THE
      *                UNLOAD FOUND ANY UNMASKED VALUE, OR THE FILE IS
      *                INCOMPLETE, NOTHING IS LOADED. THE CONTROL
      *                REPORT PRINTS, PER TABLE, THE PRODUCTION ROWS
      *                UNLOADED, THE ROWS LOADED, THE ROWS NOW ON THE
      *                TEST TABLE AND THE UNMASKED COUNT, AND ANY
      *                TABLE WHOSE COUNTS DO NOT AGREE ENDS THE STEP
      *                CC 8. TAKES NO PARAMETERS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBMSKLD.
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
       77  END-OF-FILE-SWITCH     PIC X          VALUE  SPACES.
               88  END-OF-FILE                   VALUE  'Y'.
       77  WS-TABLE-FOUND-SW      PIC X          VALUE  SPACES.
               88  WS-TABLE-FOUND                VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-RUN-DATE            PIC X(10).
       01  WS-TX                  PIC S9(4) USAGE COMP.
       01  WS-CONTROL-READ        PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-UNMASKED-TOTAL      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-UNKNOWN-COUNT       PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-MISMATCH-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SUB-ADDED           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-SUB-UPDATED         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-EMP-ADDED           PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-EMP-UPDATED         PIC S9(9) USAGE COMP VALUE ZERO.
       01  WS-RESUME-TEXT         PIC X(40)
                VALUE 'RESUME WITHHELD FROM THE TEST COPY'.
       01  WS-PHOTO-TEXT          PIC X(40)
                VALUE 'PHOTO WITHHELD FROM THE TEST COPY'.

      ******************************************************************
      * ONE MASKED ROW AS LOADED, WITH THE NULL INDICATORS - A BLANK
      * NULLABLE COLUMN ON THE FILE GOES BACK AS NULL.
      ******************************************************************
       01  WS-SUBID               PIC X(4).
       01  WS-SUBNAME             PIC X(10).
       01  WS-CURRENCY            PIC X(3).
       01  WS-CURRENCY-IND        PIC S9(4) USAGE COMP.
       01  WS-EMPNO               PIC X(6).
       01  WS-FIRSTNME            PIC X(12).
       01  WS-MIDINIT             PIC X(1).
       01  WS-LASTNAME            PIC X(15).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-WORKDEPT-IND        PIC S9(4) USAGE COMP.
       01  WS-PHONENO             PIC X(4).
       01  WS-PHONENO-IND         PIC S9(4) USAGE COMP.
       01  WS-HIREDATE            PIC X(10).
       01  WS-HIREDATE-IND        PIC S9(4) USAGE COMP.
       01  WS-JOB                 PIC X(8).
       01  WS-JOB-IND             PIC S9(4) USAGE COMP.
       01  WS-EDLEVEL             PIC S9(4) USAGE COMP.
       01  WS-SEX                 PIC X(1).
       01  WS-SEX-IND             PIC S9(4) USAGE COMP.
       01  WS-BIRTHDATE           PIC X(10).
       01  WS-BIRTHDATE-IND       PIC S9(4) USAGE COMP.
       01  WS-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BONUS               PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-COMM                PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ADDRTYPE            PIC X(1).
       01  WS-EFFDATE             PIC X(10).
       01  WS-ADDRLINE1           PIC X(30).
       01  WS-ADDRLINE2           PIC X(30).
       01  WS-ADDRLINE2-IND       PIC S9(4) USAGE COMP.
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
       01  WS-PREVACCT-IND        PIC S9(4) USAGE COMP.
       01  WS-PREVROUTE           PIC X(9).
       01  WS-PREVROUTE-IND       PIC S9(4) USAGE COMP.
       01  WS-CHANGED-TS          PIC X(26).
       01  WS-CHANGED-TS-IND      PIC S9(4) USAGE COMP.
       01  WS-BANKACCT-ENC        PIC X(32).
       01  WS-PREVACCT-ENC        PIC X(32).
       01  WS-ACCTC-FUNCTION      PIC X(1)  VALUE 'E'.
       01  WS-ACCTC-CLEAR         PIC X(20).
       01  WS-ACCTC-CIPHER        PIC X(32).
       01  WS-ACCTC-MASKED        PIC X(20).
       01  WS-ACCTC-RC            PIC S9(9) USAGE COMP.
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
      * PER TABLE CONTROL COUNTS, IN LOAD ORDER
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
              10 WS-CTL-PROD      PIC S9(9) USAGE COMP.
              10 WS-CTL-UNMASKED  PIC S9(9) USAGE COMP.
              10 WS-CTL-LOADED    PIC S9(9) USAGE COMP.
              10 WS-CTL-TEST      PIC S9(9) USAGE COMP.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(14).
           10 FILLER              PIC X(38)
                VALUE 'MASKED TEST COPY - CONTROL REPORT'.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE:'.
           10 WS-HDR-RUN-DATE     PIC X(10).
           10 FILLER              PIC X(60).

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(2).
           10 FILLER              PIC X(10)  VALUE 'TABLE'.
           10 FILLER              PIC X(13)  VALUE '    PROD ROWS'.
           10 FILLER              PIC X(13)  VALUE '       LOADED'.
           10 FILLER              PIC X(13)  VALUE '    TEST ROWS'.
           10 FILLER              PIC X(13)  VALUE '     UNMASKED'.
           10 FILLER              PIC X(3).
           10 FILLER              PIC X(30)  VALUE 'RESULT'.
           10 FILLER              PIC X(35).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-RPT-TABLE        PIC X(8).
           10 FILLER              PIC X(4).
           10 WS-RPT-PROD         PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RPT-LOADED       PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RPT-TEST         PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-RPT-UNMASKED     PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(3).
           10 WS-RPT-RESULT       PIC X(30).
           10 FILLER              PIC X(35).

       01  WS-RPT-COUNT.
           10 FILLER              PIC X(2).
           10 WS-CNT-LABEL        PIC X(36).
           10 WS-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(83).

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBMSKLD'.
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
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

                EXEC SQL
                     SET :WS-RUN-DATE = CHAR(CURRENT DATE, ISO)
                END-EXEC.

                PERFORM 1000-READ-CONTROL
                THRU    1000-EXIT.

                IF WS-CONTROL-READ NOT = 8
                   DISPLAY 'MASKCNT CONTROL FILE IS INCOMPLETE - '
                           WS-CONTROL-READ ' OF 8 TABLES - NOTHING '
                           'LOADED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                END-IF.

                IF WS-UNMASKED-TOTAL GREATER THAN ZERO
                   DISPLAY 'THE UNLOAD FOUND ' WS-UNMASKED-TOTAL
                           ' UNMASKED ROWS - NOTHING LOADED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                END-IF.

                PERFORM 2000-CLEAR-TEST
                THRU    2000-EXIT.

                OPEN INPUT MASKDATA.

                MOVE SPACES TO END-OF-FILE-SWITCH.

                PERFORM 3000-LOAD-RECORD
                THRU    3000-EXIT
                UNTIL END-OF-FILE.

                CLOSE MASKDATA.

                PERFORM 5000-COUNT-TEST
                THRU    5000-EXIT.

                MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-COLUMNS.

                PERFORM 6000-PRINT-TABLE
                THRU    6000-EXIT
                VARYING WS-TX FROM 1 BY 1
                UNTIL   WS-TX GREATER THAN 8.

                MOVE 'TABLES WITH COUNTS THAT DISAGREE' TO WS-CNT-LABEL.
                MOVE WS-MISMATCH-COUNT                  TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'UNMASKED VALUES FOUND BY THE UNLOAD'
                                                        TO WS-CNT-LABEL.
                MOVE WS-UNMASKED-TOTAL                  TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'SUBSIDIARY CREDENTIALS COPIED'    TO WS-CNT-LABEL.
                MOVE ZERO                               TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'SUBSIDIARIES ADDED - NO PASSWORD' TO WS-CNT-LABEL.
                MOVE WS-SUB-ADDED                       TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'SUBSIDIARIES UPDATED - TEST PASSWORD'
                                                        TO WS-CNT-LABEL.
                MOVE WS-SUB-UPDATED                     TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'EMPLOYEES ADDED'                  TO WS-CNT-LABEL.
                MOVE WS-EMP-ADDED                       TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                MOVE 'EMPLOYEES UPDATED'                TO WS-CNT-LABEL.
                MOVE WS-EMP-UPDATED                     TO WS-CNT-VALUE.
                PRINT WS-RPT-COUNT.

                IF WS-UNKNOWN-COUNT GREATER THAN ZERO
                   MOVE 'RECORDS FOR NO KNOWN TABLE'    TO WS-CNT-LABEL
                   MOVE WS-UNKNOWN-COUNT                TO WS-CNT-VALUE
                   PRINT WS-RPT-COUNT
                   ADD 1 TO WS-MISMATCH-COUNT
                END-IF.

                DISPLAY 'TABLES MISMATCHED = ' WS-MISMATCH-COUNT.

                IF WS-MISMATCH-COUNT GREATER THAN ZERO
                   MOVE 8 TO RETURN-CODE
                END-IF.

                GOBACK.
      /
      ******************************************************************
      * 1000-READ-CONTROL - THE UNLOAD'S COUNTS, ONE RECORD A TABLE.
      ******************************************************************
       1000-READ-CONTROL.

                PERFORM 1100-CLEAR-CONTROL
                THRU    1100-EXIT
                VARYING WS-TX FROM 1 BY 1
                UNTIL   WS-TX GREATER THAN 8.

                OPEN INPUT MASKCNT.

                MOVE SPACES TO END-OF-FILE-SWITCH.

                PERFORM 1200-READ-CONTROL-REC
                THRU    1200-EXIT
                UNTIL END-OF-FILE.

                CLOSE MASKCNT.

       1000-EXIT.
                EXIT.

       1100-CLEAR-CONTROL.

                MOVE ZERO TO WS-CTL-PROD (WS-TX)
                             WS-CTL-UNMASKED (WS-TX)
                             WS-CTL-LOADED (WS-TX)
                             WS-CTL-TEST (WS-TX).

       1100-EXIT.
                EXIT.

       1200-READ-CONTROL-REC.

                READ MASKCNT
                    AT END
                       MOVE 'Y' TO END-OF-FILE-SWITCH
                       GO TO 1200-EXIT
                END-READ.

                MOVE MC-TABLE TO MK-TABLE.
                PERFORM 8000-FIND-TABLE
                THRU    8000-EXIT.

                IF WS-TABLE-FOUND
                   MOVE MC-COUNT    TO WS-CTL-PROD (WS-TX)
                   MOVE MC-UNMASKED TO WS-CTL-UNMASKED (WS-TX)
                   ADD MC-UNMASKED  TO WS-UNMASKED-TOTAL
                   ADD 1            TO WS-CONTROL-READ
                END-IF.

       1200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2000-CLEAR-TEST - THE CHILD TABLES ARE RELOADED WHOLE.
      ******************************************************************
       2000-CLEAR-TEST.

                EXEC SQL
                    DELETE FROM PAYROLL
                END-EXEC.
                PERFORM 8100-CHECK-DELETE THRU 8100-EXIT.

                EXEC SQL
                    DELETE FROM EMP_PHOTO
                END-EXEC.
                PERFORM 8100-CHECK-DELETE THRU 8100-EXIT.

                EXEC SQL
                    DELETE FROM EMP_RESUME
                END-EXEC.
                PERFORM 8100-CHECK-DELETE THRU 8100-EXIT.

                EXEC SQL
                    DELETE FROM EMP_BANK_ACCT
                END-EXEC.
                PERFORM 8100-CHECK-DELETE THRU 8100-EXIT.

                EXEC SQL
                    DELETE FROM EMP_DEPENDENT
                END-EXEC.
                PERFORM 8100-CHECK-DELETE THRU 8100-EXIT.

                EXEC SQL
                    DELETE FROM EMP_ADDRESS
                END-EXEC.
                PERFORM 8100-CHECK-DELETE THRU 8100-EXIT.

       2000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3000-LOAD-RECORD - THE FILE IS IN PARENT-FIRST ORDER.
      ******************************************************************
       3000-LOAD-RECORD.

                READ MASKDATA
                    AT END
                       MOVE 'Y' TO END-OF-FILE-SWITCH
                       GO TO 3000-EXIT
                END-READ.

                PERFORM 8000-FIND-TABLE
                THRU    8000-EXIT.

                IF NOT WS-TABLE-FOUND
                   DISPLAY 'RECORD FOR UNKNOWN TABLE ' MK-TABLE
                   ADD 1 TO WS-UNKNOWN-COUNT
                   GO TO 3000-EXIT
                END-IF.

                EVALUATE WS-TX
                    WHEN 1
                         PERFORM 3100-LOAD-SUBSIDIARY
                         THRU    3100-EXIT
                    WHEN 2
                         PERFORM 3200-LOAD-EMP
                         THRU    3200-EXIT
                    WHEN 3
                         PERFORM 3300-LOAD-ADDRESS
                         THRU    3300-EXIT
                    WHEN 4
                         PERFORM 3400-LOAD-DEPENDENT
                         THRU    3400-EXIT
                    WHEN 5
                         PERFORM 3500-LOAD-BANK
                         THRU    3500-EXIT
                    WHEN 6
                         PERFORM 3600-LOAD-RESUME
                         THRU    3600-EXIT
                    WHEN 7
                         PERFORM 3700-LOAD-PHOTO
                         THRU    3700-EXIT
                    WHEN 8
                         PERFORM 3800-LOAD-PAYROLL
                         THRU    3800-EXIT
                END-EVALUATE.

       3000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3100-LOAD-SUBSIDIARY - NAME AND CURRENCY ONLY; A NEW ROW GETS
      * A BLANK PASSWORD AND SALT.
      ******************************************************************
       3100-LOAD-SUBSIDIARY.

                MOVE MK-S-SUBID    TO WS-SUBID.
                MOVE MK-S-SUBNAME  TO WS-SUBNAME.
                MOVE MK-S-CURRENCY TO WS-CURRENCY.
                MOVE ZERO          TO WS-CURRENCY-IND.
                IF WS-CURRENCY = SPACES
                   MOVE -1 TO WS-CURRENCY-IND
                END-IF.

                EXEC SQL
                    UPDATE SUBSIDIARY
                       SET SUBNAME  = :WS-SUBNAME,
                           CURRENCY = :WS-CURRENCY :WS-CURRENCY-IND
                     WHERE SUBID = :WS-SUBID
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-SUB-UPDATED
                                  WS-CTL-LOADED (WS-TX)
                         GO TO 3100-EXIT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    INSERT INTO SUBSIDIARY
                         (SUBID, SUBNAME, SUBPASSWORD, SUBSALT,
                          CURRENCY, PWD_CHANGED_TS)
                    VALUES
                         (:WS-SUBID, :WS-SUBNAME, ' ', ' ',
                          :WS-CURRENCY :WS-CURRENCY-IND, NULL)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-SUB-ADDED
                                  WS-CTL-LOADED (WS-TX)
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3100-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3200-LOAD-EMP
      ******************************************************************
       3200-LOAD-EMP.

                MOVE MK-E-EMPNO     TO WS-EMPNO.
                MOVE MK-E-FIRSTNME  TO WS-FIRSTNME.
                MOVE MK-E-MIDINIT   TO WS-MIDINIT.
                MOVE MK-E-LASTNAME  TO WS-LASTNAME.
                MOVE MK-E-WORKDEPT  TO WS-WORKDEPT.
                MOVE MK-E-PHONENO   TO WS-PHONENO.
                MOVE MK-E-HIREDATE  TO WS-HIREDATE.
                MOVE MK-E-JOB       TO WS-JOB.
                MOVE MK-E-EDLEVEL   TO WS-EDLEVEL.
                MOVE MK-E-SEX       TO WS-SEX.
                MOVE MK-E-BIRTHDATE TO WS-BIRTHDATE.
                MOVE MK-E-SALARY    TO WS-SALARY.
                MOVE MK-E-BONUS     TO WS-BONUS.
                MOVE MK-E-COMM      TO WS-COMM.

                MOVE ZERO TO WS-WORKDEPT-IND
                             WS-PHONENO-IND
                             WS-HIREDATE-IND
                             WS-JOB-IND
                             WS-SEX-IND
                             WS-BIRTHDATE-IND.
                IF WS-WORKDEPT = SPACES
                   MOVE -1 TO WS-WORKDEPT-IND
                END-IF.
                IF WS-PHONENO = SPACES
                   MOVE -1 TO WS-PHONENO-IND
                END-IF.
                IF WS-HIREDATE = SPACES
                   MOVE -1 TO WS-HIREDATE-IND
                END-IF.
                IF WS-JOB = SPACES
                   MOVE -1 TO WS-JOB-IND
                END-IF.
                IF WS-SEX = SPACES
                   MOVE -1 TO WS-SEX-IND
                END-IF.
                IF WS-BIRTHDATE = SPACES
                   MOVE -1 TO WS-BIRTHDATE-IND
                END-IF.

                EXEC SQL
                    UPDATE EMP
                       SET FIRSTNME  = :WS-FIRSTNME,
                           MIDINIT   = :WS-MIDINIT,
                           LASTNAME  = :WS-LASTNAME,
                           WORKDEPT  = :WS-WORKDEPT :WS-WORKDEPT-IND,
                           PHONENO   = :WS-PHONENO :WS-PHONENO-IND,
                           HIREDATE  = :WS-HIREDATE :WS-HIREDATE-IND,
                           JOB       = :WS-JOB :WS-JOB-IND,
                           EDLEVEL   = :WS-EDLEVEL,
                           SEX       = :WS-SEX :WS-SEX-IND,
                           BIRTHDATE = :WS-BIRTHDATE
                                       :WS-BIRTHDATE-IND,
                           SALARY    = :WS-SALARY,
                           BONUS     = :WS-BONUS,
                           COMM      = :WS-COMM
                     WHERE EMPNO = :WS-EMPNO
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-EMP-UPDATED
                                  WS-CTL-LOADED (WS-TX)
                         GO TO 3200-EXIT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    INSERT INTO EMP
                         (EMPNO, FIRSTNME, MIDINIT, LASTNAME,
                          WORKDEPT, PHONENO, HIREDATE, JOB,
                          EDLEVEL, SEX, BIRTHDATE, SALARY,
                          BONUS, COMM)
                    VALUES
                         (:WS-EMPNO, :WS-FIRSTNME, :WS-MIDINIT,
                          :WS-LASTNAME,
                          :WS-WORKDEPT :WS-WORKDEPT-IND,
                          :WS-PHONENO :WS-PHONENO-IND,
                          :WS-HIREDATE :WS-HIREDATE-IND,
                          :WS-JOB :WS-JOB-IND,
                          :WS-EDLEVEL,
                          :WS-SEX :WS-SEX-IND,
                          :WS-BIRTHDATE :WS-BIRTHDATE-IND,
                          :WS-SALARY, :WS-BONUS, :WS-COMM)
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-EMP-ADDED
                                  WS-CTL-LOADED (WS-TX)
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3300-LOAD-ADDRESS
      ******************************************************************
       3300-LOAD-ADDRESS.

                MOVE MK-A-EMPNO     TO WS-EMPNO.
                MOVE MK-A-ADDRTYPE  TO WS-ADDRTYPE.
                MOVE MK-A-EFFDATE   TO WS-EFFDATE.
                MOVE MK-A-ADDRLINE1 TO WS-ADDRLINE1.
                MOVE MK-A-ADDRLINE2 TO WS-ADDRLINE2.
                MOVE MK-A-CITY      TO WS-CITY.
                MOVE MK-A-POSTCODE  TO WS-POSTCODE.
                MOVE MK-A-COUNTRY   TO WS-COUNTRY.
                MOVE ZERO           TO WS-ADDRLINE2-IND.
                IF WS-ADDRLINE2 = SPACES
                   MOVE -1 TO WS-ADDRLINE2-IND
                END-IF.

                EXEC SQL
                    INSERT INTO EMP_ADDRESS
                         (EMPNO, ADDRTYPE, EFFDATE, ADDRLINE1,
                          ADDRLINE2, CITY, POSTCODE, COUNTRY)
                    VALUES
                         (:WS-EMPNO, :WS-ADDRTYPE, :WS-EFFDATE,
                          :WS-ADDRLINE1,
                          :WS-ADDRLINE2 :WS-ADDRLINE2-IND,
                          :WS-CITY, :WS-POSTCODE, :WS-COUNTRY)
                END-EXEC.

                PERFORM 8200-CHECK-INSERT THRU 8200-EXIT.

       3300-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3400-LOAD-DEPENDENT
      ******************************************************************
       3400-LOAD-DEPENDENT.

                MOVE MK-D-EMPNO     TO WS-EMPNO.
                MOVE MK-D-DEPSEQ    TO WS-DEPSEQ.
                MOVE MK-D-DEPNAME   TO WS-DEPNAME.
                MOVE MK-D-RELATION  TO WS-RELATIONSHIP.
                MOVE MK-D-BIRTHDATE TO WS-BIRTHDATE.
                MOVE MK-D-BENEF-PCT TO WS-BENEF-PCT.
                MOVE ZERO           TO WS-BIRTHDATE-IND.
                IF WS-BIRTHDATE = SPACES
                   MOVE -1 TO WS-BIRTHDATE-IND
                END-IF.

                EXEC SQL
                    INSERT INTO EMP_DEPENDENT
                         (EMPNO, DEPSEQ, DEPNAME, RELATIONSHIP,
                          BIRTHDATE, BENEF_PCT)
                    VALUES
                         (:WS-EMPNO, :WS-DEPSEQ, :WS-DEPNAME,
                          :WS-RELATIONSHIP,
                          :WS-BIRTHDATE :WS-BIRTHDATE-IND,
                          :WS-BENEF-PCT)
                END-EXEC.

                PERFORM 8200-CHECK-INSERT THRU 8200-EXIT.

       3400-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3500-LOAD-BANK
      ******************************************************************
       3500-LOAD-BANK.

                MOVE MK-B-EMPNO      TO WS-EMPNO.
                MOVE MK-B-ACCTSEQ    TO WS-ACCTSEQ.
                MOVE MK-B-BANKROUTE  TO WS-BANKROUTE.
                MOVE MK-B-EFFDATE    TO WS-EFFDATE.
                MOVE MK-B-SPLITPCT   TO WS-SPLITPCT.
                MOVE MK-B-SPLITAMT   TO WS-SPLITAMT.
                MOVE MK-B-PREVROUTE  TO WS-PREVROUTE.
                MOVE MK-B-CHANGED-TS TO WS-CHANGED-TS.
                MOVE ZERO TO WS-PREVACCT-IND
                             WS-PREVROUTE-IND
                             WS-CHANGED-TS-IND.

                MOVE MK-B-BANKACCT   TO WS-ACCTC-CLEAR.
                PERFORM 3550-ENCIPHER
                THRU    3550-EXIT.
                IF WS-ACCTC-RC NOT = ZERO
                   GO TO 3500-EXIT
                END-IF.
                MOVE WS-ACCTC-MASKED TO WS-BANKACCT.
                MOVE WS-ACCTC-CIPHER TO WS-BANKACCT-ENC.

                MOVE SPACES          TO WS-PREVACCT
                                        WS-PREVACCT-ENC.
                IF MK-B-PREVACCT = SPACES
                   MOVE -1 TO WS-PREVACCT-IND
                ELSE
                   MOVE MK-B-PREVACCT   TO WS-ACCTC-CLEAR
                   PERFORM 3550-ENCIPHER
                   THRU    3550-EXIT
                   IF WS-ACCTC-RC NOT = ZERO
                      GO TO 3500-EXIT
                   END-IF
                   MOVE WS-ACCTC-MASKED TO WS-PREVACCT
                   MOVE WS-ACCTC-CIPHER TO WS-PREVACCT-ENC
                END-IF.

                IF WS-PREVROUTE = SPACES
                   MOVE -1 TO WS-PREVROUTE-IND
                END-IF.
                IF WS-CHANGED-TS = SPACES
                   MOVE -1 TO WS-CHANGED-TS-IND
                END-IF.

                EXEC SQL
                    INSERT INTO EMP_BANK_ACCT
                         (EMPNO, ACCTSEQ, BANKACCT, BANKROUTE,
                          EFFDATE, SPLITPCT, SPLITAMT, PREVACCT,
                          PREVROUTE, CHANGED_TS, BANKACCT_ENC,
                          PREVACCT_ENC)
                    VALUES
                         (:WS-EMPNO, :WS-ACCTSEQ, :WS-BANKACCT,
                          :WS-BANKROUTE, :WS-EFFDATE, :WS-SPLITPCT,
                          :WS-SPLITAMT,
                          :WS-PREVACCT :WS-PREVACCT-IND,
                          :WS-PREVROUTE :WS-PREVROUTE-IND,
                          :WS-CHANGED-TS :WS-CHANGED-TS-IND,
                          :WS-BANKACCT-ENC,
                          :WS-PREVACCT-ENC :WS-PREVACCT-IND)
                END-EXEC.

                PERFORM 8200-CHECK-INSERT THRU 8200-EXIT.

       3500-EXIT.
                EXIT.

      ******************************************************************
      * 3550-ENCIPHER - WS-ACCTC-CLEAR TO ITS CIPHERTEXT AND MASKED
      * FORM. A ROW THAT WILL NOT ENCIPHER IS NAMED AND LEFT OUT; THE
      * CONTROL REPORT THEN SHOWS THE TABLE SHORT.
      ******************************************************************
       3550-ENCIPHER.

                CALL 'COBACCTC' USING WS-ACCTC-FUNCTION,
                     WS-ACCTC-CLEAR, WS-ACCTC-CIPHER,
                     WS-ACCTC-MASKED, WS-ACCTC-RC.

                MOVE SPACES TO WS-ACCTC-CLEAR.

                IF WS-ACCTC-RC NOT = ZERO
                   DISPLAY 'ACCOUNT COULD NOT BE ENCIPHERED FOR '
                           WS-EMPNO ' - NOT LOADED'
                END-IF.

       3550-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3600-LOAD-RESUME - PLACEHOLDER TEXT IN THE UNLOADED FORMAT.
      ******************************************************************
       3600-LOAD-RESUME.

                MOVE MK-R-EMPNO  TO WS-EMPNO.
                MOVE MK-R-FORMAT TO WS-FORMAT.

                EXEC SQL
                    INSERT INTO EMP_RESUME
                         (EMPNO, RESUME_FORMAT, RESUME)
                    VALUES
                         (:WS-EMPNO, :WS-FORMAT,
                          CLOB(RTRIM(:WS-RESUME-TEXT)))
                END-EXEC.

                PERFORM 8200-CHECK-INSERT THRU 8200-EXIT.

       3600-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3700-LOAD-PHOTO - PLACEHOLDER PICTURE IN THE UNLOADED FORMAT.
      ******************************************************************
       3700-LOAD-PHOTO.

                MOVE MK-R-EMPNO  TO WS-EMPNO.
                MOVE MK-R-FORMAT TO WS-FORMAT.

                EXEC SQL
                    INSERT INTO EMP_PHOTO
                         (EMPNO, PHOTO_FORMAT, PICTURE)
                    VALUES
                         (:WS-EMPNO, :WS-FORMAT,
                          BLOB(RTRIM(:WS-PHOTO-TEXT)))
                END-EXEC.

                PERFORM 8200-CHECK-INSERT THRU 8200-EXIT.

       3700-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3800-LOAD-PAYROLL
      ******************************************************************
       3800-LOAD-PAYROLL.

                MOVE MK-P-EMPNO      TO WS-EMPNO.
                MOVE MK-P-PYEARMONTH TO WS-PYEARMONTH.
                MOVE MK-P-SALARYPAID TO WS-SALARYPAID.
                MOVE MK-P-BONUSPAID  TO WS-BONUSPAID.
                MOVE MK-P-COMMPAID   TO WS-COMMPAID.
                MOVE MK-P-LOP        TO WS-LOP.
                MOVE MK-P-DEDUCTTOT  TO WS-DEDUCTTOT.
                MOVE MK-P-NETPAY     TO WS-NETPAY.
                MOVE MK-P-PAYTYPE    TO WS-PAYTYPE.
                MOVE MK-P-OTPAID     TO WS-OTPAID.

                EXEC SQL
                    INSERT INTO PAYROLL
                         (EMPNO, PYEARMONTH, SALARYPAID, BONUSPAID,
                          COMMPAID, LOP, DEDUCTTOT, NETPAY, PAYTYPE,
                          OTPAID)
                    VALUES
                         (:WS-EMPNO, :WS-PYEARMONTH, :WS-SALARYPAID,
                          :WS-BONUSPAID, :WS-COMMPAID, :WS-LOP,
                          :WS-DEDUCTTOT, :WS-NETPAY, :WS-PAYTYPE,
                          :WS-OTPAID)
                END-EXEC.

                PERFORM 8200-CHECK-INSERT THRU 8200-EXIT.

       3800-EXIT.
                EXIT.
      /
      ******************************************************************
      * 5000-COUNT-TEST - WHAT THE TEST TABLES HOLD AFTER THE LOAD.
      ******************************************************************
       5000-COUNT-TEST.

                EXEC SQL
                    SELECT COUNT(*) INTO :WS-CTL-TEST (1)
                      FROM SUBSIDIARY
                END-EXEC.
                PERFORM 8300-CHECK-COUNT THRU 8300-EXIT.

                EXEC SQL
                    SELECT COUNT(*) INTO :WS-CTL-TEST (2)
                      FROM EMP
                END-EXEC.
                PERFORM 8300-CHECK-COUNT THRU 8300-EXIT.

                EXEC SQL
                    SELECT COUNT(*) INTO :WS-CTL-TEST (3)
                      FROM EMP_ADDRESS
                END-EXEC.
                PERFORM 8300-CHECK-COUNT THRU 8300-EXIT.

                EXEC SQL
                    SELECT COUNT(*) INTO :WS-CTL-TEST (4)
                      FROM EMP_DEPENDENT
                END-EXEC.
                PERFORM 8300-CHECK-COUNT THRU 8300-EXIT.

                EXEC SQL
                    SELECT COUNT(*) INTO :WS-CTL-TEST (5)
                      FROM EMP_BANK_ACCT
                END-EXEC.
                PERFORM 8300-CHECK-COUNT THRU 8300-EXIT.

                EXEC SQL
                    SELECT COUNT(*) INTO :WS-CTL-TEST (6)
                      FROM EMP_RESUME
                END-EXEC.
                PERFORM 8300-CHECK-COUNT THRU 8300-EXIT.

                EXEC SQL
                    SELECT COUNT(*) INTO :WS-CTL-TEST (7)
                      FROM EMP_PHOTO
                END-EXEC.
                PERFORM 8300-CHECK-COUNT THRU 8300-EXIT.

                EXEC SQL
                    SELECT COUNT(*) INTO :WS-CTL-TEST (8)
                      FROM PAYROLL
                END-EXEC.
                PERFORM 8300-CHECK-COUNT THRU 8300-EXIT.

       5000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 6000-PRINT-TABLE - PRODUCTION AND LOADED MUST AGREE. A
      * RELOADED TABLE MUST HOLD EXACTLY WHAT WAS LOADED; SUBSIDIARY
      * AND EMP MAY ALSO HOLD TEST-ONLY ROWS.
      ******************************************************************
       6000-PRINT-TABLE.

                MOVE WS-CTL-NAME (WS-TX)     TO WS-RPT-TABLE.
                MOVE WS-CTL-PROD (WS-TX)     TO WS-RPT-PROD.
                MOVE WS-CTL-LOADED (WS-TX)   TO WS-RPT-LOADED.
                MOVE WS-CTL-TEST (WS-TX)     TO WS-RPT-TEST.
                MOVE WS-CTL-UNMASKED (WS-TX) TO WS-RPT-UNMASKED.

                EVALUATE TRUE
                    WHEN WS-CTL-UNMASKED (WS-TX) GREATER THAN ZERO
                         MOVE 'UNMASKED VALUES'   TO WS-RPT-RESULT
                         ADD 1 TO WS-MISMATCH-COUNT
                    WHEN WS-CTL-LOADED (WS-TX)
                         NOT = WS-CTL-PROD (WS-TX)
                         MOVE 'MISMATCH - LOADED V PRODUCTION'
                                                  TO WS-RPT-RESULT
                         ADD 1 TO WS-MISMATCH-COUNT
                    WHEN WS-TX GREATER THAN 2
                     AND WS-CTL-TEST (WS-TX)
                         NOT = WS-CTL-LOADED (WS-TX)
                         MOVE 'MISMATCH - TEST V LOADED'
                                                  TO WS-RPT-RESULT
                         ADD 1 TO WS-MISMATCH-COUNT
                    WHEN WS-CTL-TEST (WS-TX)
                         LESS THAN WS-CTL-LOADED (WS-TX)
                         MOVE 'MISMATCH - TEST V LOADED'
                                                  TO WS-RPT-RESULT
                         ADD 1 TO WS-MISMATCH-COUNT
                    WHEN WS-CTL-TEST (WS-TX)
                         GREATER THAN WS-CTL-LOADED (WS-TX)
                         MOVE 'MATCHED - TEST-ONLY ROWS KEPT'
                                                  TO WS-RPT-RESULT
                    WHEN OTHER
                         MOVE 'MATCHED'           TO WS-RPT-RESULT
                END-EVALUATE.

                PRINT WS-RPT-DETAIL.

       6000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 8000-FIND-TABLE - MK-TABLE TO ITS POSITION IN WS-TX.
      ******************************************************************
       8000-FIND-TABLE.

                MOVE SPACES TO WS-TABLE-FOUND-SW.

                PERFORM 8050-MATCH-TABLE
                THRU    8050-EXIT
                VARYING WS-TX FROM 1 BY 1
                UNTIL   WS-TX GREATER THAN 8
                   OR   WS-TABLE-FOUND.

                IF WS-TABLE-FOUND
                   SUBTRACT 1 FROM WS-TX
                END-IF.

       8000-EXIT.
                EXIT.

       8050-MATCH-TABLE.

                IF WS-CTL-NAME (WS-TX) = MK-TABLE
                   MOVE 'Y' TO WS-TABLE-FOUND-SW
                END-IF.

       8050-EXIT.
                EXIT.
      /
      ******************************************************************
      * 8100-CHECK-DELETE - AN EMPTY TABLE IS NOT AN ERROR.
      ******************************************************************
       8100-CHECK-DELETE.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       8100-EXIT.
                EXIT.

      ******************************************************************
      * 8200-CHECK-INSERT - A REJECTED ROW IS NAMED AND LEFT OUT; THE
      * CONTROL REPORT THEN SHOWS THE TABLE SHORT.
      ******************************************************************
       8200-CHECK-INSERT.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-CTL-LOADED (WS-TX)
                    WHEN -803
                         DISPLAY 'DUPLICATE ' WS-CTL-NAME (WS-TX)
                                 ' ROW FOR ' WS-EMPNO ' - NOT LOADED'
                    WHEN -530
                         DISPLAY 'NO PARENT ROW FOR '
                                 WS-CTL-NAME (WS-TX)
                                 ' ROW FOR ' WS-EMPNO ' - NOT LOADED'
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       8200-EXIT.
                EXIT.

       8300-CHECK-COUNT.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       8300-EXIT.
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
