      ******************************************************************
      * DCLGEN TABLE(HR_DB.EMP_ER_CASE)                                *
      *        LIBRARY(HR_DB.TEST.SOURCE(ERCASE))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.EMP_ER_CASE TABLE
           ( CASENO         CHAR(8)        NOT NULL,
             EMPNO          CHAR(6)        NOT NULL,
             CASE_TYPE      CHAR(1)        NOT NULL,
             CSTATUS        CHAR(1)        NOT NULL,
             OPENED_DATE    DATE           NOT NULL,
             CLOSED_DATE    DATE                   ,
             OUTCOME        CHAR(30)               ,
             WARN_LEVEL     CHAR(1)                ,
             WARN_EXPIRY    DATE                   ,
             UPDATED_BY     CHAR(8)                ,
             UPDATED_TS     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.EMP_ER_CASE                  *
      ******************************************************************
       01  DCLERCASE.
           10 ER-CASENO            PIC X(8).
           10 ER-EMPNO             PIC X(6).
           10 ER-CASE-TYPE         PIC X(1).
           10 ER-CSTATUS           PIC X(1).
           10 ER-OPENED-DATE       PIC X(10).
           10 ER-CLOSED-DATE       PIC X(10).
           10 ER-OUTCOME           PIC X(30).
           10 ER-WARN-LEVEL        PIC X(1).
           10 ER-WARN-EXPIRY       PIC X(10).
           10 ER-UPDATED-BY        PIC X(8).
           10 ER-UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
      ******************************************************************
      * EMP_ER_CASE IS THE EMPLOYEE RELATIONS CASE LOG - ONE ROW PER   *
      * DISCIPLINARY OR GRIEVANCE CASE, LINKED TO THE EMPLOYEE BY      *
      * EMPNO. CASE_TYPE IS 'D' DISCIPLINARY, 'I' INVESTIGATION OR 'G' *
      * GRIEVANCE; CSTATUS IS 'O' OPEN UNTIL A CLOSED_DATE IS KEYED,   *
      * THEN 'C'. OUTCOME IS THE FREE-TEXT RESULT. A CASE ENDING IN A  *
      * WARNING CARRIES WARN_LEVEL ('V' VERBAL, 'W' WRITTEN, 'F' FINAL *
      * WRITTEN) AND THE DATE THE WARNING EXPIRES.                     *
      * THE TABLE IS RESTRICTED: COBERCMN, ITS ONLY MAINTENANCE AND    *
      * INQUIRY SCREEN, SERVES NOBODY WITHOUT THE 'EMPREL' ROLE ON     *
      * USER_ROLE (CHECKED THROUGH COBROLCK), AND COBRPT81'S WARNING-  *
      * EXPIRY REPORT PRINTS DETAIL ONLY UNDER THE SAME ROLE. WHILE A  *
      * CASE IS OPEN COBERCMN KEEPS A LEGAL_HOLD ROW FOR THE EMPLOYEE  *
      * (HOLD_REASON 'ER CASE' AND THE CASENO) SO COBANONP CANNOT      *
      * PURGE A LEAVER'S DATA; CLOSING THE CASE RELEASES THAT HOLD.    *
      ******************************************************************
