      ******************************************************************
      * DCLGEN TABLE(HR_DB.EMP_DOCUMENT)                               *
      *        LIBRARY(HR_DB.TEST.SOURCE(EMPDOC))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.EMP_DOCUMENT TABLE
           ( EMPNO          CHAR(6)        NOT NULL,
             DOCTYPE        CHAR(1)        NOT NULL,
             DOCNUMBER      CHAR(20)       NOT NULL,
             ISSUE_DATE     DATE           NOT NULL,
             EXPIRY_DATE    DATE           NOT NULL,
             WARN_DAYS      SMALLINT               ,
             UPDATED_BY     CHAR(8)                ,
             UPDATED_TS     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.EMP_DOCUMENT                 *
      ******************************************************************
       01  DCLEMPDOC.
           10 DO-EMPNO             PIC X(6).
           10 DO-DOCTYPE           PIC X(1).
           10 DO-DOCNUMBER         PIC X(20).
           10 DO-ISSUE-DATE        PIC X(10).
           10 DO-EXPIRY-DATE       PIC X(10).
           10 DO-WARN-DAYS         PIC S9(4) USAGE COMP.
           10 DO-UPDATED-BY        PIC X(8).
           10 DO-UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      ******************************************************************
      * EMP_DOCUMENT HOLDS THE DOCUMENTS AN EMPLOYEE'S RIGHT TO BE     *
      * EMPLOYED AND PAID DEPENDS ON, ONE CURRENT ROW PER EMPNO AND    *
      * DOCTYPE: 'W' WORK PERMIT OR VISA, 'C' FIXED-TERM CONTRACT, 'R' *
      * OTHER RIGHT-TO-WORK DOCUMENT. MAINTAINED BY COBDOCMN; A        *
      * RENEWAL REPLACES THE NUMBER AND DATES ON THE SAME ROW.         *
      * COBDOCEX WARNS THE EMPLOYEE AND THE DEPARTMENT MANAGER AT 90,  *
      * 60 AND 30 DAYS BEFORE EXPIRY_DATE AND ONCE MORE WHEN IT        *
      * PASSES, RECORDING THE LAST WARNING SENT IN WARN_DAYS (NULL     *
      * NONE, 90/60/30, 0 THE EXPIRY NOTICE); A NEW EXPIRY_DATE CLEARS *
      * IT. A DOCUMENT WHOSE EXPIRY_DATE HAS PASSED HOLDS THE EMPLOYEE *
      * OUT OF COBPAYRN'S POSTING AND ONTO THE COBRPT79 EXCEPTION      *
      * REPORT UNTIL IT IS RENEWED, REMOVED OR THE EMPLOYEE IS         *
      * OFFBOARDED.                                                    *
      ******************************************************************
