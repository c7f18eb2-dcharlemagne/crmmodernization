      ******************************************************************
      * DCLGEN TABLE(HR_DB.EMP_EMERG_CONTACT)                          *
      *        LIBRARY(HR_DB.TEST.SOURCE(EMRGCON))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.EMP_EMERG_CONTACT TABLE
           ( EMPNO          CHAR(6)        NOT NULL,
             CONTSEQ        SMALLINT       NOT NULL,
             CONTNAME       CHAR(30)       NOT NULL,
             RELATIONSHIP   CHAR(10)       NOT NULL,
             PHONE          CHAR(15)       NOT NULL,
             ALT_PHONE      CHAR(15)               ,
             UPDATED_BY     CHAR(8)                ,
             UPDATED_TS     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.EMP_EMERG_CONTACT            *
      ******************************************************************
       01  DCLEMRGCON.
           10 EG-EMPNO             PIC X(6).
           10 EG-CONTSEQ           PIC S9(4) USAGE COMP.
           10 EG-CONTNAME          PIC X(30).
           10 EG-RELATIONSHIP      PIC X(10).
           10 EG-PHONE             PIC X(15).
           10 EG-ALT-PHONE         PIC X(15).
           10 EG-UPDATED-BY        PIC X(8).
           10 EG-UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      ******************************************************************
      * EMP_EMERG_CONTACT HOLDS WHO TO CALL FOR AN EMPLOYEE IN AN      *
      * EMERGENCY - KEPT APART FROM EMP_DEPENDENT, WHICH IS THE        *
      * BENEFITS COVER LIST AND IS NOT A CALL LIST. ONE ROW PER        *
      * CONTACT, KEYED BY EMPNO AND CONTSEQ; CONTSEQ 1 IS THE FIRST    *
      * PERSON TO RING. MAINTAINED BY COBEMCMN IN THE COBDEPMN FLAG    *
      * CONVENTION.                                                    *
      * COBRPT82'S BUSINESS-CONTINUITY CALL TREE PRINTS EACH           *
      * EMPLOYEE'S LOWEST-SEQUENCE CONTACT UNDER THEIR MANAGER, BY     *
      * DEPT.LOCATION, AND COUNTS THE STAFF WITH NO CONTACT ON FILE.   *
      ******************************************************************
