      ******************************************************************
      * DCLGEN TABLE(HR_DB.APPROVAL_DELEGATION)                        *
      *        LIBRARY(HR_DB.TEST.SOURCE(DELEGATN))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.APPROVAL_DELEGATION TABLE
           ( APPROVER       CHAR(6)        NOT NULL,
             START_DATE     DATE           NOT NULL,
             DELEGATE       CHAR(6)        NOT NULL,
             END_DATE       DATE           NOT NULL,
             APPR_TYPES     CHAR(3)        NOT NULL,
             DSTATUS        CHAR(1)        NOT NULL,
             CREATED_BY     CHAR(8)                ,
             UPDATED_BY     CHAR(8)                ,
             UPDATED_TS     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.APPROVAL_DELEGATION          *
      ******************************************************************
       01  DCLDELEGATN.
           10 DG-APPROVER          PIC X(6).
           10 DG-START-DATE        PIC X(10).
           10 DG-DELEGATE          PIC X(6).
           10 DG-END-DATE          PIC X(10).
           10 DG-APPR-TYPES        PIC X(3).
           10 DG-DSTATUS           PIC X(1).
           10 DG-CREATED-BY        PIC X(8).
           10 DG-UPDATED-BY        PIC X(8).
           10 DG-UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
      ******************************************************************
      * APPROVAL_DELEGATION HOLDS ONE ROW PER DELEGATION OF APPROVAL   *
      * AUTHORITY - THE APPROVER'S EMPNO, THE DELEGATE'S EMPNO AND THE *
      * DATE RANGE (START_DATE TO END_DATE INCLUSIVE) IT COVERS, KEYED *
      * BY APPROVER AND START_DATE. APPR_TYPES LISTS THE APPROVAL      *
      * TYPES DELEGATED, ONE LETTER EACH - 'S' SALARY CHANGES          *
      * (COBSALAP), 'P' PURCHASE ORDERS (APIPORD) AND 'T' TIMESHEET    *
      * SIGN-OFF (COBTWSMN). DSTATUS IS 'A' ACTIVE OR 'X' CANCELLED; A *
      * CANCELLED ROW IS KEPT FOR THE AUDIT TRAIL.                     *
      * COBDLGMN MAINTAINS THE TABLE AND REFUSES OVERLAPPING ACTIVE    *
      * DELEGATIONS FOR THE SAME APPROVER. COBDLGCK CHECKS A           *
      * DELEGATE'S ACTION AGAINST IT, AND COBDLGES ESCALATES TO THE    *
      * APPROVER'S OWN MANAGER WHEN AN ABSENT APPROVER HAS NO DELEGATE *
      * SET.                                                           *
      ******************************************************************
