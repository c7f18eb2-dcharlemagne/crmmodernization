             PSTATUS        CHAR(1)        NOT NULL,
             DECIDED_BY     CHAR(8)                ,
             DECIDED_TS     TIMESTAMP              ,
             REJECT_REASON  CHAR(30)               ,
             ONBEHALF_OF    CHAR(6)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.SALARY_CHANGE_PENDING        *
           10 DECIDED-BY           PIC X(8).
           10 DECIDED-TS           PIC X(26).
           10 REJECT-REASON        PIC X(30).
           10 ONBEHALF-OF          PIC X(6).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      ******************************************************************
      * SALARY_CHANGE_PENDING IS THE DUAL-CONTROL QUEUE FOR COMP       *
      * THROUGH COBSALAP. ONLY ON APPROVAL IS EMP.SALARY UPDATED,      *
      * WHICH FIRES THE EXISTING COBSPATS/SALARY_AUDIT TRAIL; A        *
      * REJECTED CHANGE IS KEPT WITH ITS REASON. NOBODY APPROVES       *
      * THEIR OWN CHANGE. THE ANNUAL MERIT PROPOSALS ARRIVE HERE THE   *
      * SAME WAY, QUEUED IN BULK BY THE COBMERIT UPDATE RUN.           *
      ******************************************************************
      ******************************************************************
      * ONBEHALF_OF IS THE APPROVER'S EMPNO WHEN THE DECISION WAS      *
      * TAKEN FOR THEM - BY A DELEGATE NAMED ON APPROVAL_DELEGATION,   *
      * OR BY THEIR OWN MANAGER WHILE THEY ARE ON APPROVED LEAVE WITH  *
      * NO DELEGATE SET (BOTH CHECKED THROUGH COBDLGCK). NULL MEANS    *
      * THE DECISION WAS THE APPROVER'S OWN.                           *
      ******************************************************************
