             PROJ_NO        CHAR(6)                ,
             APPR_LEVEL     SMALLINT               ,
             APPR_BY        CHAR(8)                ,
             APPR_TS        TIMESTAMP              ,
             ONBEHALF_OF    CHAR(6)                ,
             CREATED_BY     CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.PURCHASE_ORDER               *
           10 PO-APPR-LEVEL        PIC S9(4) USAGE COMP.
           10 PO-APPR-BY           PIC X(8).
           10 PO-APPR-TS           PIC X(26).
           10 PO-ONBEHALF-OF       PIC X(6).
           10 PO-CREATED-BY        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      ******************************************************************
      * PURCHASE_ORDER IS THE PO HEADER - SUPNO REFERENCES THE SUPPLY  *
      * RECEIPTS UNTIL AN ADEQUATE LEVEL HAS SIGNED, AND COBRPT66    *
      * AGES THE POS STILL WAITING.                                  *
      ******************************************************************
      ******************************************************************
      * ONBEHALF_OF IS THE APPROVER'S EMPNO WHEN APIPORD'S APPROVE     *
      * COMMAND WAS ACTIONED FOR THEM - BY A DELEGATE NAMED ON         *
      * APPROVAL_DELEGATION, OR BY THEIR OWN MANAGER WHILE THEY ARE    *
      * ON APPROVED LEAVE WITH NO DELEGATE SET (BOTH CHECKED THROUGH   *
      * COBDLGCK). NULL MEANS THE APPROVER SIGNED THE PO THEMSELVES.   *
      ******************************************************************
      ******************************************************************
      * CREATED_BY IS THE AUTHORIZATION ID THAT RAISED THE PO THROUGH  *
      * APIPORD'S CREATE COMMAND. COBSODSW REPORTS A PO WHOSE APPR_BY  *
      * IS THE SAME USER AS A SEGREGATION-OF-DUTIES CONFLICT. NULL ON  *
      * POS RAISED BEFORE THE COLUMN WAS ADDED.                        *
      ******************************************************************
