      ******************************************************************
      * DCLGEN TABLE(HR_DB.PURCH_REQ)                                  *
      *        LIBRARY(HR_DB.TEST.SOURCE(PURCHREQ))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.PURCH_REQ TABLE
           ( REQ_NO         CHAR(8)        NOT NULL,
             REQUESTER      CHAR(6)        NOT NULL,
             WORKDEPT       CHAR(3)        NOT NULL,
             PROJ_NO        CHAR(6)                ,
             REASON         CHAR(60)       NOT NULL,
             REQ_DATE       DATE           NOT NULL,
             REQ_STATUS     CHAR(1)        NOT NULL,
             APPR_BY        CHAR(6)                ,
             APPR_TS        TIMESTAMP              ,
             ONBEHALF_OF    CHAR(6)                ,
             CREATED_BY     CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.PURCH_REQ                    *
      ******************************************************************
       01  DCLPURCHREQ.
           10 RH-REQ-NO            PIC X(8).
           10 RH-REQUESTER         PIC X(6).
           10 RH-WORKDEPT          PIC X(3).
           10 RH-PROJ-NO           PIC X(6).
           10 RH-REASON            PIC X(60).
           10 RH-REQ-DATE          PIC X(10).
           10 RH-REQ-STATUS        PIC X(1).
           10 RH-APPR-BY           PIC X(6).
           10 RH-APPR-TS           PIC X(26).
           10 RH-ONBEHALF-OF       PIC X(6).
           10 RH-CREATED-BY        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
      ******************************************************************
      * PURCH_REQ IS THE PURCHASE REQUISITION HEADER - A DEPARTMENT'S  *
      * REQUEST FOR PARTS, RAISED THROUGH COBPRQMN BY AN EMPLOYEE      *
      * (REQUESTER) FOR A WORKDEPT WITH AN OPTIONAL PROJECT CHARGE     *
      * CODE AND THE REASON IT IS NEEDED. REQ_STATUS - 'D' DRAFT       *
      * (LINES STILL BEING ADDED), 'S' SUBMITTED FOR APPROVAL, 'A'     *
      * APPROVED BY THE DEPARTMENT'S MANAGER (DEPT.MGRNO) OR THEIR     *
      * DELEGATE, 'R' REJECTED, 'X' CANCELLED BY THE REQUESTER, 'C'    *
      * CONVERTED - EVERY LINE IS ON A PURCHASE ORDER. APPR_BY/APPR_TS *
      * RECORD WHO APPROVED OR REJECTED IT AND WHEN; ONBEHALF_OF IS    *
      * THE MANAGER WHEN A DELEGATE ACTED (COBDLGCK TYPE 'P'). THE     *
      * NIGHTLY COBPRQCV RUN TURNS THE APPROVED LINES INTO DRAFT       *
      * PURCHASE ORDERS THROUGH APIPORD.                               *
      ******************************************************************
