      ******************************************************************
      * DCLGEN TABLE(HR_DB.LICENSE_POOL)                               *
      *        LIBRARY(HR_DB.TEST.SOURCE(LICPOOL))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.LICENSE_POOL TABLE
           ( POOL_ID        CHAR(8)        NOT NULL,
             PRODUCT        CHAR(30)       NOT NULL,
             LIC_TYPE       CHAR(1)        NOT NULL,
             SUPNO          CHAR(6)        NOT NULL,
             SEATS_OWNED    INTEGER        NOT NULL,
             RENEWAL_DATE   DATE           NOT NULL,
             SEAT_COST      DECIMAL(9,2)   NOT NULL,
             UPDATED_BY     CHAR(8)        NOT NULL,
             UPDATED_TS     TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.LICENSE_POOL                 *
      ******************************************************************
       01  DCLLICPOOL.
           10 LP-POOL-ID           PIC X(8).
           10 LP-PRODUCT           PIC X(30).
           10 LP-LIC-TYPE          PIC X(1).
           10 LP-SUPNO             PIC X(6).
           10 LP-SEATS-OWNED       PIC S9(9) USAGE COMP.
           10 LP-RENEWAL-DATE      PIC X(10).
           10 LP-SEAT-COST         PIC S9(7)V9(2) USAGE COMP-3.
           10 LP-UPDATED-BY        PIC X(8).
           10 LP-UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
      ******************************************************************
      * LICENSE_POOL HOLDS ONE ROW PER SOFTWARE LICENSE PRODUCT THE    *
      * COMPANY BUYS FOR DEVELOPERS, KEYED BY POOL_ID. LIC_TYPE IS 'I' *
      * FOR AN IDE, 'D' FOR A DATABASE TOOL AND 'C' FOR A CLOUD TOOL.  *
      * SUPNO IS THE SUPPLY ROW THE SEATS ARE BOUGHT FROM, SEATS_OWNED *
      * THE SEATS PURCHASED, SEAT_COST THE ANNUAL COST OF ONE SEAT AND *
      * RENEWAL_DATE THE NEXT TRUE-UP OR RENEWAL. MAINTAINED BY        *
      * COBLICMN; COBLICIS WILL NOT ASSIGN MORE SEATS THAN             *
      * SEATS_OWNED, AND COBRPT85 COMPARES THE SEATS OWNED WITH THE    *
      * SEATS IN USE EACH MONTH.                                       *
      ******************************************************************
