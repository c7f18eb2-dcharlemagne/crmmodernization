      ******************************************************************
      * DCLGEN TABLE(HR_DB.REQ_APPLICANT)                              *
      *        LIBRARY(HR_DB.TEST.SOURCE(APPLCNT))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.REQ_APPLICANT TABLE
           ( APPLNO         CHAR(8)        NOT NULL,
             REQNO          CHAR(8)        NOT NULL,
             FIRSTNME       CHAR(12)       NOT NULL,
             LASTNAME       CHAR(15)       NOT NULL,
             STAGE          CHAR(1)        NOT NULL,
             APPLIED_DATE   DATE           NOT NULL,
             STAGE_DATE     DATE           NOT NULL,
             UPDATED_BY     CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.REQ_APPLICANT                *
      ******************************************************************
       01  DCLAPPLCNT.
           10 CN-APPLNO            PIC X(8).
           10 CN-REQNO             PIC X(8).
           10 CN-FIRSTNME          PIC X(12).
           10 CN-LASTNAME          PIC X(15).
           10 CN-STAGE             PIC X(1).
           10 CN-APPLIED-DATE      PIC X(10).
           10 CN-STAGE-DATE        PIC X(10).
           10 CN-UPDATED-BY        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      ******************************************************************
      * REQ_APPLICANT IS ONE CANDIDATE FOR ONE JOB_REQUISITION,        *
      * MAINTAINED ON COBAPLMN. STAGE IS THE PIPELINE STAGE: 'A'       *
      * APPLIED, 'S' SCREENED, 'I' INTERVIEWED, 'O' OFFERED, 'H'       *
      * HIRED, 'R' REJECTED, 'W' WITHDRAWN. THE RECRUITER MOVES A      *
      * CANDIDATE THROUGH A, S AND I AND CLOSES OUT R OR W; 'O' AND    *
      * 'H' ARE SET ONLY BY COBOFRMN WHEN AN OFFER IS MADE AND         *
      * ACCEPTED. STAGE_DATE IS THE DATE THE CURRENT STAGE WAS         *
      * REACHED.                                                       *
      ******************************************************************
