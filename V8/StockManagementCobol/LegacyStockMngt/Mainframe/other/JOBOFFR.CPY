      ******************************************************************
      * DCLGEN TABLE(HR_DB.JOB_OFFER)                                  *
      *        LIBRARY(HR_DB.TEST.SOURCE(JOBOFFR))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.JOB_OFFER TABLE
           ( APPLNO         CHAR(8)        NOT NULL,
             REQNO          CHAR(8)        NOT NULL,
             OFFER_SALARY   DECIMAL(9,2)   NOT NULL,
             START_DATE     DATE           NOT NULL,
             OSTATUS        CHAR(1)        NOT NULL,
             OFFER_DATE     DATE           NOT NULL,
             DECIDED_DATE   DATE                   ,
             EMPNO          CHAR(6)                ,
             UPDATED_BY     CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.JOB_OFFER                    *
      ******************************************************************
       01  DCLJOBOFFR.
           10 OF-APPLNO            PIC X(8).
           10 OF-REQNO             PIC X(8).
           10 OF-OFFER-SALARY      PIC S9(7)V9(2) USAGE COMP-3.
           10 OF-START-DATE        PIC X(10).
           10 OF-OSTATUS           PIC X(1).
           10 OF-OFFER-DATE        PIC X(10).
           10 OF-DECIDED-DATE      PIC X(10).
           10 OF-EMPNO             PIC X(6).
           10 OF-UPDATED-BY        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
      ******************************************************************
      * JOB_OFFER IS THE OFFER MADE TO A REQ_APPLICANT, ONE ROW PER    *
      * APPLNO, MAINTAINED ON COBOFRMN. OFFER_SALARY MUST LIE WITHIN   *
      * THE REQUISITION JOB CODE'S JOB_MASTER BAND_MIN AND BAND_MAX.   *
      * OSTATUS IS 'P' PENDING, 'A' ACCEPTED OR 'D' DECLINED.          *
      * ACCEPTING AN OFFER HANDS THE APPLICANT'S NAME, THE             *
      * REQUISITION'S DEPARTMENT AND JOB CODE, START_DATE AS THE HIRE  *
      * DATE AND OFFER_SALARY TO COBEMPMN UNDER THE EMPNO KEYED AT     *
      * ACCEPTANCE, SO THE NEW HIRE IS NEVER REKEYED; EMPNO RECORDS    *
      * THE EMP ROW THAT RESULTED.                                     *
      ******************************************************************
