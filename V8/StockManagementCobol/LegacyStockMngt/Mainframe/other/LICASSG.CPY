      ******************************************************************
      * DCLGEN TABLE(HR_DB.LICENSE_ASSIGN)                             *
      *        LIBRARY(HR_DB.TEST.SOURCE(LICASSG))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.LICENSE_ASSIGN TABLE
           ( POOL_ID        CHAR(8)        NOT NULL,
             DEVELOPER_ID   CHAR(6)        NOT NULL,
             ASSIGNED_DATE  DATE           NOT NULL,
             LAST_USED_DATE DATE                   ,
             RETURNED_DATE  DATE                   ,
             RETURN_NOTE    CHAR(30)               ,
             ASSIGNED_BY    CHAR(8)        NOT NULL,
             RETURNED_BY    CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.LICENSE_ASSIGN               *
      ******************************************************************
       01  DCLLICASSG.
           10 LA-POOL-ID           PIC X(8).
           10 LA-DEVELOPER-ID      PIC X(6).
           10 LA-ASSIGNED-DATE     PIC X(10).
           10 LA-LAST-USED-DATE    PIC X(10).
           10 LA-RETURNED-DATE     PIC X(10).
           10 LA-RETURN-NOTE       PIC X(30).
           10 LA-ASSIGNED-BY       PIC X(8).
           10 LA-RETURNED-BY       PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      ******************************************************************
      * LICENSE_ASSIGN RECORDS EACH LICENSE SEAT FROM A LICENSE_POOL   *
      * HELD BY A DEVELOPER, KEYED BY POOL_ID, DEVELOPER_ID AND        *
      * ASSIGNED_DATE. COBLICIS OPENS THE ROW ON ISSUE, STAMPS         *
      * LAST_USED_DATE WHEN USE OF THE SEAT IS CONFIRMED, AND CLOSES   *
      * IT WITH RETURNED_DATE AND A RETURN NOTE ON RETURN; A NULL      *
      * RETURNED_DATE IS A SEAT STILL HELD. COBEMPOF CLOSES EVERY SEAT *
      * A LEAVER HOLDS AT THE TERMINATION DATE. COBRPT85 COUNTS THE    *
      * OPEN ROWS AS SEATS IN USE AND LISTS AS IDLE ANY WHOSE LAST USE *
      * (OR ISSUE, WHEN NEVER USED) IS OLDER THAN ITS IDLE WINDOW.     *
      ******************************************************************
