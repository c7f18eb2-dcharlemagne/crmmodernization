      ******************************************************************
      * DCLGEN TABLE(HR_DB.CLIENT_PROJ)                                *
      *        LIBRARY(HR_DB.TEST.SOURCE(CLIPROJ))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.CLIENT_PROJ TABLE
           ( CTRLPROJ       CHAR(6)        NOT NULL,
             CLIENTNO       CHAR(6)        NOT NULL,
             LINKED_TS      TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.CLIENT_PROJ                  *
      ******************************************************************
       01  DCLCLIPROJ.
           10 CP-CTRLPROJ          PIC X(6).
           10 CP-CLIENTNO          PIC X(6).
           10 CP-LINKED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
      ******************************************************************
      * CLIENT_PROJ LINKS A CLIENT ACCOUNT - A CONTROLLING PROJECT, OR *
      * A PROJECT WITH NO CTRLPROJ THAT STANDS AS ITS OWN ACCOUNT - TO *
      * THE CLIENT MASTER ROW IT IS BILLED TO. ONE ROW PER CONTROLLING *
      * PROJECT (CTRLPROJ IS THE KEY); ONE CLIENT MAY OWN MANY.        *
      * COBBILLG LOOKS THE CLIENT UP HERE FOR EVERY INVOICE SECTION IT *
      * OPENS; AN ACCOUNT WITH NO ROW IS STILL INVOICED BUT LANDS ON   *
      * THE REGISTER WITH A BLANK CLIENTNO AND ON THE RUN'S EXCEPTION  *
      * LIST, SO THE GAP GETS FIXED BEFORE THE INVOICE GOES UNCHASED.  *
      ******************************************************************
