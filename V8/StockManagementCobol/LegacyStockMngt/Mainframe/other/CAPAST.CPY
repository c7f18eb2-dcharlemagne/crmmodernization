      ******************************************************************
      * DCLGEN TABLE(HR_DB.CAP_ASSET)                                  *
      *        LIBRARY(HR_DB.TEST.SOURCE(CAPAST))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.CAP_ASSET TABLE
           ( PROJ_NO        CHAR(6)        NOT NULL,
             SUBID          CHAR(4)        NOT NULL,
             AUC_BALANCE    DECIMAL(13,2)  NOT NULL,
             ASTATUS        CHAR(1)        NOT NULL,
             IN_SERVICE_YM  CHAR(6)                ,
             LIFE_MONTHS    SMALLINT               ,
             AMORT_TO_DATE  DECIMAL(13,2)  NOT NULL,
             UPDATED_TS     TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.CAP_ASSET                    *
      ******************************************************************
       01  DCLCAPAST.
           10 CS-PROJ-NO           PIC X(6).
           10 CS-SUBID             PIC X(4).
           10 CS-AUC-BALANCE       PIC S9(11)V9(2) USAGE COMP-3.
           10 CS-ASTATUS           PIC X(1).
           10 CS-IN-SERVICE-YM     PIC X(6).
           10 CS-LIFE-MONTHS       PIC S9(4) USAGE COMP.
           10 CS-AMORT-TO-DATE     PIC S9(11)V9(2) USAGE COMP-3.
           10 CS-UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      ******************************************************************
      * CAP_ASSET IS THE CAPITALIZED-SOFTWARE ASSET OF A PROJECT.      *
      * WHILE THE PROJECT IS OPEN (ASTATUS 'C') AUC_BALANCE IS THE     *
      * ASSET UNDER CONSTRUCTION - THE SUM OF ITS CAP_LABOR ROWS,      *
      * RESTATED BY EVERY COBCAPLB RUN. WHEN COBPRJCL CLOSES THE       *
      * PROJECT THE BALANCE GOES INTO SERVICE THE FOLLOWING MONTH      *
      * (IN_SERVICE_YM) OVER LIFE_MONTHS READ FROM ITS SYSIN, THE      *
      * STRAIGHT-LINE SCHEDULE IS WRITTEN TO CAP_AMORT_SCHED AND       *
      * ASTATUS BECOMES 'A'; COBCAPLB POSTS EACH MONTH'S AMORTIZATION, *
      * KEEPS AMORT_TO_DATE AND SETS 'F' WHEN THE LAST PERIOD IS       *
      * POSTED. SUBID IS THE SUBSIDIARY OF THE PROJECT'S OWNING        *
      * DEPARTMENT, WHOSE BOOKS CARRY THE ASSET.                       *
      ******************************************************************
