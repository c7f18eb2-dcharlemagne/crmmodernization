      ******************************************************************
      * DCLGEN TABLE(HR_DB.PAY_HOLD)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(PAYHOLD))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HR_DB.PAY_HOLD TABLE
           ( PYEARMONTH     CHAR(6)        NOT NULL,
             HOLDTYPE       CHAR(1)        NOT NULL,
             HOLDKEY        CHAR(20)       NOT NULL,
             HOLDROUTE      CHAR(9)        NOT NULL,
             ITEM_YM        CHAR(6)        NOT NULL,
             PATHCOUNT      SMALLINT       NOT NULL,
             AMOUNT         DECIMAL(11,2)  NOT NULL,
             HSTATUS        CHAR(1)        NOT NULL,
             DETECTED_TS    TIMESTAMP      NOT NULL,
             RELEASE_REASON CHAR(40)               ,
             RELEASED_BY    CHAR(8)                ,
             RELEASED_TS    TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HR_DB.PAY_HOLD                     *
      ******************************************************************
       01  DCLPAYHOLD.
           10 PD-PYEARMONTH        PIC X(6).
           10 PD-HOLDTYPE          PIC X(1).
           10 PD-HOLDKEY           PIC X(20).
           10 PD-HOLDROUTE         PIC X(9).
           10 PD-ITEM-YM           PIC X(6).
           10 PD-PATHCOUNT         PIC S9(4) USAGE COMP.
           10 PD-AMOUNT            PIC S9(9)V9(2) USAGE COMP-3.
           10 PD-HSTATUS           PIC X(1).
           10 PD-DETECTED-TS       PIC X(26).
           10 PD-RELEASE-REASON    PIC X(40).
           10 PD-RELEASED-BY       PIC X(8).
           10 PD-RELEASED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
      ******************************************************************
      * PAY_HOLD IS THE DUPLICATE-PAYMENT HOLD REGISTER WRITTEN BY     *
      * COBPYDUP BEFORE EACH BANK EXTRACT, ONE ROW PER ITEM PER        *
      * EXTRACT PERIOD (PYEARMONTH). HOLDTYPE 'D' IS AN EMPLOYEE       *
      * (HOLDKEY = EMPNO) PAID MORE THAN ONCE FOR ITEM_YM ACROSS THE   *
      * PAYMENT PATHS - THE MONTHLY 'N' ROW, A FINAL-PAY 'F' ROW AND A *
      * QUEUED PAY_RETURN REISSUE - WITH PATHCOUNT PATHS AND AMOUNT    *
      * THEIR SUM. A RETRO 'R' ROW IS NOT COUNTED: IT IS ALWAYS        *
      * REASONED BY ITS SALARY_AUDIT ENTRY. HOLDTYPE 'A' IS A BANK     *
      * ACCOUNT (HOLDKEY = BANKACCT, HOLDROUTE = BANKROUTE) IN FORCE   *
      * ON EMP_BANK_ACCT FOR PATHCOUNT EMPNOS PAID IN THE EXTRACT.     *
      * HSTATUS IS 'H' HELD, 'R' RELEASED WITH A REASON THROUGH        *
      * COBPHDMN, OR 'C' CLEARED - COBPHDMN CLEARED IT, OR THE NEXT    *
      * CHECK NO LONGER FOUND THE OVERLAP. A HELD ITEM STOPS THE BANK  *
      * EXTRACT. A RELEASE STANDS WHILE PATHCOUNT DOES NOT GROW; AN    *
      * ACCOUNT RELEASE ALSO STANDS FOR LATER PERIODS, SO A JOINT      *
      * ACCOUNT IS RELEASED ONCE.                                      *
      ******************************************************************
      ******************************************************************
      * HOLDTYPE 'K' IS A PAYMENT COBBNKEX HELD BACK BECAUSE THE       *
      * EMPLOYEE'S ACCOUNT WAS STILL IN ITS COOLING-OFF PERIOD (SEE    *
      * EMPBANK) - HOLDKEY = EMPNO, HOLDROUTE = 'NETPAY' OR 'EXPENSE', *
      * ITEM_YM THE PERIOD IT WAS DUE AND AMOUNT THE GROUP-CURRENCY    *
      * FIGURE. A LATER EXTRACT PAYS IT IN THE REISSUE SECTION ONCE    *
      * THE ACCOUNT HAS COOLED OFF, OR AT ONCE IF COBPHDMN RELEASED    *
      * IT, AND MARKS IT 'P' PAID. CLEARING IT IN COBPHDMN CANCELS THE *
      * PAYMENT. 'K' ROWS NEVER STOP THE EXTRACT STEP.                 *
      ******************************************************************
