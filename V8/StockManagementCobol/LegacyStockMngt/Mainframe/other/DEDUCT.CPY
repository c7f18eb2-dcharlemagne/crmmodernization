      * UNSATISFIED BALANCE ON DED_ARREARS (DEDARRS) FOR RECOVERY IN  *
      * LATER PERIODS.                                                *
      ******************************************************************
      ******************************************************************
      * DEDTYPE 'L' IS A LOAN RECOVERY CODE - IT CARRIES NO PERCENT OR *
      * AMOUNT OF ITS OWN. COBLONMN ENROLLS A BORROWER IN IT WHEN A    *
      * LOAN OR ADVANCE IS GRANTED, AND WHEN COBPAYRN REACHES THE CODE *
      * IN DEDPRIORITY ORDER IT RECOVERS THE INSTALLMENTS OF THE       *
      * EMPLOYEE'S ACTIVE EMP_LOAN ROWS ON THAT CODE INSTEAD. COBFINPY *
      * LEAVES IT TO ITS OWN FULL-BALANCE SETTLEMENT.                  *
      ******************************************************************
