      * EXPENSE DEBIT AND 'A' THE ACCUMULATED DEPRECIATION CREDIT     *
      * THAT COBHWDEP'S JOURNAL PAIR POSTS (BOTH KEYED COMPANY-LEVEL, *
      * SUBID AND WORKDEPT SPACES, MATCHING THE SUMMARY LINE          *
      * WRITTEN). LINETYPE 'W' IS THE UNBILLED WIP DEBIT AND 'R' THE  *
      * UNBILLED REVENUE CREDIT OF COBWIPVL'S MONTH-END ACCRUAL (BOTH  *
      * KEYED AT SUBSIDIARY LEVEL WITH WORKDEPT SPACES; THE SAME TWO  *
      * ACCOUNTS CARRY THE NEXT MONTH'S REVERSAL). COBICRCH'S         *
      * INTERCOMPANY RECHARGE POSTS 'F' DUE-FROM AND 'I' RECHARGE     *
      * RECOVERY ON THE PROVIDING SUBSIDIARY AND 'L' RECHARGE EXPENSE *
      * AND 'T' DUE-TO ON THE RECEIVING ONE (ALL KEYED AT SUBSIDIARY  *
      * LEVEL WITH WORKDEPT SPACES). COBOHALC'S SUPPORT-COST           *
      * ALLOCATION POSTS 'O' ALLOCATED-OUT CREDIT KEYED TO THE SOURCE  *
      * WORKDEPT AND 'U' ABSORBED-OVERHEAD DEBIT KEYED TO EACH         *
      * RECEIVING WORKDEPT. COBCAPLB'S CAPITALIZED LABOR POSTS 'K'     *
      * ASSET-UNDER-CONSTRUCTION DEBIT AND 'Q' CAPITALIZED-LABOR       *
      * CREDIT, AND ITS AMORTIZATION 'M' AMORTIZATION EXPENSE DEBIT    *
      * AND 'Z' ACCUMULATED AMORTIZATION CREDIT (ALL KEYED AT          *
      * SUBSIDIARY LEVEL WITH WORKDEPT SPACES). ROWS ARE EFFECTIVE-    *
      * DATED; THE LATEST EFFDATE AT OR BEFORE THE RUN DATE IS IN      *
      * FORCE. MAINTAINED BY COBGLAMN IN THE COBDEDMN FLAG CONVENTION. *
      * A COMBINATION WITH NO MAPPING FAILS THE EXTRACT STEP NON-ZERO  *
      * INSTEAD OF REACHING THE GL UPLOAD.                             *
      ******************************************************************
