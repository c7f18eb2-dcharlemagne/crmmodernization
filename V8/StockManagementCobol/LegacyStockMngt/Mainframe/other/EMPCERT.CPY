      * NEVER EXPIRES). MAINTAINED BY COBTRNMN, REPORTED EXPIRING BY   *
      * COBRPT51, AND SHOWN NEXT TO SKILL LEVEL ON COBRPT32'S          *
      * STAFFING REPORT SO LEADS STOP ASKING HR FOR THE SPREADSHEET.   *
      * COBTSEMN RECORDS THE COMPLETION (THROUGH COBTRNMN) WHEN AN     *
      * ENROLLED EMPLOYEE IS MARKED AS HAVING ATTENDED A SESSION.      *
      ******************************************************************
