      * TRAINING IS THE COURSE/CERTIFICATION CATALOG - VALID_MONTHS    *
      * IS HOW LONG A COMPLETION STAYS CURRENT (NULL OR ZERO MEANS IT  *
      * NEVER EXPIRES). MAINTAINED BY COBTRNMN; EMP_CERT RECORDS WHO   *
      * COMPLETED WHAT AND WHEN. CLASSES OF A COURSE ARE SCHEDULED ON  *
      * TRAINING_SESSION (TRNSESS) THROUGH COBTSEMN.                   *
      ******************************************************************
