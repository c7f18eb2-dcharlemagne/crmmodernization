      * XMIT_CONTROL IS THE OUTBOUND FILE TRANSMISSION REGISTER -      *
      * EVERY PSLIPOUT, BANKFILE AND GLFILE GENERATION IS ENTERED BY   *
      * ITS EXTRACT RUN WITH THE RECORD COUNT AND HASH TOTAL AT THE    *
      * MOMENT IT WAS WRITTEN; COBCARFD ENTERS EACH BENEFITS CARRIER   *
      * FILE UNDER THE CARRIER ID, AND ITS LATEST ENTRY OPENS THAT     *
      * CARRIER'S NEXT CHANGES WINDOW. COBACKPS POSTS THE RECEIVING    *
      * SYSTEM'S ACKNOWLEDGMENT (ACK_TS/ACK_REF) AGAINST THE ENTRY,    *
      * AND COBRPT62 AGES ANYTHING GENERATED BUT NEVER CONFIRMED PAST  *
      * ITS DEADLINE - SO "WE NEVER GOT AUGUST" IS ANSWERED FROM A     *
      * TABLE, NOT FROM MEMORY.                                        *
      ******************************************************************
