      * USED TO THROW AWAY AFTER POSTING THE BARE LTAKEN COUNT, SO     *
      * NOBODY COULD ANSWER WHO IS OUT NEXT WEEK WITHOUT WALKING       *
      * PAPER. WRITTEN BY COBLVREQ ON ACCEPT AND READ BY COBLVCAL'S    *
      * MONTHLY DEPARTMENT ABSENCE CALENDAR. ONLINE REQUESTS GET THEIR *
      * ROW FROM COBLVAMN THE MOMENT A MANAGER APPROVES (SO COBLVFLR'S *
      * STAFFING CHECK SEES IT AT ONCE); COBLVRMN DELETES IT ON A      *
      * CANCEL AND COBLVREQ WHEN THE NIGHTLY POSTING IS REJECTED.      *
      ******************************************************************
