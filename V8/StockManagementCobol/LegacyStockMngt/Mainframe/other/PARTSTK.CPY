      * STOCK). REORDER_POINT/REORDER_QTY DRIVE THE WEEKLY COBSTKRO   *
      * RUN, WHICH LISTS EACH LOW PART'S SUPPLIERS OFF PART_SUPPLIER  *
      * AND RAISES A DRAFT PO THROUGH APIPORD FOR THE CHEAPEST ONE,   *
      * HELD FOR PURCHASING TO CONFIRM. EVERY CHANGE TO ONHAND_QTY    *
      * NOW GOES THROUGH COBSTKMV, WHICH WRITES THE MATCHING          *
      * STOCK_MOVEMENT LEDGER ROW (SEE STKMOVE).                      *
      ******************************************************************
