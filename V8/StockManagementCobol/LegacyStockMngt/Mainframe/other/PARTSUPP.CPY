      * SUPPLIER Y" STOP LIVING IN A BINDER. MAINTAINED THROUGH        *
      * APIPSUPP AND REPORTED BOTH WAYS BY COBRPT48.                   *
      ******************************************************************
      ******************************************************************
      * UNIT_PRICE IS ONLY TODAY'S PRICE. EVERY PRICE APIPSUPP HAS     *
      * SET IS KEPT, EFFECTIVE-DATED, ON PART_SUPP_PRICE, SO COBRPT88  *
      * CAN PRICE A PO AGAINST THE CATALOG OF ITS ORDER DATE.          *
      ******************************************************************
