      * MONITOR) THE RECEIVED PART BECOMES, WITH UNIT_PRICE AS ITS     *
      * INSURED VALUE.                                                 *
      ******************************************************************
      ******************************************************************
      * RECVD_QTY IS THE RUNNING TOTAL RECEIVED; EACH RECEIPT BEHIND   *
      * IT IS ALSO WRITTEN TO PO_RECEIPT WITH ITS OWN DATE, SO         *
      * COBRPT87 CAN SCORE THE SUPPLIER'S DELIVERY AGAINST THE         *
      * PROMISED LEAD TIME AND ORDER_QTY.                              *
      ******************************************************************
