      * ONE RECORD PER SUPPLIER RECEIPT POSTED BY GOODSRCV - WHAT    *
      * CAME IN, HOW MANY, WHEN, OFF WHICH PACKING SLIP, AND WHO     *
      * RECEIVED IT.  THE ONLY SANCTIONED WAY STOCK GOES UP BESIDES  *
      * A BACK-TO-STOCK RETURN.  GR-UNIT-COST IS THE SUPPLIER'S      *
      * COST PER UNIT OFF THE INVOICE - BLANK MEANS NOT KNOWN YET    *
      * AND THE ITEM'S CURRENT COST IS LEFT ALONE.  GR-PO-NO AND     *
      * GR-PO-LINE NAME THE PURCHASE ORDER LINE THE GOODS ARE        *
      * AGAINST - A BLANK LINE NUMBER MATCHES THE FIRST OUTSTANDING  *
      * LINE ON THE PO FOR THE ITEM                                  *
      * GR-WHSE-CODE IS THE WAREHOUSE THE GOODS WERE RECEIVED INTO   *
      * - BLANK MEANS THE MAIN WAREHOUSE ('01')                      *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-RECEIPT-REC.
           05  GR-RECEIPT-DATE    PIC X(8).
           05  GR-PACKSLIP-REF    PIC X(10).
           05  GR-RECEIVER-ID     PIC X(8).
           05  GR-UNIT-COST       PIC X(7).
           05  GR-PO-NO           PIC X(6).
           05  GR-PO-LINE         PIC X(3).
           05  GR-WHSE-CODE       PIC X(2).
           05  FILLER             PIC X(26).
