      * FILE: ITEMMST                                                *
      * KEYED BY IM-ITEM-CODE - USED TO CROSS-CHECK SHIPREC AGAINST  *
      * THE ITEMS WE ACTUALLY SELL AND WHAT WE SELL THEM FOR         *
      * RECORD LENGTH: 80 BYTES                                      *
      * IM-TAX-RATE IS AN ITEM-SPECIFIC SALES TAX RATE OVERRIDE -    *
      * ZEROES MEANS THE ITEM HAS NO OVERRIDE AND THE FLAT SHOP RATE *
      * (WS-SHOP-TAX-RATE IN ORDERSYS) APPLIES INSTEAD               *
      * REFUSE DELETING AN ITEM THAT HAS TRADED THIS PERIOD          *
      * IM-BIN-LOCATION IS THE WAREHOUSE BIN THE PICK LIST SORTS    *
      * BY SO PICKERS WALK EACH AISLE ONCE                          *
      * IM-UNIT-COST IS WHAT ONE UNIT COSTS US - SET BY ITMMNT AND   *
      * REFRESHED BY GOODSRCV AS A WEIGHTED AVERAGE OF THE STOCK ON  *
      * HAND AND EACH RECEIPT.  ORDERSYS AND REVDISP RELIEVE         *
      * INVENTORY AT THIS COST AND CYCLECNT VALUES COUNT VARIANCES   *
      * AT IT.  ZEROES MEANS NOBODY HAS COSTED THE ITEM YET          *
      * IM-VENDOR-NO IS THE ITEM'S PRIMARY SUPPLIER - POGEN ORDERS   *
      * FROM THEM UNLESS THE BUYER'S APPROVAL CARD SAYS OTHERWISE    *
      ****************************************************************
       01  CPY-ITEM-MAST-REC.
           05  IM-ITEM-CODE       PIC X(3).
           05  IM-REORDER-POINT   PIC 9(5) VALUE ZEROES.
           05  IM-LAST-TRADE-DATE PIC X(8) VALUE SPACES.
           05  IM-BIN-LOCATION    PIC X(6) VALUE SPACES.
           05  IM-UNIT-COST       PIC 9(5)V99 VALUE ZEROES.
           05  IM-VENDOR-NO       PIC X(5) VALUE SPACES.
           05  FILLER             PIC X(8) VALUE SPACES.
