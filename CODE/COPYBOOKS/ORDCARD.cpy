      * AND HASH TOTAL COMPUTED, READY TO FEED THE NIGHTLY ORDERSYS  *
      * RUN.  A BLANK UNIT PRICE IS FILLED FROM SUBPRICE FOR THE     *
      * RUN DATE AND QUANTITY; A KEYED PRICE THAT SUBPRICE DOES NOT  *
      * AGREE WITH BOUNCES HERE INSTEAD OF AS AN E005 TOMORROW.      *
      * A RETURN ('R') CARD MUST CARRY THE RMA NUMBER IT CAME BACK   *
      * UNDER                                                        *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-ORDER-CARD-REC.
           05  OC-REP-CODE        PIC X(3).
           05  OC-EXCH-ITEM-CODE  PIC X(3).
           05  OC-EXCH-QUANTITY   PIC X(5).
           05  OC-RMA-NO          PIC X(6).
           05  FILLER             PIC X(33).
