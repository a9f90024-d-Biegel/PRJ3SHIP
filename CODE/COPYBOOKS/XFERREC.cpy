      ****************************************************************
      * INTER-WAREHOUSE TRANSFER RECORD LAYOUT                       *
      * FILE: XFERFIL - VSAM KSDS KEYED BY XF-XFER-NO                *
      * ONE RECORD PER TRANSFER WHSMNT SHIPS.  THE NUMBER COMES OFF  *
      * XFRCTL (DOCCTL LAYOUT) AND GOES ON THE PAPERWORK THAT TRAVELS*
      * WITH THE STOCK - THE RECEIVING WAREHOUSE KEYS IT BACK ON ITS *
      * RECEIVE CARD.  'T' IS IN TRANSIT: OFF THE SENDING SHELF AND  *
      * IN THE RECEIVING WAREHOUSE'S WH-IN-TRANSIT-QTY.  'R' IS      *
      * RECEIVED: ON THE RECEIVING SHELF.  A TRANSFER IS RECEIVED    *
      * FOR THE QUANTITY SHIPPED - A SHORTAGE IS FOUND AND POSTED BY *
      * THE NEXT CYCLE COUNT AT THE RECEIVING WAREHOUSE              *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-XFER-REC.
           05  XF-XFER-NO         PIC 9(6).
           05  XF-ITEM-CODE       PIC X(3).
           05  XF-FROM-WHSE       PIC X(2).
           05  XF-TO-WHSE         PIC X(2).
           05  XF-QUANTITY        PIC 9(7).
           05  XF-SHIP-DATE       PIC X(8).
           05  XF-SHIPPED-BY      PIC X(8).
           05  XF-STATUS          PIC X(1).
               88  XF-IS-IN-TRANSIT   VALUE 'T'.
               88  XF-IS-RECEIVED     VALUE 'R'.
           05  XF-RECV-DATE       PIC X(8).
           05  XF-RECEIVED-BY     PIC X(8).
           05  FILLER             PIC X(27).
