      ****************************************************************
      * WAREHOUSE STOCK MAINTENANCE TRANSACTION CARD LAYOUT          *
      * FILE: WHSTRN - INPUT TO WHSMNT                               *
      * A ADD AN ITEM TO A WAREHOUSE - WT-REORDER-POINT AND          *
      *   WT-BIN-LOCATION SET THE NEW RECORD; WT-QUANTITY, IF KEYED, *
      *   PLACES THAT MUCH UNASSIGNED STOCK ON ITS SHELF             *
      * C CHANGE - A KEYED REORDER POINT OR BIN REPLACES THE ONE ON  *
      *   FILE; A KEYED WT-QUANTITY PLACES MORE UNASSIGNED STOCK     *
      * D DELETE - ONLY WITH NOTHING ON HAND AND NOTHING IN TRANSIT  *
      * T SHIP A TRANSFER OF WT-QUANTITY FROM WT-WHSE-CODE TO        *
      *   WT-TO-WHSE - BOTH MUST ALREADY STOCK THE ITEM              *
      * R RECEIVE THE TRANSFER IN WT-XFER-NO                         *
      * WT-USER-ID GOES ON THE AUDIT RECORD AND THE TRANSFER         *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-WHSE-TRN-REC.
           05  WT-ACTION          PIC X(1).
               88  WT-IS-ADD          VALUE 'A'.
               88  WT-IS-CHANGE       VALUE 'C'.
               88  WT-IS-DELETE       VALUE 'D'.
               88  WT-IS-SHIP         VALUE 'T'.
               88  WT-IS-RECEIVE      VALUE 'R'.
           05  WT-ITEM-CODE       PIC X(3).
           05  WT-WHSE-CODE       PIC X(2).
           05  WT-TO-WHSE         PIC X(2).
           05  WT-QUANTITY        PIC X(7).
           05  WT-REORDER-POINT   PIC X(5).
           05  WT-BIN-LOCATION    PIC X(6).
           05  WT-XFER-NO         PIC X(6).
           05  WT-USER-ID         PIC X(8).
           05  FILLER             PIC X(40).
