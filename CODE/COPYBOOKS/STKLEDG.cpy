      ****************************************************************
      * STOCK LEDGER (INVENTORY MOVEMENT) RECORD LAYOUT              *
      * FILE: STKLEDG                                                *
      * ONE RECORD PER CHANGE TO IM-ON-HAND-QTY, APPENDED BY EVERY   *
      * PROGRAM THAT MOVES STOCK - ORDERSYS AND REVDISP (SALES,      *
      * BACK-TO-STOCK RETURNS, BOTH SIDES OF AN EXCHANGE), GOODSRCV  *
      * (RECEIPTS), CYCLECNT (COUNT CORRECTIONS) AND ITMMNT (ON-HAND *
      * KEYED ON A CHANGE) - AND BACKOUT, WHICH REVERSES ('RB') THE  *
      * ON-HAND AN ABORTED RUN MOVED WHEN IT PUTS THE ITEM MASTER    *
      * BACK.  THE FILE ONLY EVER GROWS - EACH WRITER                *
      * OPENS IT EXTEND - SO READ FRONT TO BACK AN ITEM'S RECORDS    *
      * ARE IN THE ORDER THE STOCK MOVED.  SK-ON-HAND-AFTER IS THE   *
      * ITEM MASTER FIGURE THE MOVEMENT LEFT BEHIND, SO EACH RECORD  *
      * SHOULD PICK UP WHERE THE ITEM'S PREVIOUS ONE LEFT OFF -      *
      * STOCKCRD FLAGS ANY THAT DON'T                                *
      * SK-DOC-NO IS WHAT CAUSED THE MOVEMENT - THE ORDER NUMBER,    *
      * THE RECEIPT'S PACKING SLIP (PO NUMBER WITHOUT ONE), THE      *
      * COUNTER ON A COUNT CARD OR THE USER ON A MAINTENANCE CARD    *
      * SK-WHSE-CODE IS THE WAREHOUSE WHOSE SHELF MOVED - BLANK ON   *
      * AN ITMMNT ON-HAND CHANGE, WHICH IS UNASSIGNED STOCK, AND ON  *
      * A BACKOUT REVERSAL.  SK-ON-HAND-AFTER STAYS THE ITEM TOTAL   *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-STK-LEDG-REC.
           05  SK-ITEM-CODE       PIC X(3).
           05  SK-MOVE-DATE       PIC X(8).
           05  SK-PROGRAM         PIC X(8).
           05  SK-DOC-NO          PIC X(10).
           05  SK-MOVE-TYPE       PIC X(2).
               88  SK-MOVE-SALE       VALUE 'SA'.
               88  SK-MOVE-RETURN     VALUE 'RT'.
               88  SK-MOVE-EXCH-IN    VALUE 'XR'.
               88  SK-MOVE-EXCH-OUT   VALUE 'XS'.
               88  SK-MOVE-RECEIPT    VALUE 'RC'.
               88  SK-MOVE-COUNT      VALUE 'CC'.
               88  SK-MOVE-MAINT      VALUE 'IM'.
               88  SK-MOVE-BACKOUT    VALUE 'RB'.
           05  SK-QTY-IN          PIC 9(7).
           05  SK-QTY-OUT         PIC 9(7).
           05  SK-ON-HAND-AFTER   PIC S9(7).
           05  SK-UNIT-COST       PIC 9(5)V99.
           05  SK-WHSE-CODE       PIC X(2).
           05  FILLER             PIC X(19).
