      * POINT PLUS THE OPEN BACKORDER DEMAND ALREADY WAITING ON THE  *
      * ITEM.  SG-DORMANT-FLAG IS 'D' WHEN THE ITEM HAS NOT TRADED   *
      * SINCE THE RUN'S DORMANT CUTOFF - A WARNING NOT TO REORDER    *
      * DEAD STOCK ON AUTOPILOT.  SG-ON-ORDER-QTY IS WHAT OPEN PO    *
      * LINES ALREADY HAVE COMING - THE SUGGESTION IS NET OF IT      *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-SUGGEST-ORD-REC.
           05  SG-SUGGEST-QTY     PIC 9(9).
           05  SG-DORMANT-FLAG    PIC X(1).
               88  SG-IS-DORMANT      VALUE 'D'.
           05  SG-ON-ORDER-QTY    PIC 9(9).
           05  FILLER             PIC X(17).
