      ****************************************************************
      * PURCHASE ORDER APPROVAL CARD LAYOUT                          *
      * FILE: POAPRV                                                 *
      * ONE CARD PER REPLEN SUGGESTION THE BUYER APPROVES FOR        *
      * ORDERING - NO CARD, NO PO.  A BLANK QUANTITY TAKES THE       *
      * SUGGESTED QUANTITY, A BLANK VENDOR TAKES THE ITEM'S PRIMARY  *
      * VENDOR (IM-VENDOR-NO), A BLANK COST TAKES IM-UNIT-COST       *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-PO-APPROVE-REC.
           05  PA-ITEM-CODE       PIC X(3).
           05  PA-APPROVE-QTY     PIC X(7).
           05  PA-VENDOR-NO       PIC X(5).
           05  PA-UNIT-COST       PIC X(7).
           05  PA-BUYER-ID        PIC X(8).
           05  FILLER             PIC X(50).
