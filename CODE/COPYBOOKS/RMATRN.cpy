      ****************************************************************
      * RMA MAINTENANCE TRANSACTION CARD LAYOUT                      *
      * FILE: RMATRN                                                 *
      * ONE CARD PER RMA ISSUED, CHANGED OR CANCELLED BY RMAMNT.  AN *
      * ISSUE CARD LEAVES RX-RMA-NO BLANK - RMAMNT NUMBERS IT OFF    *
      * FILE-RMACTL AND PRINTS THE NUMBER TO GIVE THE CUSTOMER.  A   *
      * BLANK EXPIRY DATE ON AN ISSUE MEANS A MONTH FROM THE RUN     *
      * DATE.  ON A CHANGE, A BLANK FIELD MEANS LEAVE THE RMA VALUE  *
      * ALONE - ONLY THE QUANTITY, REASON AND EXPIRY CAN CHANGE.     *
      * RX-USER-ID IS CARRIED ONTO THE AUDIT RECORD                  *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-RMA-TRN-REC.
           05  RX-ACTION          PIC X(1).
               88  RX-IS-ISSUE        VALUE 'A'.
               88  RX-IS-CHANGE       VALUE 'C'.
               88  RX-IS-CANCEL       VALUE 'X'.
           05  RX-RMA-NO          PIC X(6).
           05  RX-CUST-NO         PIC X(5).
           05  RX-ORDER-NO        PIC X(6).
           05  RX-ITEM-CODE       PIC X(3).
           05  RX-AUTH-QTY        PIC X(5).
           05  RX-REASON          PIC X(2).
           05  RX-EXPIRY-DATE     PIC X(8).
           05  RX-USER-ID         PIC X(8).
           05  FILLER             PIC X(36).
