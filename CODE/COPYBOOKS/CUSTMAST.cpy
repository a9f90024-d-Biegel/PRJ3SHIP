      * CM-TAX-JURIS IS THE SALES TAX JURISDICTION THE CUSTOMER IS   *
      * BILLED UNDER - KEYS THE TAXRATE TABLE.  SPACES MEANS NO      *
      * JURISDICTION ASSIGNED AND THE FLAT SHOP RATE APPLIES         *
      * CM-WHSE-CODE IS THE WAREHOUSE THAT SERVES THE CUSTOMER -     *
      * BACKREL RELEASES A BACKORDER ONLY AGAINST THAT WAREHOUSE'S   *
      * SHELF.  SPACES MEANS THE MAIN WAREHOUSE ('01')               *
      * RECORD LENGTH: 110 BYTES                                     *
      ****************************************************************
       01  CPY-CUST-MAST-REC.
               88  CM-CREDIT-HELD     VALUE 'H'.
               88  CM-CREDIT-CLEAR    VALUE ' ' 'C'.
           05  CM-TAX-JURIS       PIC X(2).
           05  CM-WHSE-CODE       PIC X(2).
           05  FILLER             PIC X(03).
