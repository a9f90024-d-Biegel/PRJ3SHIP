      * STATE WITHOUT GUESSING FROM ADDRESSES.  DT-REP-CODE IS THE   *
      * REP THE TRANSACTION POSTED UNDER ('***' = HOUSE) SO THE      *
      * COMMISSION STATEMENTS HAVE ORDER-LEVEL DETAIL TO SHOW A REP  *
      * WHO DISPUTES THEIR NUMBER.  DT-UNIT-COST IS IM-UNIT-COST AT  *
      * POSTING TIME FOR EVERY LINE THAT MOVED STOCK (ZEROES ON      *
      * SCRAPPED RETURNS, CANCELS AND BACKORDERS) SO THE MARGIN      *
      * REPORT DOESN'T HAVE TO RE-COST HISTORY AT TODAY'S COST       *
      * DT-EXCH-ITEM-CODE/DT-EXCH-QUANTITY ARE THE REPLACEMENT SIDE  *
      * OF AN EXCHANGE (THE REST OF THE RECORD IS THE RETURNED SIDE) *
      * SO THE PACKING SLIPS KNOW WHAT GOES BACK OUT IN THE BOX -    *
      * SPACES/ZEROES ON EVERY OTHER TRANSACTION TYPE                *
      * DT-CUST-PO-NO IS THE CUSTOMER'S OWN PURCHASE ORDER NUMBER    *
      * OFF SI-CUST-PO-NO (EDI ORDERS) SO THE INVOICE CAN QUOTE IT   *
      * BACK TO THEIR PAYABLES - BLANK ON ORDERS THE DESK KEYED      *
      * DT-WHSE-CODE IS THE WAREHOUSE THE STOCK MOVED IN, SO THE     *
      * PICK LIST AND PACKING SLIPS GO TO THE RIGHT BUILDING         *
      * DT-EXEMPT-CERT-NO IS THE TAXEXM EXEMPTION CERTIFICATE THE    *
      * LINE POSTED TAX-FREE UNDER, SO THE FILING REPORT CAN SHOW    *
      * EXEMPT SALES BY CERTIFICATE - BLANK WHEN THE CUSTOMER HAD NO *
      * CERTIFICATE IN FORCE FOR THE JURISDICTION                    *
      * RECORD LENGTH: 150 BYTES                                     *
      ****************************************************************
       01  CPY-DAY-TRAN-REC.
           05  DT-RUN-DATE        PIC X(8).
               88  DT-TRANS-IS-BACKORDER VALUE 'B'.
           05  DT-TAX-JURIS       PIC X(2).
           05  DT-REP-CODE        PIC X(3).
           05  DT-UNIT-COST       PIC 9(5)V99.
           05  DT-EXCH-ITEM-CODE  PIC X(3).
           05  DT-EXCH-QUANTITY   PIC 9(5).
           05  DT-CUST-PO-NO      PIC X(12).
           05  DT-WHSE-CODE       PIC X(2).
           05  DT-EXEMPT-CERT-NO  PIC X(15).
           05  FILLER             PIC X(14).
