      ****************************************************************
      * INBOUND EDI PURCHASE ORDER RECORD LAYOUT                     *
      * FILE: EDIPO                                                  *
      * THE CUSTOMER PO TRANSMISSION AS THE EDI TRANSLATOR HANDS IT  *
      * OVER - ONE 'H' HEADER PER PURCHASE ORDER FOLLOWED BY ITS     *
      * 'L' LINES.  EVERY RECORD CARRIES OUR CUSTOMER NUMBER FOR THE *
      * TRADING PARTNER AND THEIR PO NUMBER, SO A LINE CAN ALWAYS BE *
      * TIED BACK TO ITS HEADER.  EP-CUST-PART-NO IS THE CUSTOMER'S  *
      * OWN PART NUMBER - EDIPOIN TURNS IT INTO OUR ITEM CODE        *
      * THROUGH THE CUSTXREF CROSS-REFERENCE.  EP-UNIT-PRICE IS THE  *
      * PRICE THE CUSTOMER EXPECTS TO PAY (BLANK = OUR PRICE)        *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-EDI-PO-REC.
           05  EP-REC-TYPE        PIC X(1).
               88  EP-IS-HEADER       VALUE 'H'.
               88  EP-IS-LINE         VALUE 'L'.
           05  EP-CUST-NO         PIC X(5).
           05  EP-CUST-PO-NO      PIC X(12).
           05  EP-DATA            PIC X(62).
           05  EP-HDR-DATA REDEFINES EP-DATA.
               10  EP-PO-DATE         PIC X(8).
               10  EP-SHIP-TO-NAME    PIC X(20).
               10  EP-SHIP-TO-CITY    PIC X(15).
               10  EP-SHIP-TO-STATE   PIC X(2).
               10  EP-SHIP-TO-ZIP     PIC X(5).
               10  FILLER             PIC X(12).
           05  EP-LINE-DATA REDEFINES EP-DATA.
               10  EP-LINE-NO         PIC X(3).
               10  EP-CUST-PART-NO    PIC X(15).
               10  EP-QUANTITY        PIC X(5).
               10  EP-UNIT-PRICE      PIC X(7).
               10  FILLER             PIC X(32).
