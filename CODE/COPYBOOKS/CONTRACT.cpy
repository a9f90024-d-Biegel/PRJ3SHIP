      ****************************************************************
      * CUSTOMER CONTRACT PRICE RECORD LAYOUT                        *
      * FILE: CONTRACT - VSAM KSDS KEYED BY CN-KEY                   *
      *       (CUSTOMER + ITEM CODE + EFFECTIVE DATE)                *
      * A PRICE NEGOTIATED WITH ONE CUSTOMER FOR ONE ITEM, GOOD FROM *
      * CN-EFF-DATE THROUGH CN-EXP-DATE INCLUSIVE.  SUBPRICE LOOKS   *
      * HERE FIRST - THE RECORD WITH THE LATEST EFFECTIVE DATE STILL *
      * IN FORCE ON THE ORDER DATE WINS OVER THE PRICEMST TIERS AND  *
      * THE ITEM MASTER BASE PRICE, WHATEVER THE QUANTITY.  ONLY     *
      * CTRMNT ADDS, CHANGES OR DELETES THEM.  CN-CONTRACT-REF IS    *
      * THE SALES AGREEMENT THE PRICE CAME FROM                      *
      * RECORD LENGTH: 60 BYTES                                      *
      ****************************************************************
       01  CPY-CONTRACT-REC.
           05  CN-KEY.
               10  CN-CUST-NO     PIC X(5).
               10  CN-ITEM-CODE   PIC X(3).
               10  CN-EFF-DATE    PIC X(8).
           05  CN-EXP-DATE        PIC X(8).
           05  CN-UNIT-PRICE      PIC 9(5)V99.
           05  CN-CONTRACT-REF    PIC X(10).
           05  FILLER             PIC X(19).
