      ****************************************************************
      * OPEN PURCHASE ORDER LINE RECORD LAYOUT                       *
      * FILE: POFILE - VSAM KSDS KEYED BY PO-KEY (PO NUMBER + LINE)  *
      * ONE RECORD PER PO LINE - WHO WE ORDERED FROM, WHAT ITEM, HOW *
      * MANY, AT WHAT COST, AND WHEN IT IS DUE.  POGEN WRITES THE    *
      * LINES OFF THE APPROVED REPLEN SUGGESTIONS; GOODSRCV ADDS     *
      * EACH MATCHED RECEIPT INTO PO-RECEIVED-QTY, MOVING THE LINE   *
      * TO PARTIAL AND THEN CLOSED ONCE THE FULL QUANTITY IS IN.     *
      * OPEN AND PARTIAL LINES ARE STOCK STILL ON ORDER - REPLEN     *
      * COUNTS THEM SO IT DOESN'T SUGGEST THE SAME UNITS TWICE       *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-PO-LINE-REC.
           05  PO-KEY.
               10  PO-NO          PIC X(6).
               10  PO-LINE-NO     PIC 9(3).
           05  PO-VENDOR-NO       PIC X(5).
           05  PO-ITEM-CODE       PIC X(3).
           05  PO-ORDER-QTY       PIC 9(7).
           05  PO-RECEIVED-QTY    PIC 9(7).
           05  PO-UNIT-COST       PIC 9(5)V99.
           05  PO-ORDER-DATE      PIC X(8).
           05  PO-EXPECTED-DATE   PIC X(8).
           05  PO-LAST-RCPT-DATE  PIC X(8).
           05  PO-STATUS          PIC X(1).
               88  PO-IS-OPEN         VALUE 'O'.
               88  PO-IS-PARTIAL      VALUE 'P'.
               88  PO-IS-CLOSED       VALUE 'C'.
               88  PO-IS-CANCELLED    VALUE 'X'.
               88  PO-IS-OUTSTANDING  VALUE 'O' 'P'.
           05  PO-BUYER-ID        PIC X(8).
           05  FILLER             PIC X(09).
