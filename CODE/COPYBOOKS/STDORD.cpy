      ****************************************************************
      * STANDING ORDER RECORD LAYOUT                                 *
      * FILE: STDORD - VSAM KSDS KEYED BY SO-KEY (CUSTOMER NUMBER +  *
      *       ITEM CODE)                                             *
      * ONE RECORD PER RECURRING ORDER A CUSTOMER HAS ASKED FOR -    *
      * THE SAME ITEM AND QUANTITY SHIPPED EVERY WEEK, EVERY TWO     *
      * WEEKS OR EVERY MONTH.  STDGEN WRITES A SALE FOR EVERY        *
      * STANDING ORDER WHOSE SO-NEXT-DUE-DATE HAS COME AND MOVES     *
      * THE DUE DATE ON BY ONE CYCLE.  SO-END-DATE OF SPACES MEANS   *
      * THE ORDER RUNS UNTIL IT IS DELETED                           *
      * SO-ANCHOR-DD IS THE DAY OF THE MONTH A MONTHLY ORDER FALLS   *
      * ON, TAKEN FROM THE DUE DATE WHEN IT WAS LAST KEYED, SO AN    *
      * ORDER DUE ON THE 31ST GOES BACK TO THE 31ST AFTER A SHORT    *
      * MONTH INSTEAD OF CREEPING TO THE 28TH                        *
      * ONLY STDMNT ADDS, CHANGES OR DELETES STANDING ORDERS.  THE   *
      * SO-LAST-GEN- FIELDS ARE SET BY STDGEN                        *
      * RECORD LENGTH: 100 BYTES                                     *
      ****************************************************************
       01  CPY-STD-ORD-REC.
           05  SO-KEY.
               10  SO-CUST-NO     PIC X(5).
               10  SO-ITEM-CODE   PIC X(3).
           05  SO-QUANTITY        PIC 9(5).
           05  SO-REP-CODE        PIC X(3).
           05  SO-FREQUENCY       PIC X(1).
               88  SO-WEEKLY          VALUE 'W'.
               88  SO-BIWEEKLY        VALUE 'B'.
               88  SO-MONTHLY         VALUE 'M'.
               88  SO-FREQ-VALID      VALUE 'W' 'B' 'M'.
           05  SO-NEXT-DUE-DATE   PIC X(8).
           05  SO-END-DATE        PIC X(8).
           05  SO-ANCHOR-DD       PIC 9(2).
           05  SO-WHSE-CODE       PIC X(2).
           05  SO-CUST-PO-NO      PIC X(12).
           05  SO-LAST-GEN-DATE   PIC X(8).
           05  SO-LAST-ORDER-NO   PIC X(6).
           05  SO-GEN-CNT         PIC 9(5).
           05  SO-LAST-MAINT-DATE PIC X(8).
           05  SO-LAST-MAINT-USER PIC X(8).
           05  FILLER             PIC X(16).
