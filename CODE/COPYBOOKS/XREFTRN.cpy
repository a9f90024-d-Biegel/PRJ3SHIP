      ****************************************************************
      * CUSTOMER-ITEM CROSS-REFERENCE MAINTENANCE CARD LAYOUT        *
      * FILE: XREFTRN                                                *
      * ONE CARD PER ADD/CHANGE/DELETE APPLIED TO THE CUSTXREF KSDS  *
      * BY XREFMNT, KEYED BY CUSTOMER AND CUSTOMER PART NUMBER.  ON  *
      * A CHANGE, A BLANK FIELD MEANS LEAVE THE FILE VALUE ALONE.    *
      * XT-USER-ID IS CARRIED ONTO THE AUDIT RECORD                  *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-XREF-TRN-REC.
           05  XT-ACTION          PIC X(1).
               88  XT-IS-ADD          VALUE 'A'.
               88  XT-IS-CHANGE       VALUE 'C'.
               88  XT-IS-DELETE       VALUE 'D'.
           05  XT-CUST-NO         PIC X(5).
           05  XT-CUST-PART-NO    PIC X(15).
           05  XT-ITEM-CODE       PIC X(3).
           05  XT-CUST-PART-DESC  PIC X(20).
           05  XT-USER-ID         PIC X(8).
           05  FILLER             PIC X(28).
