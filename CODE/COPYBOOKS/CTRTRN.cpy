      ****************************************************************
      * CONTRACT PRICE MAINTENANCE TRANSACTION CARD LAYOUT           *
      * FILE: CTRTRN                                                 *
      * ONE CARD PER ADD/CHANGE/DELETE APPLIED TO THE CONTRACT KSDS  *
      * BY CTRMNT, KEYED BY CUSTOMER, ITEM AND EFFECTIVE DATE.  ON A *
      * CHANGE, A BLANK FIELD MEANS LEAVE THE MASTER VALUE ALONE -   *
      * AN EXTENSION IS A CHANGE CARD CARRYING ONLY THE NEW EXPIRY   *
      * DATE.  CX-USER-ID IS CARRIED ONTO THE AUDIT RECORD SO A      *
      * CONTRACT PRICE IS TIED TO A PERSON AND A DATE                *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-CONTRACT-TRN-REC.
           05  CX-ACTION          PIC X(1).
               88  CX-IS-ADD          VALUE 'A'.
               88  CX-IS-CHANGE       VALUE 'C'.
               88  CX-IS-DELETE       VALUE 'D'.
           05  CX-CUST-NO         PIC X(5).
           05  CX-ITEM-CODE       PIC X(3).
           05  CX-EFF-DATE        PIC X(8).
           05  CX-EXP-DATE        PIC X(8).
           05  CX-UNIT-PRICE      PIC X(7).
           05  CX-CONTRACT-REF    PIC X(10).
           05  CX-USER-ID         PIC X(8).
           05  FILLER             PIC X(30).
