      ****************************************************************
      * STANDING ORDER MAINTENANCE CARD LAYOUT                       *
      * FILE: STDTRN                                                 *
      * ONE CARD PER ADD/CHANGE/DELETE APPLIED TO THE STDORD KSDS BY *
      * STDMNT, KEYED BY CUSTOMER NUMBER AND ITEM CODE.  ON A        *
      * CHANGE, A BLANK FIELD MEANS LEAVE THE FILE VALUE ALONE.      *
      * ST-USER-ID IS CARRIED ONTO THE AUDIT RECORD                  *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-STD-TRN-REC.
           05  ST-ACTION          PIC X(1).
               88  ST-IS-ADD          VALUE 'A'.
               88  ST-IS-CHANGE       VALUE 'C'.
               88  ST-IS-DELETE       VALUE 'D'.
           05  ST-CUST-NO         PIC X(5).
           05  ST-ITEM-CODE       PIC X(3).
           05  ST-QUANTITY        PIC X(5).
           05  ST-REP-CODE        PIC X(3).
           05  ST-FREQUENCY       PIC X(1).
           05  ST-NEXT-DUE-DATE   PIC X(8).
           05  ST-END-DATE        PIC X(8).
           05  ST-WHSE-CODE       PIC X(2).
           05  ST-CUST-PO-NO      PIC X(12).
           05  ST-USER-ID         PIC X(8).
           05  FILLER             PIC X(24).
