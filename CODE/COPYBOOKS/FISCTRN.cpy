      ****************************************************************
      * FISCAL CALENDAR MAINTENANCE CARD LAYOUT                      *
      * FILE: FISCTRN                                                *
      * ONE CARD PER ADD/CHANGE/DELETE APPLIED TO THE FISCAL KSDS BY *
      * FISCMNT, KEYED BY FISCAL YEAR AND PERIOD NUMBER.  ON A       *
      * CHANGE, A BLANK FIELD MEANS LEAVE THE FILE VALUE ALONE.      *
      * FT-USER-ID IS CARRIED ONTO THE AUDIT RECORD                  *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-FISC-TRN-REC.
           05  FT-ACTION          PIC X(1).
               88  FT-IS-ADD          VALUE 'A'.
               88  FT-IS-CHANGE       VALUE 'C'.
               88  FT-IS-DELETE       VALUE 'D'.
           05  FT-FISCAL-YEAR     PIC X(4).
           05  FT-PERIOD-NO       PIC X(2).
           05  FT-START-DATE      PIC X(8).
           05  FT-END-DATE        PIC X(8).
           05  FT-WEEKS           PIC X(1).
           05  FT-USER-ID         PIC X(8).
           05  FILLER             PIC X(48).
