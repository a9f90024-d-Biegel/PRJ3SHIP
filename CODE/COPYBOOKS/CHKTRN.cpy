      ****************************************************************
      * REFUND CHECK VOID/REISSUE CARD LAYOUT                        *
      * FILE: CHKTRN                                                 *
      * ONE CARD PER CHECK CHKVOID IS TO VOID.  'V' VOIDS THE CHECK  *
      * AND PUTS THE MONEY BACK ON THE CUSTOMER'S ACCOUNT AS AN OPEN *
      * AR CREDIT; 'R' VOIDS IT AND ISSUES A REPLACEMENT FOR THE SAME*
      * AMOUNT UNDER THE NEXT CHKCTL NUMBER.  VC-USER-ID AND THE     *
      * REASON ARE CARRIED ONTO THE AUDIT RECORD                     *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-CHK-TRN-REC.
           05  VC-ACTION          PIC X(1).
               88  VC-IS-VOID         VALUE 'V'.
               88  VC-IS-REISSUE      VALUE 'R'.
           05  VC-CHECK-NO        PIC X(6).
           05  VC-REASON          PIC X(20).
           05  VC-USER-ID         PIC X(8).
           05  FILLER             PIC X(45).
