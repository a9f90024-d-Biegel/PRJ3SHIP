      ****************************************************************
      * AR ADJUSTMENT USER LIMIT RECORD LAYOUT                       *
      * FILE: ADJLIM                                                 *
      * ONE RECORD PER USER ALLOWED TO KEY OR APPROVE AR             *
      * ADJUSTMENTS - THE LARGEST SINGLE ADJUSTMENT THAT USER CAN    *
      * POST ON THEIR OWN.  A USER WHO ISN'T ON THE FILE CAN'T       *
      * ADJUST AT ALL.  SMALL ENOUGH THAT ARADJ LOADS IT INTO A      *
      * TABLE AT STARTUP                                             *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-ADJ-LIMIT-REC.
           05  AL-USER-ID         PIC X(8).
           05  AL-USER-NAME       PIC X(20).
           05  AL-LIMIT-AMT       PIC 9(9)V99.
           05  FILLER             PIC X(41).
