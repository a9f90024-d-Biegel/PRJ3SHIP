      ****************************************************************
      * TAX EXEMPTION CERTIFICATE MAINTENANCE CARD LAYOUT            *
      * FILE: TXETRN                                                 *
      * ONE CARD PER ADD/CHANGE/DELETE APPLIED TO THE TAXEXM KSDS BY *
      * TXEMNT, KEYED BY CUSTOMER NUMBER AND TAX JURISDICTION.  ON A *
      * CHANGE, A BLANK FIELD MEANS LEAVE THE FILE VALUE ALONE - A   *
      * RENEWED CERTIFICATE IS A CHANGE CARRYING THE NEW NUMBER AND  *
      * DATES.  TT-USER-ID IS CARRIED ONTO THE AUDIT RECORD          *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-TXE-TRN-REC.
           05  TT-ACTION          PIC X(1).
               88  TT-IS-ADD          VALUE 'A'.
               88  TT-IS-CHANGE       VALUE 'C'.
               88  TT-IS-DELETE       VALUE 'D'.
           05  TT-CUST-NO         PIC X(5).
           05  TT-JURIS-CODE      PIC X(2).
           05  TT-CERT-NO         PIC X(15).
           05  TT-EXEMPT-REASON   PIC X(1).
           05  TT-EFF-DATE        PIC X(8).
           05  TT-EXP-DATE        PIC X(8).
           05  TT-USER-ID         PIC X(8).
           05  FILLER             PIC X(32).
