      ****************************************************************
      * REFUND CHECK VOID/REISSUE AUDIT RECORD LAYOUT                *
      * FILE: CHKAUD                                                 *
      * ONE RECORD PER CARD CHKVOID APPLIED, WITH THE FULL BEFORE    *
      * AND AFTER IMAGE OF THE VOIDED CHECK'S CHKREG RECORD AND THE  *
      * REPLACEMENT NUMBER ON A REISSUE (ZERO ON A PLAIN VOID).  SAME*
      * SHAPE AS THE CTRAUD CONTRACT AUDIT                           *
      * RECORD LENGTH: 249 BYTES                                     *
      ****************************************************************
       01  CPY-CHK-AUD-REC.
           05  VA-RUN-DATE        PIC X(8).
           05  VA-USER-ID         PIC X(8).
           05  VA-ACTION          PIC X(1).
           05  VA-CHECK-NO        PIC 9(6).
           05  VA-NEW-CHECK-NO    PIC 9(6).
           05  VA-REASON          PIC X(20).
           05  VA-BEFORE-IMAGE    PIC X(100).
           05  VA-AFTER-IMAGE     PIC X(100).
