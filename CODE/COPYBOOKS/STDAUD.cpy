      ****************************************************************
      * STANDING ORDER AUDIT RECORD LAYOUT                           *
      * FILE: STDAUD                                                 *
      * ONE RECORD PER MAINTENANCE TRANSACTION STDMNT APPLIED, WITH  *
      * THE FULL BEFORE AND AFTER IMAGE OF THE STANDING ORDER.  ON   *
      * AN ADD THE BEFORE IMAGE IS BLANK; ON A DELETE THE AFTER      *
      * IMAGE IS BLANK.  SAME SHAPE AS THE XREFAUD AUDIT RECORD      *
      * RECORD LENGTH: 225 BYTES                                     *
      ****************************************************************
       01  CPY-STD-AUD-REC.
           05  SA-RUN-DATE        PIC X(8).
           05  SA-USER-ID         PIC X(8).
           05  SA-ACTION          PIC X(1).
           05  SA-CUST-NO         PIC X(5).
           05  SA-ITEM-CODE       PIC X(3).
           05  SA-BEFORE-IMAGE    PIC X(100).
           05  SA-AFTER-IMAGE     PIC X(100).
