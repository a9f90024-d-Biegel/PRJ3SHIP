      ****************************************************************
      * CUSTOMER-ITEM CROSS-REFERENCE AUDIT RECORD LAYOUT            *
      * FILE: XREFAUD                                                *
      * ONE RECORD PER MAINTENANCE TRANSACTION XREFMNT APPLIED, WITH *
      * THE FULL BEFORE AND AFTER IMAGE OF THE CUSTXREF RECORD.  ON  *
      * AN ADD THE BEFORE IMAGE IS BLANK; ON A DELETE THE AFTER      *
      * IMAGE IS BLANK.  SAME SHAPE AS THE CTRAUD CONTRACT AUDIT     *
      * RECORD LENGTH: 157 BYTES                                     *
      ****************************************************************
       01  CPY-XREF-AUD-REC.
           05  XA-RUN-DATE        PIC X(8).
           05  XA-USER-ID         PIC X(8).
           05  XA-ACTION          PIC X(1).
           05  XA-CUST-NO         PIC X(5).
           05  XA-CUST-PART-NO    PIC X(15).
           05  XA-BEFORE-IMAGE    PIC X(60).
           05  XA-AFTER-IMAGE     PIC X(60).
