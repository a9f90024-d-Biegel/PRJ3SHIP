      ****************************************************************
      * FISCAL CALENDAR AUDIT RECORD LAYOUT                          *
      * FILE: FISCAUD                                                *
      * ONE RECORD PER MAINTENANCE TRANSACTION FISCMNT APPLIED, WITH *
      * THE FULL BEFORE AND AFTER IMAGE OF THE FISCAL RECORD.  ON AN *
      * ADD THE BEFORE IMAGE IS BLANK; ON A DELETE THE AFTER IMAGE   *
      * IS BLANK.  SAME SHAPE AS THE XREFAUD AUDIT RECORD            *
      * RECORD LENGTH: 123 BYTES                                     *
      ****************************************************************
       01  CPY-FISC-AUD-REC.
           05  FA-RUN-DATE        PIC X(8).
           05  FA-USER-ID         PIC X(8).
           05  FA-ACTION          PIC X(1).
           05  FA-FISCAL-YEAR     PIC X(4).
           05  FA-PERIOD-NO       PIC X(2).
           05  FA-BEFORE-IMAGE    PIC X(50).
           05  FA-AFTER-IMAGE     PIC X(50).
