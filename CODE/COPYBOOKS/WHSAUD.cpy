      ****************************************************************
      * WAREHOUSE STOCK MAINTENANCE AUDIT RECORD LAYOUT              *
      * FILE: WHSAUD                                                 *
      * ONE RECORD PER WAREHOUSE STOCK RECORD WHSMNT CHANGED - A     *
      * TRANSFER SHIPMENT WRITES TWO, ONE FOR EACH WAREHOUSE.        *
      * CARRIES THE FULL BEFORE AND AFTER IMAGE OF THE WHSTOCK       *
      * RECORD.  ON AN ADD THE BEFORE IMAGE IS BLANK; ON A DELETE    *
      * THE AFTER IMAGE IS BLANK.  WA-XFER-NO IS THE TRANSFER A 'T'  *
      * OR 'R' CARD MOVED                                            *
      * RECORD LENGTH: 150 BYTES                                     *
      ****************************************************************
       01  CPY-WHSE-AUD-REC.
           05  WA-RUN-DATE        PIC X(8).
           05  WA-USER-ID         PIC X(8).
           05  WA-ACTION          PIC X(1).
           05  WA-KEY             PIC X(5).
           05  WA-XFER-NO         PIC X(6).
           05  WA-BEFORE-IMAGE    PIC X(60).
           05  WA-AFTER-IMAGE     PIC X(60).
           05  FILLER             PIC X(2).
