      ****************************************************************
      * TAX EXEMPTION CERTIFICATE AUDIT RECORD LAYOUT                *
      * FILE: TXEAUD                                                 *
      * ONE RECORD PER MAINTENANCE TRANSACTION TXEMNT APPLIED, WITH  *
      * THE FULL BEFORE AND AFTER IMAGE OF THE CERTIFICATE, SO THE   *
      * CERTIFICATE A SALE WAS EXEMPTED UNDER CAN BE PRODUCED FOR AN *
      * AUDITOR AFTER IT HAS BEEN RENEWED OR REMOVED.  ON AN ADD THE *
      * BEFORE IMAGE IS BLANK; ON A DELETE THE AFTER IMAGE IS BLANK. *
      * SAME SHAPE AS THE XREFAUD AUDIT RECORD                       *
      * RECORD LENGTH: 184 BYTES                                     *
      ****************************************************************
       01  CPY-TXE-AUD-REC.
           05  TA-RUN-DATE        PIC X(8).
           05  TA-USER-ID         PIC X(8).
           05  TA-ACTION          PIC X(1).
           05  TA-CUST-NO         PIC X(5).
           05  TA-JURIS-CODE      PIC X(2).
           05  TA-BEFORE-IMAGE    PIC X(80).
           05  TA-AFTER-IMAGE     PIC X(80).
