      ****************************************************************
      * AR ADJUSTMENT CARD LAYOUT                                    *
      * FILE: ADJTRN                                                 *
      * ONE CARD PER ADJUSTMENT ARADJ IS ASKED TO POST AGAINST AN    *
      * AR OPEN ITEM (CUSTOMER + ORDER).  AJ-AMOUNT IS KEYED AS      *
      * DIGITS ONLY WITH AN IMPLIED DECIMAL (SAME CONVENTION AS THE  *
      * REMIT CARD); BLANK MEANS WRITE OFF WHATEVER IS STILL OPEN.   *
      * AN ADJUSTMENT OVER THE KEYING USER'S LIMIT ON ADJLIM IS      *
      * HELD - THE CARD GOES OUT TO FILE-ADJHOLD WITH AJ-HELD-DATE   *
      * STAMPED, AND COMES BACK THROUGH A LATER RUN WITH A SECOND    *
      * USER'S ID IN AJ-APPROVER-ID                                  *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-ADJ-TRN-REC.
           05  AJ-CUST-NO         PIC X(5).
           05  AJ-ORDER-NO        PIC X(6).
           05  AJ-AMOUNT          PIC X(11).
           05  AJ-REASON-CODE     PIC X(2).
               88  AJ-REASON-VALID    VALUE 'SP' 'FR' 'PR' 'SB'
                                            'BD'.
               88  AJ-IS-SHORT-PAY    VALUE 'SP'.
               88  AJ-IS-FREIGHT      VALUE 'FR'.
               88  AJ-IS-PRICING      VALUE 'PR'.
               88  AJ-IS-SMALL-BAL    VALUE 'SB'.
               88  AJ-IS-BAD-DEBT     VALUE 'BD'.
           05  AJ-USER-ID         PIC X(8).
           05  AJ-APPROVER-ID     PIC X(8).
           05  AJ-HELD-DATE       PIC X(8).
           05  FILLER             PIC X(32).
