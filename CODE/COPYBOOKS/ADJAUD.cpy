      ****************************************************************
      * AR ADJUSTMENT AUDIT RECORD LAYOUT                            *
      * FILE: ADJAUD                                                 *
      * ONE RECORD PER ADJUSTMENT ARADJ POSTED - WHO KEYED IT, WHO   *
      * APPROVED IT (SPACES WHEN IT WAS INSIDE THE KEYING USER'S     *
      * OWN LIMIT), WHY, AND THE FULL BEFORE AND AFTER IMAGE OF THE  *
      * AR ITEM WITH THE CUSTOMER BALANCE EITHER SIDE, SO A          *
      * WRITE-OFF CAN BE TIED TO A DATE AND A PERSON LONG AFTER THE  *
      * FACT.  SAME SHAPE AS THE CUSTAUD CUSTOMER AUDIT RECORD       *
      * RECORD LENGTH: 200 BYTES                                     *
      ****************************************************************
       01  CPY-ADJ-AUD-REC.
           05  AA-RUN-DATE        PIC X(8).
           05  AA-USER-ID         PIC X(8).
           05  AA-APPROVER-ID     PIC X(8).
           05  AA-REASON-CODE     PIC X(2).
           05  AA-CUST-NO         PIC X(5).
           05  AA-ORDER-NO        PIC X(6).
           05  AA-AMOUNT          PIC 9(9)V99.
           05  AA-BEFORE-IMAGE    PIC X(60).
           05  AA-AFTER-IMAGE     PIC X(60).
           05  AA-CM-BEFORE-BAL   PIC S9(9)V99.
           05  AA-CM-AFTER-BAL    PIC S9(9)V99.
           05  FILLER             PIC X(10).
