      ****************************************************************
      * CONTRACT PRICE MAINTENANCE AUDIT RECORD LAYOUT               *
      * FILE: CTRAUD                                                 *
      * ONE RECORD PER MAINTENANCE TRANSACTION CTRMNT APPLIED -      *
      * CARRIES THE FULL BEFORE AND AFTER IMAGE OF THE CONTRACT      *
      * RECORD SO A NEGOTIATED PRICE CAN BE TIED TO A DATE AND A     *
      * USER LONG AFTER THE FACT.  ON AN ADD THE BEFORE IMAGE IS     *
      * BLANK; ON A DELETE THE AFTER IMAGE IS BLANK.  SAME SHAPE AS  *
      * THE PRCAUD PRICE AUDIT RECORD                                *
      * RECORD LENGTH: 153 BYTES                                     *
      ****************************************************************
       01  CPY-CONTRACT-AUD-REC.
           05  CY-RUN-DATE        PIC X(8).
           05  CY-USER-ID         PIC X(8).
           05  CY-ACTION          PIC X(1).
           05  CY-CUST-NO         PIC X(5).
           05  CY-ITEM-CODE       PIC X(3).
           05  CY-EFF-DATE        PIC X(8).
           05  CY-BEFORE-IMAGE    PIC X(60).
           05  CY-AFTER-IMAGE     PIC X(60).
