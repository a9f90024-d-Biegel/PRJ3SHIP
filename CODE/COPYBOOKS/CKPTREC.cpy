      * WRITTEN EVERY WS-CKPT-INTERVAL DETAIL RECORDS SO A RESTART   *
      * CAN PICK UP WHERE THE PRIOR RUN LEFT OFF INSTEAD OF          *
      * REPROCESSING FILE-SHIPIN FROM THE BEGINNING                  *
      * RECORD LENGTH: 140 BYTES                                     *
      ****************************************************************
       01  CPY-CKPT-REC.
           05  CK-LAST-ORDER-NO   PIC X(6).
           05  CK-TOTAL-BACKORDERS PIC 9(5).
           05  CK-TOTAL-TAX-AMT    PIC 9(9)V99.
           05  CK-TOTAL-EXCH-DIFF  PIC S9(9)V99.
           05  CK-TOTAL-COGS-AMT   PIC 9(9)V99.
           05  CK-TOTAL-COGS-RET-AMT PIC 9(9)V99.
           05  FILLER              PIC X(03).
