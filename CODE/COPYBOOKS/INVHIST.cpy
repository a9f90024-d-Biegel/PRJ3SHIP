      * TOTALS, LINES 00001 AND UP ARE THE LINE ITEMS - SO A         *
      * DOCUMENT A CUSTOMER SAYS THEY NEVER GOT CAN BE REGENERATED   *
      * BY THE INVOICE REPRINT MODE LONG AFTER THE ORIGINAL PRINT    *
      * FILE IS GONE.  ACCRETES ACROSS RUNS.  A LINE KEEPS THE       *
      * CUSTOMER'S PURCHASE ORDER NUMBER SO THE REPRINT QUOTES IT    *
      * THE SAME AS THE ORIGINAL                                     *
      * RECORD LENGTH: 100 BYTES                                     *
      ****************************************************************
       01  CPY-INV-HIST-REC.
               10  IH-UNIT-PRICE      PIC 9(5)V99.
               10  IH-AMOUNT          PIC 9(9)V99.
               10  IH-ORDER-NO        PIC X(6).
               10  IH-CUST-PO-NO      PIC X(12).
