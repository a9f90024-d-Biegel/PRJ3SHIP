      ****************************************************************
      * VENDOR MASTER RECORD LAYOUT                                  *
      * FILE: VENDMST - VSAM KSDS KEYED BY VM-VENDOR-NO              *
      * ONE RECORD PER SUPPLIER WE BUY FROM.  VM-LEAD-DAYS IS HOW    *
      * LONG THE VENDOR USUALLY TAKES TO DELIVER - POGEN DATES EACH  *
      * NEW PO LINE THAT MANY DAYS OUT, AND POOPEN CALLS A LINE PAST *
      * DUE ONCE THAT DATE GOES BY.  A VENDOR ON HOLD ('H') GETS NO  *
      * NEW PURCHASE ORDERS                                          *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-VEND-MAST-REC.
           05  VM-VENDOR-NO       PIC X(5).
           05  VM-VENDOR-NAME     PIC X(30).
           05  VM-LEAD-DAYS       PIC 9(3).
           05  VM-STATUS          PIC X(1).
               88  VM-IS-ACTIVE       VALUE 'A'.
               88  VM-IS-ON-HOLD      VALUE 'H'.
           05  VM-PHONE           PIC X(12).
           05  FILLER             PIC X(29).
