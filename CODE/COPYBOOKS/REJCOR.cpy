           05  CR-TRANS-TYPE      PIC X(1).
           05  CR-CUST-NO         PIC X(5).
           05  CR-REP-CODE        PIC X(3).
           05  CR-RMA-NO          PIC X(6).
           05  FILLER             PIC X(44).
