      ****************************************************************
      * REFUND CHECK REGISTER RECORD LAYOUT                          *
      * FILE: CHKREG - VSAM KSDS KEYED BY RG-CHECK-NO                *
      * ONE RECORD PER REFUND CHECK EVER ISSUED.  ARREFUND WRITES    *
      * THE RECORD WHEN IT DRAWS THE NUMBER OFF CHKCTL; CHKVOID IS   *
      * THE ONLY PROGRAM THAT CHANGES ONE AFTERWARDS.  A VOIDED      *
      * CHECK STAYS ON FILE MARKED 'V' (CREDIT PUT BACK ON THE       *
      * CUSTOMER'S ACCOUNT) OR 'R' (VOIDED AND REISSUED - THE        *
      * REPLACEMENT NUMBER IS IN RG-REISSUED-AS, AND THE             *
      * REPLACEMENT POINTS BACK THROUGH RG-REISSUE-OF).  ONLY 'O'    *
      * CHECKS ARE STILL OWED ON 202000 REFUNDS PAYABLE              *
      * RECORD LENGTH: 100 BYTES                                     *
      ****************************************************************
       01  CPY-CHK-REG-REC.
           05  RG-CHECK-NO        PIC 9(6).
           05  RG-BANK-ACCT       PIC X(12).
           05  RG-CUST-NO         PIC X(5).
           05  RG-PAYEE-NAME      PIC X(25).
           05  RG-AMOUNT          PIC 9(9)V99.
           05  RG-ISSUE-DATE      PIC X(8).
           05  RG-STATUS          PIC X(1).
               88  RG-IS-OUTSTANDING  VALUE 'O'.
               88  RG-IS-VOIDED       VALUE 'V'.
               88  RG-IS-REISSUED     VALUE 'R'.
           05  RG-VOID-DATE       PIC X(8).
           05  RG-REISSUED-AS     PIC 9(6).
           05  RG-REISSUE-OF      PIC 9(6).
           05  FILLER             PIC X(12).
