      ****************************************************************
      * REFUND CHECK PRINT FILE RECORD LAYOUT                        *
      * FILE: CHKPRT                                                 *
      * FEEDS THE CHECK PRINTER.  ONE 'C' RECORD PER CHECK CARRIES   *
      * THE FACE OF THE CHECK - PAYEE NAME AND ADDRESS OFF CUSTMAST, *
      * AMOUNT, DATE AND THE ACCOUNT IT IS DRAWN ON - FOLLOWED BY ONE*
      * 'S' RECORD PER AR CREDIT THE REFUND IS MADE OF, FOR THE      *
      * STUB.  A REISSUE FROM CHKVOID CARRIES THE NUMBER IT REPLACES *
      * IN CP-REISSUE-OF AND HAS NO STUB LINES                       *
      * RECORD LENGTH: 130 BYTES                                     *
      ****************************************************************
       01  CPY-CHK-PRT-REC.
           05  CP-REC-TYPE        PIC X(1).
               88  CP-IS-CHECK        VALUE 'C'.
               88  CP-IS-STUB         VALUE 'S'.
           05  CP-CHECK-NO        PIC 9(6).
           05  CP-DATA            PIC X(123).

      *    CHECK FACE
           05  CP-CHECK-DATA REDEFINES CP-DATA.
               10  CP-ISSUE-DATE      PIC X(8).
               10  CP-CUST-NO         PIC X(5).
               10  CP-PAYEE-NAME      PIC X(25).
               10  CP-PAYEE-ADDR1     PIC X(25).
               10  CP-PAYEE-ADDR2     PIC X(25).
               10  CP-CHECK-AMT       PIC 9(9)V99.
               10  CP-BANK-ACCT       PIC X(12).
               10  CP-REISSUE-OF      PIC 9(6).
               10  FILLER             PIC X(6).

      *    STUB LINE - ONE REFUNDED AR CREDIT
           05  CP-STUB-DATA REDEFINES CP-DATA.
               10  CP-ORDER-NO        PIC X(6).
               10  CP-ITEM-DATE       PIC X(8).
               10  CP-ITEM-AMT        PIC 9(9)V99.
               10  FILLER             PIC X(98).
