      * TIED TO A PERSON AND A DATE.  WIDER THAN THE 80-BYTE ITEM    *
      * CARD BECAUSE THE NAME AND TWO ADDRESS LINES ALONE RUN 75     *
      * BYTES                                                        *
      * CT-WHSE-CODE SETS THE CUSTOMER'S SERVING WAREHOUSE           *
      * RECORD LENGTH: 120 BYTES                                     *
      ****************************************************************
       01  CPY-CUST-TRN-REC.
           05  CT-CREDIT-LIMIT    PIC X(11).
           05  CT-USER-ID         PIC X(8).
           05  CT-TAX-JURIS       PIC X(2).
           05  CT-WHSE-CODE       PIC X(2).
           05  FILLER             PIC X(16).
