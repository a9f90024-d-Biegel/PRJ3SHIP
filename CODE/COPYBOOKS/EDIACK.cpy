      ****************************************************************
      * OUTBOUND EDI PURCHASE ORDER ACKNOWLEDGMENT RECORD LAYOUT     *
      * FILE: EDIACK                                                 *
      * WRITTEN BY EDIPOIN FOR EVERY PO ON THE TRANSMISSION - AN 'H' *
      * HEADER, ONE 'L' PER PO LINE TELLING THE CUSTOMER WHAT WE DID *
      * WITH IT, AND A 'T' SUMMARY WITH THE OVERALL ANSWER.  LINE    *
      * STATUS: 'IA' ACCEPTED AS SENT, 'IP' ACCEPTED AT OUR PRICE    *
      * (EA-PO-PRICE IS WHAT THEY SENT, EA-UNIT-PRICE WHAT WE WILL   *
      * BILL), 'IR' REJECTED WITH EA-REASON-CODE SAYING WHY.         *
      * PO STATUS: 'AD' EVERY LINE ACCEPTED AS SENT, 'AC' ACCEPTED   *
      * WITH CHANGES OR SOME LINES REJECTED, 'RJ' NOTHING ACCEPTED.  *
      * EA-ORDER-NO IS OUR ORDER NUMBER FOR AN ACCEPTED LINE         *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-EDI-ACK-REC.
           05  EA-REC-TYPE        PIC X(1).
               88  EA-IS-HEADER       VALUE 'H'.
               88  EA-IS-LINE         VALUE 'L'.
               88  EA-IS-SUMMARY      VALUE 'T'.
           05  EA-CUST-NO         PIC X(5).
           05  EA-CUST-PO-NO      PIC X(12).
           05  EA-DATA            PIC X(62).
           05  EA-HDR-DATA REDEFINES EA-DATA.
               10  EA-ACK-DATE        PIC X(8).
               10  EA-PO-DATE         PIC X(8).
               10  EA-SHIP-TO-NAME    PIC X(20).
               10  FILLER             PIC X(26).
           05  EA-LINE-DATA REDEFINES EA-DATA.
               10  EA-LINE-NO         PIC X(3).
               10  EA-CUST-PART-NO    PIC X(15).
               10  EA-ITEM-CODE       PIC X(3).
               10  EA-QUANTITY        PIC 9(5).
               10  EA-UNIT-PRICE      PIC 9(5)V99.
               10  EA-PO-PRICE        PIC X(7).
               10  EA-LINE-STATUS     PIC X(2).
                   88  EA-LINE-ACCEPTED   VALUE 'IA'.
                   88  EA-LINE-PRICE-CHG  VALUE 'IP'.
                   88  EA-LINE-REJECTED   VALUE 'IR'.
               10  EA-ORDER-NO        PIC X(6).
               10  EA-REASON-CODE     PIC X(2).
                   88  EA-RSN-NO-HEADER   VALUE 'NH'.
                   88  EA-RSN-CUSTOMER    VALUE 'CU'.
                   88  EA-RSN-PART-NO     VALUE 'PN'.
                   88  EA-RSN-ITEM        VALUE 'IT'.
                   88  EA-RSN-QUANTITY    VALUE 'QT'.
                   88  EA-RSN-PRICE       VALUE 'PR'.
               10  FILLER             PIC X(12).
           05  EA-SUM-DATA REDEFINES EA-DATA.
               10  EA-PO-STATUS       PIC X(2).
                   88  EA-PO-ACCEPTED     VALUE 'AD'.
                   88  EA-PO-CHANGED      VALUE 'AC'.
                   88  EA-PO-REJECTED     VALUE 'RJ'.
               10  EA-LINES-RECEIVED  PIC 9(3).
               10  EA-LINES-ACCEPTED  PIC 9(3).
               10  EA-LINES-CHANGED   PIC 9(3).
               10  EA-LINES-REJECTED  PIC 9(3).
               10  EA-PO-AMOUNT       PIC 9(9)V99.
               10  FILLER             PIC X(37).
