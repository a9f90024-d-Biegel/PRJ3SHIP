      ****************************************************************
      * CUSTOMER-ITEM CROSS-REFERENCE RECORD LAYOUT                  *
      * FILE: CUSTXREF - VSAM KSDS KEYED BY XR-KEY                   *
      *       (CUSTOMER + CUSTOMER PART NUMBER)                      *
      * MAPS THE PART NUMBER A CUSTOMER PUTS ON THEIR PURCHASE ORDER *
      * TO OUR IM-ITEM-CODE, SO EDIPOIN CAN TRANSLATE AN EDI PO      *
      * WITHOUT ANYONE RE-KEYING IT.  XR-CUST-PART-DESC IS THEIR     *
      * DESCRIPTION OF THE PART, KEPT FOR WHOEVER HAS TO CHECK THE   *
      * MAPPING.  ONLY XREFMNT ADDS, CHANGES OR DELETES THEM         *
      * RECORD LENGTH: 60 BYTES                                      *
      ****************************************************************
       01  CPY-CUST-XREF-REC.
           05  XR-KEY.
               10  XR-CUST-NO     PIC X(5).
               10  XR-CUST-PART-NO PIC X(15).
           05  XR-ITEM-CODE       PIC X(3).
           05  XR-CUST-PART-DESC  PIC X(20).
           05  XR-LAST-MAINT-DATE PIC X(8).
           05  FILLER             PIC X(9).
