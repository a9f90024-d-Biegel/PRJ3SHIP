      ****************************************************************
      * SALES TAX EXEMPTION CERTIFICATE RECORD LAYOUT                *
      * FILE: TAXEXM - VSAM KSDS KEYED BY TE-KEY                     *
      * ONE RECORD PER CUSTOMER PER TAX JURISDICTION THE CUSTOMER    *
      * HAS GIVEN US A RESALE, NONPROFIT OR GOVERNMENT EXEMPTION     *
      * CERTIFICATE FOR.  ORDERSYS AND REVDISP POST ZERO TAX FOR THE *
      * CUSTOMER'S CM-TAX-JURIS ONLY WHILE THE RUN DATE FALLS FROM   *
      * TE-EFF-DATE THROUGH TE-EXP-DATE - A CERTIFICATE THAT NEVER   *
      * LAPSES IS KEYED WITH AN EXPIRY OF 99991231.  MAINTAINED ONLY *
      * THROUGH TXEMNT, WHICH AUDITS EVERY CHANGE TO FILE-TXEAUD     *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-TAX-EXM-REC.
           05  TE-KEY.
               10  TE-CUST-NO     PIC X(5).
               10  TE-JURIS-CODE  PIC X(2).
           05  TE-CERT-NO         PIC X(15).
           05  TE-EXEMPT-REASON   PIC X(1).
               88  TE-FOR-RESALE      VALUE 'R'.
               88  TE-NONPROFIT       VALUE 'N'.
               88  TE-GOVERNMENT      VALUE 'G'.
               88  TE-OTHER-EXEMPT    VALUE 'O'.
               88  TE-REASON-VALID    VALUE 'R' 'N' 'G' 'O'.
           05  TE-EFF-DATE        PIC X(8).
           05  TE-EXP-DATE        PIC X(8).
           05  TE-LAST-MAINT-DATE PIC X(8).
           05  TE-LAST-MAINT-USER PIC X(8).
           05  FILLER             PIC X(25).
