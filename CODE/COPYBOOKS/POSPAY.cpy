      ****************************************************************
      * BANK POSITIVE-PAY EXPORT RECORD LAYOUT                       *
      * FILE: PPAYOUT                                                *
      * THE BANK'S FIXED FORMAT - ONE 'H' HEADER, ONE 'D' DETAIL PER *
      * CHECK ISSUED OR VOIDED, ONE 'T' TRAILER.  THE BANK PAYS ONLY *
      * A CHECK WHOSE ACCOUNT, NUMBER AND AMOUNT MATCH AN 'I' DETAIL *
      * AND HAS NOT SINCE BEEN SENT A 'V'.  CHECK NUMBER IS ZERO     *
      * FILLED TO TEN, AMOUNT HAS AN IMPLIED DECIMAL.  THE TRAILER   *
      * AMOUNT IS A HASH OF EVERY DETAIL, ISSUES AND VOIDS ALIKE     *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-POS-PAY-REC.
           05  PP-REC-TYPE        PIC X(1).
               88  PP-IS-HEADER       VALUE 'H'.
               88  PP-IS-DETAIL       VALUE 'D'.
               88  PP-IS-TRAILER      VALUE 'T'.
           05  PP-BANK-ACCT       PIC X(12).
           05  PP-DATA            PIC X(67).

      *    HEADER - THE DAY THE FILE WAS BUILT
           05  PP-HEADER-DATA REDEFINES PP-DATA.
               10  PP-FILE-DATE       PIC X(8).
               10  FILLER             PIC X(59).

      *    DETAIL - ONE CHECK
           05  PP-DETAIL-DATA REDEFINES PP-DATA.
               10  PP-CHECK-NO        PIC 9(10).
               10  PP-ISSUE-VOID      PIC X(1).
                   88  PP-IS-ISSUE        VALUE 'I'.
                   88  PP-IS-VOID         VALUE 'V'.
               10  PP-AMOUNT          PIC 9(8)V99.
               10  PP-ISSUE-DATE      PIC X(8).
               10  PP-PAYEE-NAME      PIC X(25).
               10  FILLER             PIC X(13).

      *    TRAILER - DETAIL COUNT AND AMOUNT HASH
           05  PP-TRAILER-DATA REDEFINES PP-DATA.
               10  PP-ITEM-COUNT      PIC 9(6).
               10  PP-TOTAL-AMT       PIC 9(10)V99.
               10  FILLER             PIC X(49).
