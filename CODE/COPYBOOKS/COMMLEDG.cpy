      ****************************************************************
      * COMMISSION LEDGER RECORD LAYOUT                              *
      * FILE: COMMLEDG - SEQUENTIAL, ADDED TO WITH OPEN EXTEND       *
      * THE ORDER-LEVEL HISTORY OF WHAT A REP'S COMMISSION WAS       *
      * BUILT FROM AND WHAT HAS BEEN DONE WITH IT:                   *
      *   'K' COLLECTED - WRITTEN BY CASHAPP EVERY TIME CASH LANDS   *
      *       ON AN AR ITEM THAT CARRIES A REP CODE.  CL-SALES-AMT   *
      *       IS THE SALES SHARE OF THE CASH (TAX TAKEN OUT PRO      *
      *       RATA), THE FIGURE A COLLECTED-BASIS COMMRUN PAYS ON    *
      *   'P' PAID - WRITTEN BY COMMRUN, ONE PER REP AND ORDER PER   *
      *       PERIOD, WITH THE BASE THE COMMISSION WAS CALCULATED ON *
      *       (CL-BASIS SAYS BOOKED OR COLLECTED) AND THE AMOUNT     *
      *   'C' CLAWBACK - WRITTEN BY COMMCLAW WHEN COMMISSION ALREADY *
      *       PAID ON AN ORDER IS TAKEN BACK BECAUSE THE AR ITEM     *
      *       AGED PAST THE CUTOFF OR WAS WRITTEN OFF AS BAD DEBT    *
      * CL-PERIOD ON A PAID ENTRY IS THE CCYYPP FISCAL PERIOD PAID *
      * (FILE-FISCAL), AND ITS CL-RUN-DATE IS SPACES - IT BELONGS TO *
      * A PERIOD RATHER THAN A DAY.  ON 'K' AND 'C' ENTRIES THE      *
      * CL-PERIOD IS THE CALENDAR CCYYMM OF THE RUN, FOR REFERENCE   *
      * ONLY - COMMRUN PLACES THEM IN A FISCAL PERIOD BY RUN DATE    *
      * RECORD LENGTH: 100 BYTES                                     *
      ****************************************************************
       01  CPY-COMM-LEDG-REC.
           05  CL-ENTRY-TYPE      PIC X(1).
               88  CL-IS-COLLECTED    VALUE 'K'.
               88  CL-IS-PAID         VALUE 'P'.
               88  CL-IS-CLAWBACK     VALUE 'C'.
           05  CL-REP-CODE        PIC X(3).
           05  CL-CUST-NO         PIC X(5).
           05  CL-ORDER-NO        PIC X(6).
           05  CL-RUN-DATE        PIC X(8).
           05  CL-PERIOD          PIC X(6).
           05  CL-SALES-AMT       PIC S9(9)V99.
           05  CL-COMM-AMT        PIC S9(9)V99.
           05  CL-COMM-RATE       PIC 9V999.
           05  CL-BASIS           PIC X(1).
               88  CL-BASIS-BOOKED    VALUE 'B'.
               88  CL-BASIS-COLLECTED VALUE 'C'.
           05  CL-REASON          PIC X(1).
               88  CL-REASON-AGED     VALUE 'A'.
               88  CL-REASON-WRITEOFF VALUE 'W'.
           05  FILLER             PIC X(43).
