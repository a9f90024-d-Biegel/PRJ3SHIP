      ****************************************************************
      * AR RECONCILIATION CONTROL RECORD LAYOUT                      *
      * FILE: ARRCTL                                                 *
      * ONE RECORD - THE AR SUBLEDGER ENDING BALANCE (SUM OF         *
      * AR-OPEN-AMT) AS OF THE LAST PERIOD ARRECON RECONCILED, SO    *
      * THE NEXT PERIOD'S ROLL-FORWARD HAS A BEGINNING BALANCE.  THE *
      * PERIOD BEFORE THAT IS KEPT TOO, SO A RERUN OF THE SAME       *
      * PERIOD STILL STARTS FROM THE RIGHT FIGURE.  AN EMPTY OR      *
      * MISSING FILE TAKES THE GL BEGINNING BALANCE AS THE           *
      * SUBLEDGER'S BEGINNING BALANCE FOR THAT FIRST PERIOD.         *
      * RR-PERIOD AND RR-PRIOR-PERIOD ARE FISCAL PERIODS CCYYPP, THE *
      * SAME AS ARRECON'S SYSIN CARD                                 *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-AR-RECON-CTL-REC.
           05  RR-PERIOD          PIC X(6).
           05  RR-AR-END-BAL      PIC S9(11)V99.
           05  RR-PRIOR-PERIOD    PIC X(6).
           05  RR-PRIOR-AR-BAL    PIC S9(11)V99.
           05  FILLER             PIC X(42).
