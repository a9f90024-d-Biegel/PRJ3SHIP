      ****************************************************************
      * DUNNING HISTORY RECORD LAYOUT                                *
      * FILE: DUNHIST - VSAM KSDS KEYED BY DH-CUST-NO                *
      * ONE RECORD PER CUSTOMER EVER SENT A COLLECTION LETTER BY     *
      * DUNNING - WHICH LETTER WENT LAST, WHEN, AND THE TRAIL OF     *
      * LETTERS IN THE CURRENT CYCLE, SO COLLECTIONS CAN SEE WHAT    *
      * THE CUSTOMER HAS ALREADY BEEN TOLD BEFORE PICKING UP THE     *
      * PHONE                                                        *
      * A CYCLE IS ONE RUN OF DELINQUENCY, TIED TO THE OLDEST OPEN   *
      * AR ITEM THAT DROVE THE FIRST LETTER (DH-CYCLE-ORDER-NO).     *
      * WHILE THAT ITEM STAYS THE OLDEST THE LEVELS ONLY CLIMB - A   *
      * LETTER AT OR BELOW DH-LAST-LEVEL IS NOT SENT AGAIN.  WHEN    *
      * THE ITEM IS PAID AND A DIFFERENT ITEM IS OLDEST, A NEW       *
      * CYCLE STARTS AND THE TRAIL IS CLEARED                        *
      * DH-LEVEL-DATE(1) / (2) / (3) ARE THE DATES THE REMINDER,     *
      * SECOND NOTICE AND FINAL NOTICE WENT IN THIS CYCLE - SPACES   *
      * WHERE THAT LETTER WAS NOT SENT (A CUSTOMER FIRST FOUND AT    *
      * 61 DAYS STARTS WITH THE SECOND NOTICE)                       *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-DUN-HIST-REC.
           05  DH-CUST-NO         PIC X(5).
           05  DH-LAST-LEVEL      PIC 9(1).
               88  DH-LEVEL-NONE      VALUE 0.
               88  DH-LEVEL-REMINDER  VALUE 1.
               88  DH-LEVEL-SECOND    VALUE 2.
               88  DH-LEVEL-FINAL     VALUE 3.
           05  DH-LAST-SENT-DATE  PIC X(8).
           05  DH-CYCLE-ORDER-NO  PIC X(6).
           05  DH-CYCLE-ITEM-DATE PIC X(8).
           05  DH-LEVEL-DATE      PIC X(8) OCCURS 3 TIMES.
           05  DH-PAST-DUE-AMT    PIC S9(9)V99.
           05  DH-LETTER-CNT      PIC 9(5).
           05  FILLER             PIC X(12).
