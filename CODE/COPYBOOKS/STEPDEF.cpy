      ****************************************************************
      * JOB-STREAM STEP DEFINITION RECORD LAYOUT                     *
      * FILE: STEPDEF                                                *
      * ONE RECORD PER STEP THE NIGHTLY STREAM IS EXPECTED TO RUN,   *
      * KEPT IN STREAM ORDER.  SD-PREREQ-STEP NAMES UP TO FOUR STEPS *
      * THAT MUST HAVE COMPLETED CLEANLY (RETURN CODE UNDER 8) FOR   *
      * THE SAME RUN DATE BEFORE THIS ONE MAY START - E.G. INVOICE   *
      * AFTER ORDERSYS, PICKLIST AFTER ORDERSYS.  A STEP THAT POSTS  *
      * SHOULD CARRY SD-RERUN-SW 'N' SO IT CANNOT RUN TWICE FOR ONE  *
      * DATE (CASHAPP AGAINST THE SAME REMIT FILE); REPORTS THAT ARE *
      * SAFE TO REPEAT CARRY 'Y'.  A PROGRAM WITH NO RECORD HERE IS  *
      * LOGGED BUT NEVER CHECKED, AND THE STREAM STATUS REPORT ONLY  *
      * CALLS A STEP MISSING WHEN IT HAS A RECORD HERE               *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-STEP-DEF-REC.
           05  SD-STEP-NAME       PIC X(8).
           05  SD-STREAM-SEQ      PIC 9(3).
           05  SD-RERUN-SW        PIC X(1).
               88  SD-RERUN-OK        VALUE 'Y'.
           05  SD-PREREQ-STEP     PIC X(8) OCCURS 4 TIMES.
           05  SD-STEP-DESC       PIC X(30).
           05  FILLER             PIC X(6).
