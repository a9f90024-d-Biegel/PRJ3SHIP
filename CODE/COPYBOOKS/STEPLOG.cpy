      ****************************************************************
      * JOB-STEP LOG RECORD LAYOUT                                   *
      * FILE: STEPLOG                                                *
      * SHARED BY EVERY BATCH PROGRAM IN THE STREAM THROUGH SUBSTEP  *
      * - A START RECORD WHEN A STEP CLEARS ITS PREREQUISITE CHECK,  *
      * AN END RECORD WITH ITS RECORD COUNTS AND RETURN CODE WHEN IT *
      * FINISHES, AND A BLOCKED RECORD WHEN IT IS REFUSED.  A START  *
      * WITH NO END AFTER IT IS A STEP THAT ABENDED.  THE FILE ONLY  *
      * EVER GROWS - EVERY WRITE IS AN EXTEND - SO READ FRONT TO     *
      * BACK THE LAST RECORD FOR A STEP AND DATE IS ITS CURRENT      *
      * STATE.  SL-RUN-DATE IS THE BUSINESS DATE (OR PERIOD) THE     *
      * STEP PROCESSED, NOT THE DAY IT RAN - THAT IS SL-SYS-DATE     *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-STEP-LOG-REC.
           05  SL-STEP-NAME       PIC X(8).
           05  SL-RUN-DATE        PIC X(8).
           05  SL-EVENT           PIC X(1).
               88  SL-EVENT-START     VALUE 'S'.
               88  SL-EVENT-END       VALUE 'E'.
               88  SL-EVENT-BLOCKED   VALUE 'B'.
           05  SL-SYS-DATE        PIC X(8).
           05  SL-SYS-TIME        PIC X(8).
           05  SL-IN-COUNT        PIC 9(9).
           05  SL-OUT-COUNT       PIC 9(9).
           05  SL-RETURN-CODE     PIC 9(4).
      *    'Y' ON A START THE OPERATOR FORCED PAST A FAILED CHECK
           05  SL-FORCED          PIC X(1).
      *    ON A BLOCKED RECORD (OR A FORCED START) THE STEP THAT
      *    HADN'T COMPLETED CLEANLY - THE STEP'S OWN NAME WHEN IT
      *    HAD ALREADY RUN CLEAN FOR THE DATE
           05  SL-PREREQ-STEP     PIC X(8).
           05  FILLER             PIC X(16).
