      ****************************************************************
      * RMA MAINTENANCE AUDIT RECORD LAYOUT                          *
      * FILE: RMAAUD                                                 *
      * ONE RECORD PER MAINTENANCE TRANSACTION RMAMNT APPLIED -      *
      * CARRIES THE FULL BEFORE AND AFTER IMAGE OF THE RMA RECORD SO *
      * AN AUTHORIZATION CAN BE TIED TO A DATE AND A USER.  ON AN    *
      * ISSUE THE BEFORE IMAGE IS BLANK.  SAME SHAPE AS THE CTRAUD   *
      * CONTRACT AUDIT RECORD                                        *
      * RECORD LENGTH: 183 BYTES                                     *
      ****************************************************************
       01  CPY-RMA-AUD-REC.
           05  RY-RUN-DATE        PIC X(8).
           05  RY-USER-ID         PIC X(8).
           05  RY-ACTION          PIC X(1).
           05  RY-RMA-NO          PIC X(6).
           05  RY-BEFORE-IMAGE    PIC X(80).
           05  RY-AFTER-IMAGE     PIC X(80).
