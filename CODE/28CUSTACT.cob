      * SYSIN CARD 1: COLS 1-5   CUSTOMER NUMBER
      *               COLS 6-13  FROM DATE (CCYYMMDD, BLANK = OPEN)
      *               COLS 14-21 TO DATE (CCYYMMDD, BLANK = OPEN)
      *               COL 80     'Y' = RUN EVEN WHEN A PREREQUISITE
      *                          STEP HASN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   02SEP2026 CODE PROG
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-ORDHIST-SW  PIC X VALUE 'N'.
           05  WS-PARM-CUST-NO    PIC X(5).
           05  WS-PARM-FROM-DATE  PIC X(8).
           05  WS-PARM-TO-DATE    PIC X(8).
           05  FILLER             PIC X(58).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * ACTIVITY TOTALS FOR THE SUMMARY LINE
       01  WS-MATCH-CNT          PIC 9(5) VALUE ZEROES.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1200-WRITE-REPORT-HEADER.

           PERFORM R2000-SWEEP-HISTORY

           PERFORM R3000-WRITE-SUMMARY.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


           END-START.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'CUSTACT' TO SC-STEP-NAME.
           MOVE WS-PARM-STEP-FORCE TO SC-FORCE-SW.
           MOVE ZEROES TO SC-IN-COUNT.
           MOVE ZEROES TO SC-OUT-COUNT.
           MOVE ZEROES TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
           IF SC-STEP-BLOCKED
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.


      *  ------
        R1200-WRITE-REPORT-HEADER.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-ORDHIST.
           CLOSE FILE-ACTOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-MATCH-CNT TO SC-IN-COUNT.
           MOVE WS-MATCH-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
