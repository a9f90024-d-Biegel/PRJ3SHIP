      * ON DEMAND - IT TOUCHES NOTHING, IT ONLY REPORTS.
      *
      * SYSIN CARD 1: AS-OF DATE (CCYYMMDD)
      * SYSIN CARD 1 COL 80: 'Y' RUNS THE STEP EVEN WHEN ITS
      *               PREREQUISITES HAVEN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   23AUG2026 CODE PROG
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
           02  WS-EOF-ARFILE-SW   PIC X VALUE 'N'.
       01  WS-ARFILE-STATUS     PIC X(2) VALUE '00'.
           88  WS-ARFILE-OK            VALUE '00'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * AS-OF DATE FROM SYSIN AND THE AGE ARITHMETIC FIELDS -
      * 360-DAY COMMERCIAL CALENDAR, SAME AS THE BACKORDER AGING
       01  WS-ASOF-DATE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.

           PERFORM R2000-SWEEP-AR-FILE
              UNTIL WS-EOF-ARFILE.

           PERFORM R3000-WRITE-GRAND-TOTALS.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-ASOF-DATE.
           DISPLAY '  AGING AS OF: ' WS-ASOF-DATE.

           MOVE WS-ASOF-DATE TO WS-REG-HDR-ASOF.
           END-START.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'ARAGE' TO SC-STEP-NAME.
           MOVE WS-ASOF-DATE TO SC-RUN-DATE.
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
        R2000-SWEEP-AR-FILE.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-ARFILE.
           CLOSE FILE-AGEOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-OPEN-ITEM-CNT TO SC-IN-COUNT.
           MOVE WS-OPEN-ITEM-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
