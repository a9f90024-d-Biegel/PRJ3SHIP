      * SYSIN CARD 1: COLS 1-8 STATEMENT AS-OF DATE (CCYYMMDD),
      *               COL 9 'Y' = SKIP CUSTOMERS WHOSE OPEN ITEMS
      *               NET TO A ZERO BALANCE (NO EMPTY PAPER)
      *               COL 80 'Y' = RUN EVEN WHEN A PREREQUISITE
      *               STEP HASN'T RUN CLEAN (SUBSTEP)
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
           02  WS-EOF-ARFILE-SW   PIC X VALUE 'N'.
               10  FILLER         PIC X(2).
           05  WS-PARM-SKIP-SW    PIC X VALUE 'N'.
               88  WS-PARM-SKIP-ZERO   VALUE 'Y'.
           05  FILLER             PIC X(70).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * AS-OF DATE BROKEN OUT FOR THE AGE ARITHMETIC - 360-DAY
      * COMMERCIAL CALENDAR, SAME AS ARAGE
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.

           PERFORM R2000-SWEEP-AR-FILE
              UNTIL WS-EOF-ARFILE.
           DISPLAY '  ZERO-BALANCE CUSTOMERS SKIPPED: '
              WS-SKIPPED-CNT.
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
           MOVE 'CUSTSTMT' TO SC-STEP-NAME.
           MOVE WS-PARM-ASOF-DATE TO SC-RUN-DATE.
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
                 'TABLE BEFORE RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-OI-COUNT.
           CLOSE FILE-ARFILE.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-STMOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           COMPUTE SC-IN-COUNT = WS-STMT-CNT
                               + WS-SKIPPED-CNT.
           MOVE WS-STMT-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
