      * A PERSON AND A DATE.
      *
      * SYSIN CARD 1: RUN DATE (CCYYMMDD)
      * SYSIN CARD 1 COL 80: 'Y' RUNS THE STEP EVEN WHEN ITS
      *               PREREQUISITES HAVEN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      *  DAN BIEG   02SEP2026 MAINTAIN THE NEW CM-TAX-JURIS SALES
      *                       TAX JURISDICTION OFF COLS 101-102 OF
      *                       THE MAINTENANCE CARD
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      *  DAN BIEG   15OCT2026 MAINTAIN THE NEW CM-WHSE-CODE SERVING
      *                       WAREHOUSE FROM CT-WHSE-CODE
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       COPY CUSTAUD
           REPLACING CPY-CUST-AUD-REC BY SHIP-AUD-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-CUSTTRN-SW  PIC X VALUE 'N'.
       01  WS-ARFILE-STATUS     PIC X(2) VALUE '00'.
           88  WS-ARFILE-OK            VALUE '00'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN - STAMPED ON EVERY AUDIT RECORD
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.

      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1200-WRITE-REGISTER-HEADER.

           PERFORM R2000-PROCESS-MAINT-CARD

           PERFORM R3000-WRITE-REGISTER-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           DISPLAY '  MAINTENANCE RUN DATE: ' WS-RUN-DATE.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'CUSTMNT' TO SC-STEP-NAME.
           MOVE WS-RUN-DATE TO SC-RUN-DATE.
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
        R1200-WRITE-REGISTER-HEADER.
      *  ------
           IF CT-TAX-JURIS NOT = SPACES
              MOVE CT-TAX-JURIS TO CM-TAX-JURIS
           END-IF.
           IF CT-WHSE-CODE NOT = SPACES
              MOVE CT-WHSE-CODE TO CM-WHSE-CODE
           END-IF.


      *  ------
           CLOSE FILE-ARFILE.
           CLOSE FILE-CUSTAUD.
           CLOSE FILE-MNTOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           COMPUTE SC-IN-COUNT = WS-APPLIED-CNT
                               + WS-REJECTED-CNT.
           MOVE WS-APPLIED-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
