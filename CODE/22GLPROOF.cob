      * RETURN CODE 8 SO THE MONTH-END JOB STREAM STOPS BEFORE THE
      * FIGURES GO TO THE LEDGER.
      *
      * SYSIN CARD 1: FISCAL PERIOD CCYYPP (FISCAL YEAR AND PERIOD
      * NUMBER ON FILE-FISCAL) - RECORDS DATED OUTSIDE THE PERIOD'S
      * START AND END DATES ARE COUNTED AND SKIPPED, NOT PROVED
      * SYSIN CARD 1 COL 80: 'Y' RUNS THE STEP EVEN WHEN ITS
      *               PREREQUISITES HAVEN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   02SEP2026 CODE PROG
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      *  DAN BIEG   15OCT2026 PROVE BY FISCAL PERIOD - SYSIN PERIOD IS
      *                       NOW CCYYPP LOOKED UP ON FILE-FISCAL AND
      *                       GLEXT SELECTED BY ITS START/END DATES
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       FILE-CONTROL.
           SELECT FILE-GLEXT ASSIGN TO UT-S-GLEXT.
           SELECT FILE-PRFOUT ASSIGN TO UT-S-PRFOUT.
           SELECT FILE-FISCAL ASSIGN TO UT-S-FISCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FISCAL-STATUS.

      **************************************************************
       DATA DIVISION.

       01  FIL-PRFOUT        PIC X(132).

      * ---

      *FISCAL CALENDAR - START AND END DATE OF EVERY PERIOD
       FD  FILE-FISCAL
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-FISCAL.

       COPY FISCAL
           REPLACING CPY-FISCAL-REC BY FIL-FISCAL.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************
       COPY GLEXTREC
           REPLACING CPY-GL-EXTRACT-REC BY SHIP-GL-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-GLEXT-SW    PIC X VALUE 'N'.
           02  WS-OUT-OF-BAL-SW   PIC X VALUE 'N'.
               88  WS-OUT-OF-BALANCE     VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-FISCAL-STATUS     PIC X(2) VALUE '00'.
           88  WS-FISCAL-FOUND         VALUE '00'.
           88  WS-FISCAL-NOTFOUND      VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-PERIOD PIC X(6).
           05  FILLER             PIC X(73).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * SYSIN PARM - THE PERIOD BEING PROVED
       01  WS-PARM-PERIOD.
           05  WS-PARM-YYYY       PIC X(4) VALUE SPACES.
           05  WS-PARM-PP         PIC X(2) VALUE SPACES.

      * THE PERIOD'S DATES OFF FILE-FISCAL
       01  WS-PER-START-DATE    PIC X(8) VALUE SPACES.
       01  WS-PER-END-DATE      PIC X(8) VALUE SPACES.

      * DEBIT/CREDIT TOTALS BY RUN DATE - THE DAILY PROOF.  THE
      * TABLE IS A HARD LIMIT - MORE DISTINCT DATES THAN THIS IN
                 VALUE 'GL JOURNAL PROOF AND TRIAL BAL'.
           05  FILLER             PIC X(11) VALUE '  PERIOD: '.
           05  WS-REG-HDR-PERIOD  PIC X(6).
           05  FILLER             PIC X(2) VALUE ' ('.
           05  WS-REG-HDR-START   PIC X(8).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-REG-HDR-END     PIC X(8).
           05  FILLER             PIC X(1) VALUE ')'.
           05  FILLER             PIC X(53) VALUE SPACES.

       01  WS-SEC-HDR.
           05  WS-SEC-TITLE       PIC X(40).
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1010-LOOKUP-FISCAL-PERIOD.
           PERFORM R1090-LOG-STEP-START.

           PERFORM R2000-PROCESS-GL-RECORD
              UNTIL WS-EOF-GLEXT.
                 'OF BALANCE - SETTING RETURN CODE 8'
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-GLEXT.
           OPEN INPUT  FILE-FISCAL.
           OPEN OUTPUT FILE-PRFOUT.


        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-PERIOD TO WS-PARM-PERIOD.
           DISPLAY '  PROVING PERIOD: ' WS-PARM-PERIOD.


      *  ------
        R1010-LOOKUP-FISCAL-PERIOD.
      *  ------
           DISPLAY '  R1010 LOOKUP FISCAL PERIOD'.
      *    THE PERIOD MUST BE ON THE CALENDAR - GUESSING AT ITS
      *    DATES WOULD PROVE THE WRONG DAYS
           MOVE '00' TO WS-FISCAL-STATUS.
           MOVE WS-PARM-YYYY TO FC-FISCAL-YEAR.
           MOVE WS-PARM-PP   TO FC-PERIOD-NO.
           READ FILE-FISCAL
               INVALID KEY MOVE '23' TO WS-FISCAL-STATUS
           END-READ.
           IF NOT WS-FISCAL-FOUND
              DISPLAY '  *** FISCAL PERIOD ' WS-PARM-PERIOD
                 ' NOT ON FILE-FISCAL - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.
           MOVE FC-START-DATE TO WS-PER-START-DATE.
           MOVE FC-END-DATE   TO WS-PER-END-DATE.
           DISPLAY '  PERIOD DATES: ' WS-PER-START-DATE ' THRU '
              WS-PER-END-DATE.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'GLPROOF' TO SC-STEP-NAME.
           MOVE WS-PARM-PERIOD TO SC-RUN-DATE.
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
        R2000-PROCESS-GL-RECORD.
      *  ------

           IF NOT WS-EOF-GLEXT
              ADD 1 TO WS-READ-CNT
              IF GL-RUN-DATE NOT < WS-PER-START-DATE
                 AND GL-RUN-DATE NOT > WS-PER-END-DATE
                 PERFORM R2100-ACCUMULATE-BY-DATE
                 PERFORM R2200-ACCUMULATE-BY-ACCOUNT
                 IF GL-IS-DEBIT
                 '- GROW THE TABLE BEFORE RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-PD-COUNT.
                 'GROW THE TABLE BEFORE RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-TB-COUNT.
      *  ------
           DISPLAY '  R3000 WRITE PROOF REPORT'.
           MOVE WS-PARM-PERIOD TO WS-REG-HDR-PERIOD.
           MOVE WS-PER-START-DATE TO WS-REG-HDR-START.
           MOVE WS-PER-END-DATE   TO WS-REG-HDR-END.
           MOVE WS-REG-HDR TO FIL-PRFOUT.
           WRITE FIL-PRFOUT.
           MOVE SPACES TO FIL-PRFOUT.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-GLEXT.
           CLOSE FILE-FISCAL.
           CLOSE FILE-PRFOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-READ-CNT TO SC-IN-COUNT.
           MOVE WS-TB-COUNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
