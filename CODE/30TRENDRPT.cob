      * ACCOUNTS LEAD THE REPORT.  RUN ON DEMAND - IT TOUCHES
      * NOTHING.
      *
      * EACH PERIOD'S START AND END DATES COME OFF FILE-FISCAL.  A
      * CURRENT PERIOD NOT ON THE CALENDAR STOPS THE RUN (RC 8); A
      * COMPARISON PERIOD NOT ON IT PRINTS AS ZEROES WITH RC 4.
      *
      * SYSIN CARD 1: COLS 1-6   CURRENT FISCAL PERIOD CCYYPP
      *               COLS 7-12  PRIOR PERIOD CCYYPP (BLANK = THE
      *                          PERIOD BEFORE THE CURRENT ONE ON
      *                          FILE-FISCAL)
      *               COLS 13-18 SAME PERIOD LAST YEAR CCYYPP
      *                          (BLANK = SAME PERIOD NUMBER IN THE
      *                          FISCAL YEAR BEFORE)
      *               COLS 19-21 TOP-N RANK SIZE (BLANK = 10)
      *               COL 80     'Y' = RUN EVEN WHEN A PREREQUISITE
      *                          STEP HASN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      *                       DOUBLED THE PRIOR AND LAST-YEAR
      *                       PERIOD TOTALS WHENEVER THE ARCHIVE
      *                       WAS SUPPLIED FOR ITS DETAIL
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      *  DAN BIEG   15OCT2026 COMPARE FISCAL PERIODS - SYSIN PERIODS
      *                       ARE NOW CCYYPP LOOKED UP ON FILE-FISCAL
      *                       AND RECORDS CLASSIFIED BY EACH PERIOD'S
      *                       START/END DATES; BLANK PRIOR AND
      *                       LAST-YEAR PERIODS ARE DERIVED FROM THE
      *                       CURRENT ONE
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
           SELECT OPTIONAL FILE-PTDARCH ASSIGN TO UT-S-PTDARCH.
           SELECT OPTIONAL FILE-PTDARCH2 ASSIGN TO UT-S-PTDARC2.
           SELECT FILE-TRDOUT ASSIGN TO UT-S-TRDOUT.
           SELECT FILE-FISCAL ASSIGN TO UT-S-FISCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FISCAL-STATUS.

      **************************************************************
       DATA DIVISION.

       01  FIL-TRDOUT        PIC X(132).

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
       COPY PTDREC
           REPLACING CPY-PTD-REC BY SHIP-PTD-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-PTDMAST-SW  PIC X VALUE 'N'.
               88  WS-EOF-ARCH2          VALUE 'Y'.
           02  WS-RANK-FOUND-SW   PIC X VALUE 'N'.
               88  WS-RANK-FOUND         VALUE 'Y'.
           02  WS-EOF-FISCAL-SW   PIC X VALUE 'N'.
               88  WS-EOF-FISCAL         VALUE 'Y'.
           02  WS-PER-MISSING-SW  PIC X VALUE 'N'.
               88  WS-PER-MISSING        VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-FISCAL-STATUS     PIC X(2) VALUE '00'.
           88  WS-FISCAL-FOUND         VALUE '00'.
           88  WS-FISCAL-NOTFOUND      VALUE '23'.

      * SYSIN PARM - THE THREE FISCAL PERIODS AND THE RANK SIZE
       01  WS-RUN-PARM.
           05  WS-PARM-CURR-PER   PIC X(6).
           05  WS-PARM-PRIOR-PER  PIC X(6).
           05  WS-PARM-LY-PER     PIC X(6).
           05  WS-PARM-TOP-N      PIC X(3).
           05  FILLER             PIC X(58).
           05  WS-PARM-STEP-FORCE PIC X(1).

       01  WS-TOP-N              PIC 9(3) VALUE 10.
       01  WS-EDIT-TOP-N        PIC X(3).
      * 1 CURRENT, 2 PRIOR, 3 LAST YEAR, 0 NONE OF THEM
       01  WS-PER-SUB            PIC 9(1) VALUE ZEROES.

      * THE THREE PERIODS OFF FILE-FISCAL, IN WS-PER-SUB ORDER.
      * A PERIOD NOT ON THE CALENDAR STAYS OFF-FILE AND NOTHING
      * CLASSIFIES INTO IT
       01  WS-PER-TAB.
           05  WS-PER-ENT OCCURS 3 TIMES.
               10  WS-PER-ID        PIC X(6).
               10  WS-PER-START     PIC X(8).
               10  WS-PER-END       PIC X(8).
               10  WS-PER-ON-FILE-SW PIC X(1).
                   88  WS-PER-ON-FILE    VALUE 'Y'.
       01  WS-LOOK-SUB           PIC 9(1) VALUE ZEROES.

      * A CCYYPP PERIOD BROKEN OUT TO STEP IT BACK A PERIOD OR A
      * YEAR, AND THE YEAR WHOSE LAST PERIOD IS BEING FOUND
       01  WS-EDIT-PER          PIC X(6).
       01  WS-EDIT-PER-9 REDEFINES WS-EDIT-PER.
           05  WS-EDIT-PER-YYYY   PIC 9(4).
           05  WS-EDIT-PER-PP     PIC 9(2).
       01  WS-LAST-PER-YEAR      PIC 9(4) VALUE ZEROES.

      * DAY-TOTAL DATES ALREADY COUNTED - THE MONTHEND CLOSE
      * CARRIES A PERIOD'S 'D' RECORDS FORWARD ONTO THE NEW MASTER
       01  WS-DD-SEEN-SW         PIC X VALUE 'N'.
           88  WS-DD-SEEN             VALUE 'Y'.

      * PERIOD-TO-DATE RECORDS READ ACROSS ALL THREE INPUTS
       01  WS-PTD-READ-CNT       PIC 9(7) VALUE ZEROES.

      * DAY-TOTAL ROLLUPS, ONE COLUMN PER PERIOD
       01  WS-PER-TOTALS.
           05  WS-PT-ENT OCCURS 3 TIMES.
           05  WS-REG-HDR-LY      PIC X(6).
           05  FILLER             PIC X(52) VALUE SPACES.

       01  WS-REG-HDR-2.
           05  FILLER             PIC X(31) VALUE SPACES.
           05  FILLER             PIC X(8) VALUE 'DATES - '.
           05  WS-H2-CURR-START   PIC X(8).
           05  FILLER             PIC X(1) VALUE '-'.
           05  WS-H2-CURR-END     PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-H2-PRIOR-START  PIC X(8).
           05  FILLER             PIC X(1) VALUE '-'.
           05  WS-H2-PRIOR-END    PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-H2-LY-START     PIC X(8).
           05  FILLER             PIC X(1) VALUE '-'.
           05  WS-H2-LY-END       PIC X(8).
           05  FILLER             PIC X(38) VALUE SPACES.

       01  WS-SEC-HDR.
           05  WS-SEC-TITLE       PIC X(40).
           05  FILLER             PIC X(92) VALUE SPACES.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1010-RESOLVE-PERIODS.
           PERFORM R1090-LOG-STEP-START.
      *    A COMPARISON PERIOD MISSING FROM THE CALENDAR STILL
      *    LETS THE REPORT RUN, BUT NOT WITHOUT A WARNING CODE
           IF WS-PER-MISSING
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM R2000-READ-LIVE-MASTER
              UNTIL WS-EOF-PTDMAST.

           PERFORM R3000-WRITE-REPORT.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


           OPEN INPUT  FILE-PTDMAST.
           OPEN INPUT  FILE-PTDARCH.
           OPEN INPUT  FILE-PTDARCH2.
           OPEN INPUT  FILE-FISCAL.
           OPEN OUTPUT FILE-TRDOUT.


           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM SYSIN.
           MOVE WS-PARM-TOP-N TO WS-EDIT-TOP-N.
           IF WS-EDIT-TOP-N NUMERIC AND WS-EDIT-TOP-N-9 > ZEROES
              MOVE WS-EDIT-TOP-N-9 TO WS-TOP-N
           DISPLAY '  TOP-N RANK SIZE: ' WS-TOP-N.


      *  ------
        R1010-RESOLVE-PERIODS.
      *  ------
           DISPLAY '  R1010 RESOLVE PERIODS'.
           IF WS-PARM-CURR-PER NOT NUMERIC
              DISPLAY '  *** CURRENT PERIOD ' WS-PARM-CURR-PER
                 ' IS NOT CCYYPP - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.

      *    THE PERIOD BEFORE PERIOD 01 IS WHICHEVER PERIOD CLOSED
      *    THE FISCAL YEAR BEFORE - TWELVE OR THIRTEEN DEPENDING
      *    ON HOW THAT YEAR WAS CUT, SO IT IS LOOKED UP, NOT ASSUMED
           IF WS-PARM-PRIOR-PER = SPACES
              MOVE WS-PARM-CURR-PER TO WS-EDIT-PER
              IF WS-EDIT-PER-PP > 1
                 SUBTRACT 1 FROM WS-EDIT-PER-PP
                 MOVE WS-EDIT-PER TO WS-PARM-PRIOR-PER
              ELSE
                 PERFORM R1030-FIND-LAST-PERIOD
              END-IF
           END-IF.

           IF WS-PARM-LY-PER = SPACES
              MOVE WS-PARM-CURR-PER TO WS-EDIT-PER
              SUBTRACT 1 FROM WS-EDIT-PER-YYYY
              MOVE WS-EDIT-PER TO WS-PARM-LY-PER
           END-IF.

           MOVE WS-PARM-CURR-PER  TO WS-PER-ID(1).
           MOVE WS-PARM-PRIOR-PER TO WS-PER-ID(2).
           MOVE WS-PARM-LY-PER    TO WS-PER-ID(3).
           PERFORM R1020-LOOKUP-ONE-PERIOD
              VARYING WS-LOOK-SUB FROM 1 BY 1
              UNTIL WS-LOOK-SUB > 3.

           IF NOT WS-PER-ON-FILE(1)
              DISPLAY '  *** FISCAL PERIOD ' WS-PARM-CURR-PER
                 ' NOT ON FILE-FISCAL - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.
           IF NOT WS-PER-ON-FILE(2)
              DISPLAY '  *** PRIOR PERIOD ' WS-PER-ID(2)
                 ' NOT ON FILE-FISCAL - COLUMN WILL BE ZERO'
              SET WS-PER-MISSING TO TRUE
           END-IF.
           IF NOT WS-PER-ON-FILE(3)
              DISPLAY '  *** LAST-YEAR PERIOD ' WS-PER-ID(3)
                 ' NOT ON FILE-FISCAL - COLUMN WILL BE ZERO'
              SET WS-PER-MISSING TO TRUE
           END-IF.
           DISPLAY '  CURRENT PERIOD: ' WS-PER-ID(1)
              '  PRIOR: ' WS-PER-ID(2)
              '  LAST YEAR: ' WS-PER-ID(3).

      *  ------
        R1020-LOOKUP-ONE-PERIOD.
      *  ------
           MOVE 'N' TO WS-PER-ON-FILE-SW(WS-LOOK-SUB).
           MOVE SPACES TO WS-PER-START(WS-LOOK-SUB).
           MOVE SPACES TO WS-PER-END(WS-LOOK-SUB).
           IF WS-PER-ID(WS-LOOK-SUB) NUMERIC
              MOVE WS-PER-ID(WS-LOOK-SUB) TO WS-EDIT-PER
              MOVE '00' TO WS-FISCAL-STATUS
              MOVE WS-EDIT-PER-YYYY TO FC-FISCAL-YEAR
              MOVE WS-EDIT-PER-PP   TO FC-PERIOD-NO
              READ FILE-FISCAL
                  INVALID KEY MOVE '23' TO WS-FISCAL-STATUS
              END-READ
              IF WS-FISCAL-FOUND
                 SET WS-PER-ON-FILE(WS-LOOK-SUB) TO TRUE
                 MOVE FC-START-DATE TO WS-PER-START(WS-LOOK-SUB)
                 MOVE FC-END-DATE   TO WS-PER-END(WS-LOOK-SUB)
              END-IF
           END-IF.

      *  ------
        R1030-FIND-LAST-PERIOD.
      *  ------
      *    THE PRIOR PERIOD STAYS BLANK (AND SO MISSING) IF THE
      *    YEAR BEFORE HAS NO PERIODS ON THE CALENDAR AT ALL
           SUBTRACT 1 FROM WS-EDIT-PER-YYYY.
           MOVE WS-EDIT-PER-YYYY TO WS-LAST-PER-YEAR.
           MOVE 'N' TO WS-EOF-FISCAL-SW.
           MOVE WS-LAST-PER-YEAR TO FC-FISCAL-YEAR.
           MOVE 1 TO FC-PERIOD-NO.
           START FILE-FISCAL KEY >= FC-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-FISCAL-SW
           END-START.
           PERFORM R1035-READ-NEXT-PERIOD
              UNTIL WS-EOF-FISCAL.

      *  ------
        R1035-READ-NEXT-PERIOD.
      *  ------
           READ FILE-FISCAL NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-FISCAL-SW
           END-READ.
           IF NOT WS-FISCAL-FOUND
              MOVE 'Y' TO WS-EOF-FISCAL-SW
           END-IF.

           IF NOT WS-EOF-FISCAL
              IF FC-FISCAL-YEAR = WS-LAST-PER-YEAR
                 MOVE FC-FISCAL-YEAR TO WS-EDIT-PER-YYYY
                 MOVE FC-PERIOD-NO   TO WS-EDIT-PER-PP
                 MOVE WS-EDIT-PER    TO WS-PARM-PRIOR-PER
              ELSE
                 MOVE 'Y' TO WS-EOF-FISCAL-SW
              END-IF
           END-IF.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'TRENDRPT' TO SC-STEP-NAME.
           MOVE WS-PARM-CURR-PER TO SC-RUN-DATE.
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
        R2000-READ-LIVE-MASTER.
      *  ------
              AT END MOVE 'Y' TO WS-EOF-PTDMAST-SW
           END-READ.
           IF NOT WS-EOF-PTDMAST
              ADD 1 TO WS-PTD-READ-CNT
              PERFORM R2500-CLASSIFY-RECORD
           END-IF.

              AT END MOVE 'Y' TO WS-EOF-ARCH1-SW
           END-READ.
           IF NOT WS-EOF-ARCH1
              ADD 1 TO WS-PTD-READ-CNT
              PERFORM R2500-CLASSIFY-RECORD
           END-IF.

              AT END MOVE 'Y' TO WS-EOF-ARCH2-SW
           END-READ.
           IF NOT WS-EOF-ARCH2
              ADD 1 TO WS-PTD-READ-CNT
              PERFORM R2500-CLASSIFY-RECORD
           END-IF.

      *    INPUT GOT THERE FIRST; ITEM/CUSTOMER DETAIL COMES FROM
      *    THE 'I'/'C' RECORDS, WHICH ONLY EVER LIVE IN ONE PLACE
           MOVE ZEROES TO WS-PER-SUB.
           EVALUATE TRUE
              WHEN WS-PER-ON-FILE(1)
                 AND PT-RUN-DATE NOT < WS-PER-START(1)
                 AND PT-RUN-DATE NOT > WS-PER-END(1)
                 MOVE 1 TO WS-PER-SUB
              WHEN WS-PER-ON-FILE(2)
                 AND PT-RUN-DATE NOT < WS-PER-START(2)
                 AND PT-RUN-DATE NOT > WS-PER-END(2)
                 MOVE 2 TO WS-PER-SUB
              WHEN WS-PER-ON-FILE(3)
                 AND PT-RUN-DATE NOT < WS-PER-START(3)
                 AND PT-RUN-DATE NOT > WS-PER-END(3)
                 MOVE 3 TO WS-PER-SUB
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-PER-SUB > ZEROES
                 'ENTRIES - GROW THE TABLE BEFORE RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-DD-COUNT.
                 'ENTRIES - GROW THE TABLE BEFORE RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-TI-COUNT.
                 'ENTRIES - GROW THE TABLE BEFORE RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-TC-COUNT.
        R3000-WRITE-REPORT.
      *  ------
           DISPLAY '  R3000 WRITE REPORT'.
           MOVE WS-PER-ID(1) TO WS-REG-HDR-CURR.
           MOVE WS-PER-ID(2) TO WS-REG-HDR-PRIOR.
           MOVE WS-PER-ID(3) TO WS-REG-HDR-LY.
           MOVE WS-REG-HDR TO FIL-TRDOUT.
           WRITE FIL-TRDOUT.
           MOVE WS-PER-START(1) TO WS-H2-CURR-START.
           MOVE WS-PER-END(1)   TO WS-H2-CURR-END.
           MOVE WS-PER-START(2) TO WS-H2-PRIOR-START.
           MOVE WS-PER-END(2)   TO WS-H2-PRIOR-END.
           MOVE WS-PER-START(3) TO WS-H2-LY-START.
           MOVE WS-PER-END(3)   TO WS-H2-LY-END.
           MOVE WS-REG-HDR-2 TO FIL-TRDOUT.
           WRITE FIL-TRDOUT.
           MOVE SPACES TO FIL-TRDOUT.
           WRITE FIL-TRDOUT.

           CLOSE FILE-PTDMAST.
           CLOSE FILE-PTDARCH.
           CLOSE FILE-PTDARCH2.
           CLOSE FILE-FISCAL.
           CLOSE FILE-TRDOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-PTD-READ-CNT TO SC-IN-COUNT.
           MOVE WS-TI-COUNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
