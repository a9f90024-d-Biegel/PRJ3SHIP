      * IS REWRITTEN TO A NEW MASTER, WHICH OPERATIONS SWAPS IN FOR
      * THE NEXT PERIOD'S DAILY RUNS.
      *
      * SYSIN CARD 1: FISCAL PERIOD CCYYPP (FISCAL YEAR AND PERIOD
      * NUMBER ON FILE-FISCAL), THEN 'Y' IN COLUMN 7 TO CLOSE THE
      * PERIOD AFTER REPORTING (ANYTHING ELSE = REPORT ONLY).  THE
      * PERIOD'S START AND END DATES SELECT THE DETAIL, AND YTD
      * RUNS FROM THE START OF PERIOD 01 OF THE SAME FISCAL YEAR
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
      *  DAN BIEG   15OCT2026 REPORT AND CLOSE BY FISCAL PERIOD -
      *                       SYSIN PERIOD IS NOW CCYYPP LOOKED UP ON
      *                       FILE-FISCAL, DETAIL SELECTED BY ITS
      *                       START/END DATES, YTD FROM PERIOD 01
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
           SELECT FILE-PTDNEW ASSIGN TO UT-S-PTDNEW.
           SELECT FILE-PTDARCH ASSIGN TO UT-S-PTDARCH.
           SELECT FILE-MEOUT ASSIGN TO UT-S-MEOUT.
           SELECT FILE-FISCAL ASSIGN TO UT-S-FISCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FISCAL-STATUS.

      **************************************************************
       DATA DIVISION.

       01  FIL-MEOUT         PIC X(132).

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
               88  WS-EOF-PTDMAST        VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-FISCAL-STATUS     PIC X(2) VALUE '00'.
           88  WS-FISCAL-FOUND         VALUE '00'.
           88  WS-FISCAL-NOTFOUND      VALUE '23'.

      * SYSIN PARM - THE PERIOD BEING REPORTED AND WHETHER TO CLOSE
      * IT OUT AFTERWARD
       01  WS-RUN-PARM.
           05  WS-PARM-PERIOD.
               10  WS-PARM-YYYY   PIC X(4).
               10  WS-PARM-PP     PIC X(2).
           05  WS-PARM-CLOSE-SW   PIC X VALUE 'N'.
               88  WS-PARM-CLOSE       VALUE 'Y'.
           05  FILLER             PIC X(72).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * THE REPORTED PERIOD'S DATES OFF FILE-FISCAL, AND THE FIRST
      * DAY OF ITS FISCAL YEAR FOR THE YTD FIGURES
       01  WS-PER-START-DATE    PIC X(8) VALUE SPACES.
       01  WS-PER-END-DATE      PIC X(8) VALUE SPACES.
       01  WS-YTD-START-DATE    PIC X(8) VALUE SPACES.

      * MTD TOTALS - SUMMED FROM 'D' RECORDS IN THE PERIOD
       01  WS-MTD-TOTALS.
       01  WS-YTD-NET-SALES      PIC S9(11)V99 VALUE ZEROES.

      * RECORDS MOVED ON A PERIOD CLOSE
       01  WS-PTD-READ-CNT       PIC 9(7) VALUE ZEROES.
       01  WS-ARCH-CNT           PIC 9(7) VALUE ZEROES.
       01  WS-KEPT-CNT           PIC 9(7) VALUE ZEROES.

                 VALUE 'MONTH-END SALES REPORT'.
           05  FILLER             PIC X(10) VALUE '  PERIOD: '.
           05  WS-HDR-PERIOD      PIC X(6).
           05  FILLER             PIC X(2) VALUE ' ('.
           05  WS-HDR-START       PIC X(8).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-HDR-END         PIC X(8).
           05  FILLER             PIC X(1) VALUE ')'.
           05  FILLER             PIC X(59) VALUE SPACES.

       01  WS-TOT-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1010-LOOKUP-FISCAL-PERIOD.
           PERFORM R1090-LOG-STEP-START.

           PERFORM R2000-PROCESS-PTD-RECORD
              UNTIL WS-EOF-PTDMAST.

           PERFORM R3000-WRITE-REPORT.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-PTDMAST.
           OPEN INPUT  FILE-FISCAL.
           OPEN OUTPUT FILE-MEOUT.


           END-IF.


      *  ------
        R1010-LOOKUP-FISCAL-PERIOD.
      *  ------
           DISPLAY '  R1010 LOOKUP FISCAL PERIOD'.
      *    THE PERIOD MUST BE ON THE CALENDAR - GUESSING AT ITS
      *    DATES WOULD REPORT OR CLOSE THE WRONG DAYS
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

           MOVE '00' TO WS-FISCAL-STATUS.
           MOVE WS-PARM-YYYY TO FC-FISCAL-YEAR.
           MOVE 1            TO FC-PERIOD-NO.
           READ FILE-FISCAL
               INVALID KEY MOVE '23' TO WS-FISCAL-STATUS
           END-READ.
           IF NOT WS-FISCAL-FOUND
              DISPLAY '  *** FISCAL YEAR ' WS-PARM-YYYY
                 ' HAS NO PERIOD 01 ON FILE-FISCAL - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.
           MOVE FC-START-DATE TO WS-YTD-START-DATE.
           DISPLAY '  PERIOD DATES: ' WS-PER-START-DATE ' THRU '
              WS-PER-END-DATE '  YTD FROM: ' WS-YTD-START-DATE.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT.  A
      *    REPORT-ONLY RUN CLOSES NOTHING, SO IT LOGS UNDER A NAME
      *    OF ITS OWN THAT THE STREAM NEVER WAITS ON OR BLOCKS
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           IF WS-PARM-CLOSE
              MOVE 'MONTHEND' TO SC-STEP-NAME
           ELSE
              MOVE 'MONTHRPT' TO SC-STEP-NAME
           END-IF.
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
        R2000-PROCESS-PTD-RECORD.
      *  ------
           END-READ.

           IF NOT WS-EOF-PTDMAST
              ADD 1 TO WS-PTD-READ-CNT
              IF PT-RUN-DATE NOT < WS-PER-START-DATE
                 AND PT-RUN-DATE NOT > WS-PER-END-DATE
                 PERFORM R2100-ACCUMULATE-MTD
                 IF WS-PARM-CLOSE
                    ADD 1 TO WS-ARCH-CNT
                 END-IF
              END-IF

      *       YTD MEANS THE FISCAL YEAR THROUGH THE REPORTED
      *       PERIOD - A REPORT RUN FOR A PRIOR PERIOD MUST NOT
      *       SWEEP IN DAYS APPENDED SINCE THAT PERIOD ENDED
              IF PT-IS-DAY-TOTAL
                 AND PT-RUN-DATE NOT < WS-YTD-START-DATE
                 AND PT-RUN-DATE NOT > WS-PER-END-DATE
                 ADD PT-DAY-SALES-AMT  TO WS-YTD-SALES-AMT
                 ADD PT-DAY-RETURN-AMT TO WS-YTD-RETURN-AMT
                 ADD PT-DAY-TAX-AMT    TO WS-YTD-TAX-AMT
                 'STOPPING RATHER THAN DROPPING ITEMS'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-MI-COUNT.
                 'ENTRIES - STOPPING RATHER THAN DROPPING CUSTOMERS'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-MC-COUNT.
      *  ------
           DISPLAY '  R3000 WRITE REPORT'.
           MOVE WS-PARM-PERIOD TO WS-HDR-PERIOD.
           MOVE WS-PER-START-DATE TO WS-HDR-START.
           MOVE WS-PER-END-DATE   TO WS-HDR-END.
           MOVE WS-REG-HDR TO FIL-MEOUT.
           WRITE FIL-MEOUT.
           MOVE SPACES TO FIL-MEOUT.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-PTDMAST.
           CLOSE FILE-FISCAL.
           CLOSE FILE-MEOUT.
           IF WS-PARM-CLOSE
              CLOSE FILE-PTDNEW
              CLOSE FILE-PTDARCH
           END-IF.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-PTD-READ-CNT TO SC-IN-COUNT.
           MOVE WS-ARCH-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
