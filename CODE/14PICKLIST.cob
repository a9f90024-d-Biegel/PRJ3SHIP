      * SORTS TO THE FRONT UNDER AN UNASSIGNED BIN SO IT IS SEEN,
      * NOT SKIPPED.
      *
      * EACH WAREHOUSE GETS ITS OWN LIST - A SALE PICKS FROM THE
      * WAREHOUSE ON ITS DAYTRAN RECORD (MAIN, '01', WHEN BLANK),
      * AND THE BIN IS THAT WAREHOUSE'S OFF FILE-WHSTOCK, FALLING
      * BACK TO THE ITEM MASTER'S BIN WHEN THE WAREHOUSE HAS NONE.
      *
      * SYSIN CARD 1: RUN DATE (CCYYMMDD) FOR THE HEADING
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
      *  DAN BIEG   15OCT2026 FILE-DAYTRAN RECORD WIDENED TO 130 BYTES
      *  DAN BIEG   15OCT2026 ONE LIST PER WAREHOUSE - SALES SORT BY
      *                       DT-WHSE-CODE FIRST AND TAKE THAT
      *                       WAREHOUSE'S BIN OFF FILE-WHSTOCK,
      *                       FALLING BACK TO THE ITEM MASTER'S
      *  DAN BIEG   15OCT2026 FILE-DAYTRAN RECORD WIDENED TO 150 BYTES
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT FILE-WHSTOCK ASSIGN TO UT-S-WHSTOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WHSTOCK-STATUS.

      **************************************************************
       DATA DIVISION.
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-DAYTRAN.

       01  FIL-DAYTRAN       PIC X(150).

      * ---

      *SORT WORK - POSTED SALES KEYED BY WAREHOUSE, BIN, ITEM, THEN
      *ORDER
       SD  FILE-SORTWK
              DATA RECORD IS SRT-REC.

       01  SRT-REC.
           05  SRT-WHSE-CODE      PIC X(2).
           05  SRT-BIN-LOCATION   PIC X(6).
           05  SRT-ITEM-CODE      PIC X(3).
           05  SRT-ORDER-NO       PIC X(6).
           05  SRT-TRAN           PIC X(150).

      * ---

       COPY ITEMMAST
           REPLACING CPY-ITEM-MAST-REC BY FIL-ITEMMAST.

      * ---

      *WAREHOUSE STOCK - THE BIN PER ITEM IN EACH WAREHOUSE
       FD  FILE-WHSTOCK
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-WHSTOCK.

       COPY WHSTOCK
           REPLACING CPY-WHSE-STOCK-REC BY FIL-WHSTOCK.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************
       COPY DAYTRAN
           REPLACING CPY-DAY-TRAN-REC BY SHIP-DAYTRAN-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-DAYTRAN-SW  PIC X VALUE 'N'.
           88  WS-ITEMMAST-FOUND       VALUE '00'.
           88  WS-ITEMMAST-NOTFOUND    VALUE '23'.

      * WAREHOUSE STOCK LOOKUP FIELDS
       01  WS-WHSTOCK-STATUS    PIC X(2) VALUE '00'.
           88  WS-WHSTOCK-FOUND        VALUE '00'.
           88  WS-WHSTOCK-NOTFOUND     VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FOR THE HEADING
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.

      * LOW IN THE COLLATION SO IT LEADS THE LIST AND GETS FIXED
       01  WS-UNASSIGNED-BIN     PIC X(6) VALUE '?NOBIN'.

      * THE WAREHOUSE WHOSE LIST IS PRINTING
       01  WS-CURR-WHSE-CODE     PIC X(2) VALUE SPACES.

      * THE BIN/ITEM GROUP BEING TOTALLED
       01  WS-CURR-BIN           PIC X(6) VALUE SPACES.
       01  WS-CURR-ITEM-CODE     PIC X(3) VALUE SPACES.
       01  WS-CURR-ITEM-DESC     PIC X(20) VALUE SPACES.
       01  WS-ITEM-PULL-QTY      PIC 9(9) VALUE ZEROES.

      * SALES PICKED AND PULL LINES PRINTED FOR THE STEP LOG
       01  WS-SALE-CNT           PIC 9(7) VALUE ZEROES.
       01  WS-PULL-CNT           PIC 9(7) VALUE ZEROES.

      * PER-ORDER BREAKDOWN HELD UNTIL THE ITEM'S TOTAL IS KNOWN -
      * THE PULL LINE PRINTS AHEAD OF ITS ORDERS.  HARD LIMIT,
      * SAME RULE AS EVERY OTHER TABLE IN THE SUITE
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(81) VALUE SPACES.

       01  WS-WHSE-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'WAREHOUSE '.
           05  WS-WH-HDR-CODE     PIC X(2).
           05  FILLER             PIC X(110) VALUE SPACES.

       01  WS-PULL-LINE.
           05  FILLER             PIC X(5) VALUE 'BIN '.
           05  WS-PL-BIN          PIC X(6).
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.

           SORT FILE-SORTWK
              ON ASCENDING KEY SRT-WHSE-CODE
                               SRT-BIN-LOCATION
                               SRT-ITEM-CODE
                               SRT-ORDER-NO
              INPUT PROCEDURE IS R2000-SELECT-SALES
              OUTPUT PROCEDURE IS R2500-BUILD-PICK-LIST.

           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-DAYTRAN.
           OPEN INPUT  FILE-ITEMMAST.
           OPEN INPUT  FILE-WHSTOCK.
           OPEN OUTPUT FILE-PICKOUT.


        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           DISPLAY '  PICK LIST DATE: ' WS-RUN-DATE.

           MOVE WS-RUN-DATE TO WS-REG-HDR-DATE.
           WRITE FIL-PICKOUT.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'PICKLIST' TO SC-STEP-NAME.
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
        R2000-SELECT-SALES.
      *  ------
      *    CANCELS, EXCHANGES AND BACKORDERS DON'T BELONG ON THE
      *    PICKER'S SHEET
           IF NOT WS-EOF-DAYTRAN AND DT-TRANS-IS-SALE
              IF DT-WHSE-CODE = SPACES
                 MOVE '01' TO DT-WHSE-CODE
              END-IF
              MOVE DT-WHSE-CODE TO SRT-WHSE-CODE
              PERFORM R2200-LOOKUP-BIN-LOCATION
              MOVE DT-ITEM-CODE TO SRT-ITEM-CODE
              MOVE DT-ORDER-NO  TO SRT-ORDER-NO
              MOVE SHIP-DAYTRAN-REC TO SRT-TRAN
              RELEASE SRT-REC
              ADD 1 TO WS-SALE-CNT
           END-IF.

      *  ------
              MOVE WS-UNASSIGNED-BIN TO SRT-BIN-LOCATION
           END-IF.

      *    THE WAREHOUSE'S OWN BIN WINS OVER THE MASTER'S
           MOVE '00' TO WS-WHSTOCK-STATUS.
           MOVE DT-ITEM-CODE TO WH-ITEM-CODE.
           MOVE DT-WHSE-CODE TO WH-WHSE-CODE.
           READ FILE-WHSTOCK
               INVALID KEY MOVE '23' TO WS-WHSTOCK-STATUS
           END-READ.
           IF WS-WHSTOCK-FOUND AND WH-BIN-LOCATION NOT = SPACES
              MOVE WH-BIN-LOCATION TO SRT-BIN-LOCATION
           END-IF.


      *  ------
        R2500-BUILD-PICK-LIST.
           IF NOT WS-EOF-SORT
              MOVE SRT-TRAN TO SHIP-DAYTRAN-REC
              IF WS-ITEM-OPEN
                 AND (SRT-WHSE-CODE NOT = WS-CURR-WHSE-CODE
                      OR SRT-BIN-LOCATION NOT = WS-CURR-BIN
                      OR SRT-ITEM-CODE NOT = WS-CURR-ITEM-CODE)
                 PERFORM R2700-PRINT-ITEM-GROUP
              END-IF
              IF SRT-WHSE-CODE NOT = WS-CURR-WHSE-CODE
                 PERFORM R2650-PRINT-WHSE-HEADING
              END-IF
              IF NOT WS-ITEM-OPEN
                 SET WS-ITEM-OPEN TO TRUE
                 MOVE SRT-BIN-LOCATION TO WS-CURR-BIN
                 ' - STOPPING RATHER THAN DROPPING PACK LINES'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-ORD-COUNT.
           MOVE DT-CUST-NAME TO WS-ORD-CUST-NAME(WS-ORD-IDX).
           MOVE DT-QUANTITY  TO WS-ORD-QTY(WS-ORD-IDX).

      *  ------
        R2650-PRINT-WHSE-HEADING.
      *  ------
      *    EACH WAREHOUSE'S PICKERS TEAR OFF THEIR OWN SECTION
           MOVE SRT-WHSE-CODE TO WS-CURR-WHSE-CODE.
           MOVE SRT-WHSE-CODE TO WS-WH-HDR-CODE.
           MOVE WS-WHSE-HDR TO FIL-PICKOUT.
           WRITE FIL-PICKOUT.
           MOVE SPACES TO FIL-PICKOUT.
           WRITE FIL-PICKOUT.

      *  ------
        R2700-PRINT-ITEM-GROUP.
      *  ------
           MOVE WS-ITEM-PULL-QTY  TO WS-PL-PULL-QTY.
           MOVE WS-PULL-LINE TO FIL-PICKOUT.
           WRITE FIL-PICKOUT.
           ADD 1 TO WS-PULL-CNT.

           PERFORM R2710-PRINT-ORDER-LINE
              VARYING WS-ORD-IDX FROM 1 BY 1
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-DAYTRAN.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-WHSTOCK.
           CLOSE FILE-PICKOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-SALE-CNT TO SC-IN-COUNT.
           MOVE WS-PULL-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
