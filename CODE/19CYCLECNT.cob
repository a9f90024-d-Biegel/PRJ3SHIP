      * CORRECT IM-ON-HAND-QTY WHEN THE SHELF AND THE BOOKS
      * DISAGREE.  READS A FILE OF COUNT CARDS (ITEM, COUNTED
      * QUANTITY, COUNTER, COUNT DATE), EXTENDS EACH BOOK-TO-SHELF
      * VARIANCE AT IM-UNIT-COST (IM-UNIT-PRICE FOR AN ITEM NOBODY
      * HAS COSTED YET), AND POSTS THE ADJUSTMENT TO THE
      * ITEM MASTER WHEN THE VARIANCE DOLLARS FALL INSIDE THE
      * RUN'S TOLERANCE - A LARGER VARIANCE PRINTS FOR RECOUNT AND
      * POSTS NOTHING.  EVERY POSTED ADJUSTMENT GETS AN ITMAUD
      * JOURNAL ENTRIES, AND A VARIANCE REGISTER SHOWS BOOK VS
      * COUNTED FOR EVERY CARD.  CARDS FOR UNKNOWN ITEM CODES ARE
      * ROUTED TO A REJECT FILE RATHER THAN DROPPED.
      * A COUNT IS OF ONE WAREHOUSE'S SHELF (CC-WHSE-CODE, MAIN
      * WAREHOUSE WHEN BLANK) - THE BOOK FIGURE IS THAT WAREHOUSE'S
      * ON-HAND, AND A POSTED VARIANCE MOVES BOTH THE WAREHOUSE AND
      * THE ITEM TOTAL BY THE SAME AMOUNT.
      *
      * SYSIN CARD 1: COLS 1-8 RUN DATE (CCYYMMDD),
      *               COLS 9-19 AUTO-POST TOLERANCE IN DOLLARS
      *               (9(9)V99 DIGITS, BLANK = ZERO, MEANING EVERY
      *               NONZERO VARIANCE GOES TO RECOUNT)
      *               COL 80 'Y' = RUN EVEN WHEN A PREREQUISITE
      *               STEP HASN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   02SEP2026 CODE PROG
      *  DAN BIEG   15OCT2026 VALUE VARIANCES AT THE NEW IM-UNIT-COST
      *                       INSTEAD OF SELLING PRICE SO SHRINKAGE
      *                       HITS 130000 AT WHAT THE STOCK IS CARRIED
      *                       AT - PRICE ONLY WHEN THE COST IS ZERO
      *  DAN BIEG   15OCT2026 APPEND EVERY POSTED COUNT TO THE
      *                       COMMON STOCK LEDGER (FILE-STKLEDG)
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      *  DAN BIEG   15OCT2026 COUNT CARDS ARE FOR ONE WAREHOUSE
      *                       (CC-WHSE-CODE) - THE VARIANCE IS AGAINST
      *                       THAT WAREHOUSE'S ON-HAND ON
      *                       FILE-WHSTOCK, AND POSTING SETS THE
      *                       WAREHOUSE TO THE COUNT AND MOVES THE
      *                       ITEM TOTAL BY THE VARIANCE.  REGISTER
      *                       AND LEDGER SHOW THE WAREHOUSE
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
      *    OPTIONAL - THE FIRST PROGRAM TO MOVE STOCK CREATES THE
      *    LEDGER WITH ITS OPEN EXTEND
           SELECT OPTIONAL FILE-STKLEDG ASSIGN TO UT-S-STKLEDG.
           SELECT FILE-WHSTOCK ASSIGN TO UT-S-WHSTOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WHSTOCK-STATUS.

      **************************************************************
       DATA DIVISION.
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-ITMAUD.

       01  FIL-ITMAUD        PIC X(180).

      * ---

       COPY ITEMMAST
           REPLACING CPY-ITEM-MAST-REC BY FIL-ITEMMAST.

      * ---

      *STOCK LEDGER - ONE RECORD APPENDED PER POSTED COUNT
       FD  FILE-STKLEDG
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-STKLEDG.

       01  FIL-STKLEDG       PIC X(80).

      * ---

      *WAREHOUSE STOCK - THE SHELF THAT WAS COUNTED
       FD  FILE-WHSTOCK
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-WHSTOCK.

       COPY WHSTOCK
           REPLACING CPY-WHSE-STOCK-REC BY FIL-WHSTOCK.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************
       COPY GLEXTREC
           REPLACING CPY-GL-EXTRACT-REC BY SHIP-GL-REC.

      *    STOCK LEDGER MOVEMENT RECORD BUILT FOR FILE-STKLEDG
       COPY STKLEDG
           REPLACING CPY-STK-LEDG-REC BY SHIP-STK-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-CNTCARD-SW  PIC X VALUE 'N'.
           88  WS-ITEMMAST-FOUND       VALUE '00'.
           88  WS-ITEMMAST-NOTFOUND    VALUE '23'.

      * WAREHOUSE STOCK FILE STATUS - NOT FOUND MEANS THE COUNTED
      * WAREHOUSE HAS NO RECORD FOR THE ITEM YET: THE BOOK IS ZERO
      * AND POSTING THE COUNT STARTS ONE
       01  WS-WHSTOCK-STATUS    PIC X(2) VALUE '00'.
           88  WS-WHSTOCK-FOUND        VALUE '00'.
           88  WS-WHSTOCK-NOTFOUND     VALUE '23'.

      * SYSIN PARM - RUN DATE AND THE AUTO-POST TOLERANCE
       01  WS-RUN-PARM.
           05  WS-PARM-RUN-DATE   PIC X(8).
           05  WS-PARM-TOLERANCE  PIC X(11).
           05  FILLER             PIC X(60).
           05  WS-PARM-STEP-FORCE PIC X(1).

       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-TOLERANCE-AMT      PIC 9(9)V99 VALUE ZEROES.
       01  WS-VARIANCE-QTY       PIC S9(8) VALUE ZEROES.
       01  WS-VARIANCE-AMT       PIC S9(11)V99 VALUE ZEROES.
       01  WS-ABS-VARIANCE-AMT   PIC 9(11)V99 VALUE ZEROES.
       01  WS-VALUE-AT-AMT       PIC 9(5)V99 VALUE ZEROES.

      * WHY THE CARD BOUNCED - PRINTED ON THE REGISTER LINE
       01  WS-REJECT-REASON-TXT PIC X(30) VALUE SPACES.

      * BEFORE IMAGE OF THE MASTER RECORD FOR THE AUDIT TRAIL
       01  WS-BEFORE-IMAGE      PIC X(80) VALUE SPACES.

      * RUN TOTALS - SHRINKAGE AND OVERAGE DOLLARS KEPT APART SO
      * EACH SIDE GETS ITS OWN JOURNAL ENTRY
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(4) VALUE 'BY: '.
           05  WS-REG-COUNTER     PIC X(8).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'WHSE: '.
           05  WS-REG-WHSE-CODE   PIC X(2).
           05  FILLER             PIC X(10) VALUE SPACES.

       01  WS-REJ-LINE.
           05  FILLER             PIC X(6) VALUE '  ITEM'.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1200-WRITE-REGISTER-HEADER.

           PERFORM R2000-PROCESS-COUNT-CARD
           PERFORM R3000-WRITE-REGISTER-TRAILER.
           PERFORM R3200-WRITE-GL-EXTRACT.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


           OPEN OUTPUT FILE-ITMAUD.
           OPEN OUTPUT FILE-GLEXT.
           OPEN OUTPUT FILE-CNTOUT.
           OPEN EXTEND FILE-STKLEDG.
           OPEN I-O    FILE-WHSTOCK.


      *  ------
           DISPLAY '  AUTO-POST TOLERANCE: ' WS-TOLERANCE-AMT.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'CYCLECNT' TO SC-STEP-NAME.
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
           END-READ.

           IF NOT WS-EOF-CNTCARD
      *       A CARD THAT NAMES NO WAREHOUSE WAS COUNTED AT MAIN
              IF CC-WHSE-CODE = SPACES
                 MOVE '01' TO CC-WHSE-CODE
              END-IF
              ADD 1 TO WS-READ-CNT
              SET WS-CARD-VALID TO TRUE
              MOVE SPACES TO WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-CARD-VALID
              MOVE '00' TO WS-WHSTOCK-STATUS
              MOVE CC-ITEM-CODE TO WH-ITEM-CODE
              MOVE CC-WHSE-CODE TO WH-WHSE-CODE
              READ FILE-WHSTOCK
                  INVALID KEY MOVE '23' TO WS-WHSTOCK-STATUS
              END-READ
              IF WS-WHSTOCK-NOTFOUND
                 MOVE SPACES       TO FIL-WHSTOCK
                 MOVE CC-ITEM-CODE TO WH-ITEM-CODE
                 MOVE CC-WHSE-CODE TO WH-WHSE-CODE
                 MOVE ZEROES       TO WH-ON-HAND-QTY
                 MOVE ZEROES       TO WH-IN-TRANSIT-QTY
                 MOVE ZEROES       TO WH-REORDER-POINT
              END-IF
           END-IF.


      *  ------
        R2200-COMPUTE-VARIANCE.
      *  ------
           MOVE FIL-ITEMMAST TO WS-BEFORE-IMAGE.
      *    THE SHELF COUNTED IS ONE WAREHOUSE'S - ITS ON-HAND IS
      *    THE BOOK FIGURE, NOT THE ITEM TOTAL ACROSS BUILDINGS
           MOVE WH-ON-HAND-QTY TO WS-BOOK-QTY.
           COMPUTE WS-VARIANCE-QTY =
              WS-EDIT-COUNT-QTY-9 - WS-BOOK-QTY.
      *    INVENTORY IS CARRIED AT COST, SO THE VARIANCE IS TOO -
      *    AN UNCOSTED ITEM FALLS BACK TO ITS SELLING PRICE
           IF IM-UNIT-COST = ZEROES
              MOVE IM-UNIT-PRICE TO WS-VALUE-AT-AMT
           ELSE
              MOVE IM-UNIT-COST TO WS-VALUE-AT-AMT
           END-IF.
           COMPUTE WS-VARIANCE-AMT =
              WS-VARIANCE-QTY * WS-VALUE-AT-AMT
              ON SIZE ERROR MOVE ZEROES TO WS-VARIANCE-AMT
           END-COMPUTE.
           IF WS-VARIANCE-AMT < ZEROES
      *  ------
        R2300-POST-ADJUSTMENT.
      *  ------
      *    THE WAREHOUSE TAKES THE COUNT; THE ITEM TOTAL MOVES BY
      *    THE SAME VARIANCE SO IT STILL ADDS UP ACROSS BUILDINGS
           ADD WS-VARIANCE-QTY TO IM-ON-HAND-QTY.
           REWRITE FIL-ITEMMAST
              INVALID KEY
                 DISPLAY '  *** COULD NOT REWRITE ITEMMAST FOR '
                    'ITEM ' IM-ITEM-CODE ' - STATUS '
                    WS-ITEMMAST-STATUS
           END-REWRITE.
           PERFORM R2350-UPDATE-WHSE-STOCK.

           ADD 1 TO WS-POSTED-CNT.
           IF WS-VARIANCE-AMT < ZEROES
           END-IF.

           PERFORM R2400-WRITE-AUDIT-RECORD.
           PERFORM R2450-WRITE-STOCK-LEDGER.
           MOVE 'POSTED   ' TO WS-REG-DISP.
           PERFORM R2700-WRITE-REGISTER-LINE.


      *  ------
        R2350-UPDATE-WHSE-STOCK.
      *  ------
      *    A WAREHOUSE COUNTED FOR AN ITEM IT HAS NO RECORD FOR
      *    GETS ONE STARTED AT THE COUNT - WHSMNT GIVES IT A
      *    REORDER POINT AND BIN LATER
           MOVE WS-EDIT-COUNT-QTY-9 TO WH-ON-HAND-QTY.
           MOVE WS-RUN-DATE         TO WH-LAST-MOVE-DATE.
           IF WS-WHSTOCK-NOTFOUND
              DISPLAY '  *** ITEM ' CC-ITEM-CODE
                 ' NOT STOCKED AT WAREHOUSE ' CC-WHSE-CODE
                 ' - WAREHOUSE RECORD STARTED FROM THE COUNT'
              WRITE FIL-WHSTOCK
                 INVALID KEY
                    DISPLAY '  *** COULD NOT ADD WHSTOCK FOR ITEM '
                       WH-ITEM-CODE ' WHSE ' WH-WHSE-CODE
                       ' - STATUS ' WS-WHSTOCK-STATUS
              END-WRITE
           ELSE
              REWRITE FIL-WHSTOCK
                 INVALID KEY
                    DISPLAY '  *** COULD NOT REWRITE WHSTOCK FOR '
                       'ITEM ' WH-ITEM-CODE ' WHSE ' WH-WHSE-CODE
                       ' - STATUS ' WS-WHSTOCK-STATUS
              END-REWRITE
           END-IF.


      *  ------
        R2400-WRITE-AUDIT-RECORD.
      *  ------
           WRITE FIL-ITMAUD.


      *  ------
        R2450-WRITE-STOCK-LEDGER.
      *  ------
      *    THE VARIANCE IS THE MOVEMENT - OVERAGE IN, SHRINKAGE OUT.
      *    A COUNT THAT AGREED WITH THE BOOKS STILL GOES ON THE
      *    LEDGER AT ZERO SO THE STOCK CARD SHOWS THE SHELF WAS
      *    CONFIRMED
           MOVE SPACES           TO SHIP-STK-REC.
           MOVE IM-ITEM-CODE     TO SK-ITEM-CODE.
           MOVE WS-RUN-DATE      TO SK-MOVE-DATE.
           MOVE 'CYCLECNT'       TO SK-PROGRAM.
           MOVE CC-COUNTER-ID    TO SK-DOC-NO.
           MOVE 'CC'             TO SK-MOVE-TYPE.
           MOVE ZEROES           TO SK-QTY-IN.
           MOVE ZEROES           TO SK-QTY-OUT.
           IF WS-VARIANCE-QTY < ZEROES
              COMPUTE SK-QTY-OUT = ZEROES - WS-VARIANCE-QTY
           ELSE
              MOVE WS-VARIANCE-QTY TO SK-QTY-IN
           END-IF.
           MOVE IM-ON-HAND-QTY   TO SK-ON-HAND-AFTER.
           MOVE IM-UNIT-COST     TO SK-UNIT-COST.
           MOVE CC-WHSE-CODE     TO SK-WHSE-CODE.
           MOVE SHIP-STK-REC     TO FIL-STKLEDG.
           WRITE FIL-STKLEDG.


      *  ------
        R2700-WRITE-REGISTER-LINE.
      *  ------
           MOVE WS-VARIANCE-QTY     TO WS-REG-VARIANCE.
           MOVE WS-VARIANCE-AMT     TO WS-REG-AMT.
           MOVE CC-COUNTER-ID       TO WS-REG-COUNTER.
           MOVE CC-WHSE-CODE        TO WS-REG-WHSE-CODE.
           MOVE WS-REG-LINE TO FIL-CNTOUT.
           WRITE FIL-CNTOUT.
           MOVE SPACES TO FIL-CNTOUT.
           CLOSE FILE-ITMAUD.
           CLOSE FILE-GLEXT.
           CLOSE FILE-CNTOUT.
           CLOSE FILE-STKLEDG.
           CLOSE FILE-WHSTOCK.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-READ-CNT TO SC-IN-COUNT.
           MOVE WS-POSTED-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
