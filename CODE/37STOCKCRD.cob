      **************************************************************
      *
      *  PROGRAM ID STOCKCRD
      *  DATE CREATED:  15OCT2026
      *
      * STOCK CARD - PRINTS THE INVENTORY MOVEMENT LEDGER
      * (FILE-STKLEDG) AS ONE CARD PER ITEM FOR A DATE RANGE:
      * THE BALANCE BROUGHT FORWARD, EVERY MOVEMENT IN THE RANGE
      * (DATE, PROGRAM, DOCUMENT, TYPE, IN, OUT, RUNNING BALANCE)
      * AND THE BALANCE CARRIED FORWARD - SO WHEN AN ITEM GOES
      * NEGATIVE THE CARD SHOWS HOW IT GOT THERE.  THE LEDGER IS
      * SORTED BY ITEM KEEPING THE ORDER IT WAS WRITTEN IN, AND
      * EVERY MOVEMENT IS CHECKED AGAINST THE ONE BEFORE IT (IT
      * SHOULD PICK UP WHERE THE LAST LEFT OFF - A GAP MEANS STOCK
      * MOVED WITHOUT A LEDGER RECORD).  THE WHOLE LEDGER, NOT JUST
      * THE RANGE, IS THEN FOOTED TO IM-ON-HAND-QTY ON THE ITEM
      * MASTER AND ANY ITEM THAT DOESN'T FOOT IS FLAGGED.  AN
      * ITEM'S FIRST LEDGER RECORD SETS ITS OPENING BALANCE, SO
      * STOCK ON HAND BEFORE THE LEDGER STARTED FOOTS TOO.  ITEMS
      * WITH STOCK ON HAND AND NO LEDGER HISTORY AT ALL ARE LISTED
      * SEPARATELY - THEIR STOCK PRE-DATES THE LEDGER AND THE
      * FIRST MOVEMENT PICKS IT UP.  ANY ITEM THAT DOESN'T FOOT OR
      * CHAIN SETS RETURN CODE 4.
      *
      * SYSIN CARD 1: COLS 1-8  FROM DATE (CCYYMMDD, BLANK = FIRST)
      *               COLS 9-16 TO DATE   (CCYYMMDD, BLANK = LAST)
      *               COL 80    'Y' = RUN EVEN WHEN A PREREQUISITE
      *                         STEP HASN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       PROGRAM-ID. STOCKCRD.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    OPTIONAL - BEFORE ANYTHING HAS MOVED THERE IS NO LEDGER
           SELECT OPTIONAL FILE-STKLEDG ASSIGN TO UT-S-STKLEDG.
           SELECT FILE-SORTWK ASSIGN TO UT-S-SORTWK.
           SELECT FILE-CARDOUT ASSIGN TO UT-S-CARDOUT.
           SELECT FILE-ITEMMAST ASSIGN TO UT-S-ITEMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *STOCK LEDGER - EVERY MOVEMENT OF IM-ON-HAND-QTY
       FD  FILE-STKLEDG
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-STKLEDG.

       01  FIL-STKLEDG       PIC X(80).

      * ---

      *SORT WORK - LEDGER RECORDS KEYED BY ITEM, THEN THE ORDER
      *THEY WERE WRITTEN IN
       SD  FILE-SORTWK
              DATA RECORD IS SRT-REC.

       01  SRT-REC.
           05  SRT-ITEM-CODE      PIC X(3).
           05  SRT-SEQ-NO         PIC 9(9).
           05  SRT-LEDG           PIC X(80).

      * ---

      *STOCK CARD PRINT FILE
       FD  FILE-CARDOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-CARDOUT.

       01  FIL-CARDOUT       PIC X(132).

      * ---

      *ITEM MASTER - READ FRONT TO BACK ALONGSIDE THE SORTED LEDGER
      *SO EVERY ITEM IS FOOTED, MOVED OR NOT
       FD  FILE-ITEMMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ITEMMAST.

       COPY ITEMMAST
           REPLACING CPY-ITEM-MAST-REC BY FIL-ITEMMAST.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    LEDGER RECORD AS READ / AS SORTED
       COPY STKLEDG
           REPLACING CPY-STK-LEDG-REC BY SHIP-STK-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-STKLEDG-SW  PIC X VALUE 'N'.
               88  WS-EOF-STKLEDG        VALUE 'Y'.
           02  WS-EOF-SORT-SW     PIC X VALUE 'N'.
               88  WS-EOF-SORT           VALUE 'Y'.
           02  WS-EOF-ITEMMAST-SW PIC X VALUE 'N'.
               88  WS-EOF-ITEMMAST       VALUE 'Y'.
           02  WS-ITEM-OPEN-SW    PIC X VALUE 'N'.
               88  WS-ITEM-OPEN          VALUE 'Y'.
           02  WS-ON-MASTER-SW    PIC X VALUE 'N'.
               88  WS-ON-MASTER          VALUE 'Y'.
           02  WS-CARD-PRINTED-SW PIC X VALUE 'N'.
               88  WS-CARD-PRINTED       VALUE 'Y'.
           02  WS-ITEM-FLAGGED-SW PIC X VALUE 'N'.
               88  WS-ITEM-FLAGGED       VALUE 'Y'.

      * ITEM MASTER FILE STATUS
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-ITEMMAST-OK          VALUE '00'.

      * DATE RANGE FROM SYSIN
       01  WS-PARM-CARD.
           05  WS-PARM-FROM-DATE  PIC X(8).
           05  WS-PARM-TO-DATE    PIC X(8).
           05  FILLER             PIC X(63).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * ORDER THE LEDGER WAS WRITTEN IN - CARRIED THROUGH THE SORT
      * SO TWO MOVEMENTS ON THE SAME DAY STAY IN SEQUENCE
       01  WS-SEQ-NO             PIC 9(9) VALUE ZEROES.

      * THE ITEM IN HAND
       01  WS-CURR-ITEM-CODE     PIC X(3) VALUE SPACES.
       01  WS-CURR-ITEM-DESC     PIC X(20) VALUE SPACES.
       01  WS-CURR-BIN           PIC X(6) VALUE SPACES.
       01  WS-MAST-QTY           PIC S9(7) VALUE ZEROES.
       01  WS-RUN-BAL            PIC S9(8) VALUE ZEROES.
       01  WS-EXPECT-BAL         PIC S9(8) VALUE ZEROES.
       01  WS-CF-BAL             PIC S9(8) VALUE ZEROES.
       01  WS-BREAK-CNT          PIC 9(5) VALUE ZEROES.

      * RUN COUNTS FOR THE TRAILER
       01  WS-LEDG-READ-CNT      PIC 9(9) VALUE ZEROES.
       01  WS-CARD-CNT           PIC 9(5) VALUE ZEROES.
       01  WS-MOVE-PRINT-CNT     PIC 9(7) VALUE ZEROES.
       01  WS-FLAGGED-CNT        PIC 9(5) VALUE ZEROES.
       01  WS-NO-HIST-CNT        PIC 9(5) VALUE ZEROES.

      * STOCK CARD PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(30) VALUE 'STOCK CARD'.
           05  FILLER             PIC X(8) VALUE '  FROM: '.
           05  WS-REG-HDR-FROM    PIC X(8).
           05  FILLER             PIC X(6) VALUE '  TO: '.
           05  WS-REG-HDR-TO      PIC X(8).
           05  FILLER             PIC X(62) VALUE SPACES.

       01  WS-ITEM-HDR.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(5) VALUE 'ITEM '.
           05  WS-IH-ITEM-CODE    PIC X(3).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-IH-ITEM-DESC    PIC X(20).
           05  FILLER             PIC X(8) VALUE ' | BIN: '.
           05  WS-IH-BIN          PIC X(6).
           05  FILLER             PIC X(14) VALUE ' | ON MASTER: '.
           05  WS-IH-MAST-QTY     PIC -------9.
           05  FILLER             PIC X(65) VALUE SPACES.

       01  WS-MOVE-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-ML-DATE         PIC X(8).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ML-PROGRAM      PIC X(8).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ML-DOC-NO       PIC X(10).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ML-TYPE         PIC X(2).
           05  FILLER             PIC X(7) VALUE ' | IN: '.
           05  WS-ML-QTY-IN       PIC ZZZZZZ9.
           05  FILLER             PIC X(8) VALUE ' | OUT: '.
           05  WS-ML-QTY-OUT      PIC ZZZZZZ9.
           05  FILLER             PIC X(8) VALUE ' | BAL: '.
           05  WS-ML-BAL          PIC -------9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-ML-FLAG         PIC X(20).
           05  FILLER             PIC X(29) VALUE SPACES.

       01  WS-BAL-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-BL-LABEL        PIC X(30).
           05  WS-BL-BAL          PIC -------9.
           05  FILLER             PIC X(90) VALUE SPACES.

       01  WS-FLAG-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(4) VALUE '*** '.
           05  WS-FL-TEXT         PIC X(40).
           05  FILLER             PIC X(84) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE 'LEDGER READ: '.
           05  WS-RT-READ         PIC ZZZZZZZZ9.
           05  FILLER             PIC X(10) VALUE '  CARDS: '.
           05  WS-RT-CARDS        PIC ZZZZ9.
           05  FILLER             PIC X(14) VALUE '  MOVEMENTS: '.
           05  WS-RT-MOVES        PIC ZZZZZZ9.
           05  FILLER             PIC X(12) VALUE '  FLAGGED: '.
           05  WS-RT-FLAGGED      PIC ZZZZ9.
           05  FILLER             PIC X(21)
                 VALUE '  NO LEDGER HISTORY: '.
           05  WS-RT-NO-HIST      PIC ZZZZ9.
           05  FILLER             PIC X(27) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1200-WRITE-REPORT-HEADER.

           SORT FILE-SORTWK
              ON ASCENDING KEY SRT-ITEM-CODE
                               SRT-SEQ-NO
              INPUT PROCEDURE IS R2000-RELEASE-LEDGER
              OUTPUT PROCEDURE IS R2500-BUILD-STOCK-CARDS.

           PERFORM R3000-WRITE-REPORT-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.

      *    THE REPORT IS COMPLETE EITHER WAY - A LEDGER THAT DOESN'T
      *    FOOT IS A WARNING FOR INVENTORY CONTROL, NOT A STOP
           IF WS-FLAGGED-CNT > 0
              DISPLAY '  *** ' WS-FLAGGED-CNT ' ITEM(S) DO NOT FOOT '
                 'OR CHAIN - SETTING RETURN CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-STKLEDG.
           OPEN INPUT  FILE-ITEMMAST.
           OPEN OUTPUT FILE-CARDOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-FROM-DATE = SPACES
              MOVE '00000000' TO WS-PARM-FROM-DATE
           END-IF.
           IF WS-PARM-TO-DATE = SPACES
              MOVE '99999999' TO WS-PARM-TO-DATE
           END-IF.
           DISPLAY '  STOCK CARD RANGE: ' WS-PARM-FROM-DATE
              ' TO ' WS-PARM-TO-DATE.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'STOCKCRD' TO SC-STEP-NAME.
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
        R1100-READ-NEXT-MASTER.
      *  ------
           READ FILE-ITEMMAST NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-ITEMMAST-SW
           END-READ.
           IF NOT WS-ITEMMAST-OK
              MOVE 'Y' TO WS-EOF-ITEMMAST-SW
           END-IF.


      *  ------
        R1200-WRITE-REPORT-HEADER.
      *  ------
           MOVE WS-PARM-FROM-DATE TO WS-REG-HDR-FROM.
           MOVE WS-PARM-TO-DATE   TO WS-REG-HDR-TO.
           MOVE WS-REG-HDR TO FIL-CARDOUT.
           WRITE FIL-CARDOUT.
           MOVE SPACES TO FIL-CARDOUT.
           WRITE FIL-CARDOUT.


      *  ------
        R2000-RELEASE-LEDGER.
      *  ------
           PERFORM R2100-RELEASE-ONE-MOVEMENT
              UNTIL WS-EOF-STKLEDG.

      *  ------
        R2100-RELEASE-ONE-MOVEMENT.
      *  ------
           READ FILE-STKLEDG INTO SHIP-STK-REC
              AT END MOVE 'Y' TO WS-EOF-STKLEDG-SW
           END-READ.

           IF NOT WS-EOF-STKLEDG
              ADD 1 TO WS-SEQ-NO
              ADD 1 TO WS-LEDG-READ-CNT
              MOVE SK-ITEM-CODE TO SRT-ITEM-CODE
              MOVE WS-SEQ-NO    TO SRT-SEQ-NO
              MOVE SHIP-STK-REC TO SRT-LEDG
              RELEASE SRT-REC
           END-IF.


      *  ------
        R2500-BUILD-STOCK-CARDS.
      *  ------
      *    THE SORTED LEDGER AND THE ITEM MASTER ARE BOTH IN ITEM
      *    ORDER - WALK THEM TOGETHER SO A MASTER ITEM THE LEDGER
      *    NEVER MENTIONS IS STILL LOOKED AT
           PERFORM R1100-READ-NEXT-MASTER.
           PERFORM R2510-RETURN-ONE-MOVEMENT
              UNTIL WS-EOF-SORT.

           IF WS-ITEM-OPEN
              PERFORM R2700-CLOSE-ITEM
           END-IF.

           PERFORM R2900-CHECK-MASTER-ONLY-ITEM
              UNTIL WS-EOF-ITEMMAST.

      *  ------
        R2510-RETURN-ONE-MOVEMENT.
      *  ------
           RETURN FILE-SORTWK
              AT END MOVE 'Y' TO WS-EOF-SORT-SW
           END-RETURN.

           IF NOT WS-EOF-SORT
              MOVE SRT-LEDG TO SHIP-STK-REC
              IF WS-ITEM-OPEN
                 AND SK-ITEM-CODE NOT = WS-CURR-ITEM-CODE
                 PERFORM R2700-CLOSE-ITEM
              END-IF
              IF NOT WS-ITEM-OPEN
                 PERFORM R2600-OPEN-ITEM
              END-IF
              PERFORM R2650-POST-MOVEMENT
           END-IF.


      *  ------
        R2600-OPEN-ITEM.
      *  ------
           SET WS-ITEM-OPEN TO TRUE.
           MOVE SK-ITEM-CODE TO WS-CURR-ITEM-CODE.
           MOVE 'N' TO WS-CARD-PRINTED-SW.
           MOVE 'N' TO WS-ITEM-FLAGGED-SW.
           MOVE 'N' TO WS-ON-MASTER-SW.
           MOVE ZEROES TO WS-BREAK-CNT.
           MOVE ZEROES TO WS-MAST-QTY.
           MOVE '*** NOT ON MASTER ***' TO WS-CURR-ITEM-DESC.
           MOVE SPACES TO WS-CURR-BIN.

      *    MASTER ITEMS AHEAD OF THIS ONE HAVE NO LEDGER AT ALL
           PERFORM R2900-CHECK-MASTER-ONLY-ITEM
              UNTIL WS-EOF-ITEMMAST
                 OR IM-ITEM-CODE NOT < WS-CURR-ITEM-CODE.
           IF NOT WS-EOF-ITEMMAST
              AND IM-ITEM-CODE = WS-CURR-ITEM-CODE
              SET WS-ON-MASTER TO TRUE
              MOVE IM-ITEM-DESC    TO WS-CURR-ITEM-DESC
              MOVE IM-BIN-LOCATION TO WS-CURR-BIN
              MOVE IM-ON-HAND-QTY  TO WS-MAST-QTY
           END-IF.

      *    THE FIRST MOVEMENT ON FILE STARTS FROM WHATEVER WAS ON
      *    HAND BEFORE IT - BACK IT OUT OF THE RESULTING FIGURE
           COMPUTE WS-RUN-BAL = SK-ON-HAND-AFTER - SK-QTY-IN
                              + SK-QTY-OUT.
           MOVE WS-RUN-BAL TO WS-CF-BAL.


      *  ------
        R2650-POST-MOVEMENT.
      *  ------
      *    EACH MOVEMENT SHOULD LAND WHERE THE LAST ONE LEFT OFF
      *    PLUS ITS OWN IN AND OUT.  WHEN IT DOESN'T, SOMETHING
      *    MOVED THE STOCK WITHOUT WRITING THE LEDGER - FLAG IT AND
      *    CARRY ON FROM THE RECORDED FIGURE SO ONE GAP FLAGS ONCE
           MOVE SPACES TO WS-ML-FLAG.
           COMPUTE WS-EXPECT-BAL = WS-RUN-BAL + SK-QTY-IN
                                 - SK-QTY-OUT.
           IF WS-EXPECT-BAL NOT = SK-ON-HAND-AFTER
              ADD 1 TO WS-BREAK-CNT
              MOVE 'GAP BEFORE THIS LINE' TO WS-ML-FLAG
           END-IF.

           IF SK-MOVE-DATE NOT < WS-PARM-FROM-DATE
              AND SK-MOVE-DATE NOT > WS-PARM-TO-DATE
              IF NOT WS-CARD-PRINTED
                 PERFORM R2660-PRINT-CARD-HEADER
                 MOVE 'BALANCE BROUGHT FORWARD' TO WS-BL-LABEL
                 MOVE WS-RUN-BAL TO WS-BL-BAL
                 MOVE WS-BAL-LINE TO FIL-CARDOUT
                 WRITE FIL-CARDOUT
              END-IF
              IF SK-ON-HAND-AFTER < ZEROES
                 AND WS-ML-FLAG = SPACES
                 MOVE 'NEGATIVE ON HAND' TO WS-ML-FLAG
              END-IF
              MOVE SK-MOVE-DATE     TO WS-ML-DATE
              MOVE SK-PROGRAM       TO WS-ML-PROGRAM
              MOVE SK-DOC-NO        TO WS-ML-DOC-NO
              MOVE SK-MOVE-TYPE     TO WS-ML-TYPE
              MOVE SK-QTY-IN        TO WS-ML-QTY-IN
              MOVE SK-QTY-OUT       TO WS-ML-QTY-OUT
              MOVE SK-ON-HAND-AFTER TO WS-ML-BAL
              MOVE WS-MOVE-LINE TO FIL-CARDOUT
              WRITE FIL-CARDOUT
              ADD 1 TO WS-MOVE-PRINT-CNT
           END-IF.

           MOVE SK-ON-HAND-AFTER TO WS-RUN-BAL.
           IF SK-MOVE-DATE NOT > WS-PARM-TO-DATE
              MOVE WS-RUN-BAL TO WS-CF-BAL
           END-IF.

      *  ------
        R2660-PRINT-CARD-HEADER.
      *  ------
           SET WS-CARD-PRINTED TO TRUE.
           ADD 1 TO WS-CARD-CNT.
           MOVE WS-CURR-ITEM-CODE TO WS-IH-ITEM-CODE.
           MOVE WS-CURR-ITEM-DESC TO WS-IH-ITEM-DESC.
           MOVE WS-CURR-BIN       TO WS-IH-BIN.
           MOVE WS-MAST-QTY       TO WS-IH-MAST-QTY.
           MOVE WS-ITEM-HDR TO FIL-CARDOUT.
           WRITE FIL-CARDOUT.


      *  ------
        R2700-CLOSE-ITEM.
      *  ------
      *    THE WHOLE LEDGER, RANGE OR NOT, HAS TO COME OUT AT WHAT
      *    THE MASTER SAYS IS ON HAND NOW.  AN ITEM DELETED OFF THE
      *    MASTER SHOULD HAVE BEEN LEDGERED DOWN TO ZERO
           IF WS-CARD-PRINTED
              MOVE 'BALANCE CARRIED FORWARD' TO WS-BL-LABEL
              MOVE WS-CF-BAL TO WS-BL-BAL
              MOVE WS-BAL-LINE TO FIL-CARDOUT
              WRITE FIL-CARDOUT
           END-IF.

           IF WS-ON-MASTER
              IF WS-RUN-BAL NOT = WS-MAST-QTY
                 MOVE 'LEDGER DOES NOT FOOT TO ITEM MASTER'
                    TO WS-FL-TEXT
                 PERFORM R2750-WRITE-FLAG-LINE
              END-IF
           ELSE
              IF WS-RUN-BAL NOT = ZEROES
                 MOVE 'LEDGER BALANCE FOR ITEM NOT ON MASTER'
                    TO WS-FL-TEXT
                 PERFORM R2750-WRITE-FLAG-LINE
              END-IF
           END-IF.

           IF WS-BREAK-CNT > 0
              MOVE SPACES TO WS-FL-TEXT
              STRING 'MOVEMENT GAPS IN LEDGER: ' WS-BREAK-CNT
                 DELIMITED BY SIZE INTO WS-FL-TEXT
              PERFORM R2750-WRITE-FLAG-LINE
           END-IF.

           IF WS-ITEM-FLAGGED
              ADD 1 TO WS-FLAGGED-CNT
              DISPLAY '  *** ITEM ' WS-CURR-ITEM-CODE
                 ' LEDGER ' WS-RUN-BAL ' MASTER ' WS-MAST-QTY
                 ' GAPS ' WS-BREAK-CNT
           END-IF.

           IF WS-CARD-PRINTED
              MOVE SPACES TO FIL-CARDOUT
              WRITE FIL-CARDOUT
           END-IF.

           IF WS-ON-MASTER
              PERFORM R1100-READ-NEXT-MASTER
           END-IF.
           MOVE 'N' TO WS-ITEM-OPEN-SW.

      *  ------
        R2750-WRITE-FLAG-LINE.
      *  ------
      *    A FLAGGED ITEM ALWAYS GETS A CARD, EVEN WITH NO MOVEMENT
      *    IN THE RANGE, SO THE PROBLEM CAN'T HIDE OUTSIDE IT
           IF NOT WS-CARD-PRINTED
              PERFORM R2660-PRINT-CARD-HEADER
              MOVE 'LEDGER BALANCE' TO WS-BL-LABEL
              MOVE WS-RUN-BAL TO WS-BL-BAL
              MOVE WS-BAL-LINE TO FIL-CARDOUT
              WRITE FIL-CARDOUT
           END-IF.
           SET WS-ITEM-FLAGGED TO TRUE.
           MOVE WS-FLAG-LINE TO FIL-CARDOUT.
           WRITE FIL-CARDOUT.


      *  ------
        R2900-CHECK-MASTER-ONLY-ITEM.
      *  ------
      *    STOCK ON HAND THE LEDGER HAS NEVER SEEN PRE-DATES THE
      *    LEDGER - LISTED SO IT'S KNOWN, BUT NOT A FOOTING FAILURE
           IF IM-ON-HAND-QTY NOT = ZEROES
              ADD 1 TO WS-NO-HIST-CNT
              ADD 1 TO WS-CARD-CNT
              MOVE IM-ITEM-CODE    TO WS-IH-ITEM-CODE
              MOVE IM-ITEM-DESC    TO WS-IH-ITEM-DESC
              MOVE IM-BIN-LOCATION TO WS-IH-BIN
              MOVE IM-ON-HAND-QTY  TO WS-IH-MAST-QTY
              MOVE WS-ITEM-HDR TO FIL-CARDOUT
              WRITE FIL-CARDOUT
              MOVE 'ON HAND WITH NO LEDGER HISTORY' TO WS-FL-TEXT
              MOVE WS-FLAG-LINE TO FIL-CARDOUT
              WRITE FIL-CARDOUT
              MOVE SPACES TO FIL-CARDOUT
              WRITE FIL-CARDOUT
           END-IF.
           PERFORM R1100-READ-NEXT-MASTER.


      *  ------
        R3000-WRITE-REPORT-TRAILER.
      *  ------
           DISPLAY '  R3000 WRITE REPORT TRAILER'.
           MOVE WS-LEDG-READ-CNT  TO WS-RT-READ.
           MOVE WS-CARD-CNT       TO WS-RT-CARDS.
           MOVE WS-MOVE-PRINT-CNT TO WS-RT-MOVES.
           MOVE WS-FLAGGED-CNT    TO WS-RT-FLAGGED.
           MOVE WS-NO-HIST-CNT    TO WS-RT-NO-HIST.
           MOVE WS-REG-TRL TO FIL-CARDOUT.
           WRITE FIL-CARDOUT.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-STKLEDG.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-CARDOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-LEDG-READ-CNT TO SC-IN-COUNT.
           MOVE WS-CARD-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
