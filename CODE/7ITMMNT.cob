      * MAINTENANCE TRANSACTION CARDS, VALIDATES EACH ONE (NO
      * DUPLICATE ADDS, NO CHANGING OR DELETING AN ITEM THAT ISN'T
      * THERE, NO DELETING AN ITEM THAT HAS TRADED THIS PERIOD,
      * NUMERIC AND SANE PRICE, COST AND TAX RATE VALUES), APPLIES THE
      * GOOD ONES TO THE MASTER, PRINTS A BEFORE/AFTER MAINTENANCE
      * REGISTER, AND WRITES AN AUDIT RECORD OF WHO CHANGED WHAT
      * AND WHEN FOR EVERY APPLIED TRANSACTION.
      *
      * SYSIN CARD 1: RUN DATE (CCYYMMDD) - ALSO DEFINES THE
      * CURRENT PERIOD (CCYYMM) FOR THE DELETE TRADED-CHECK
      * SYSIN CARD 1 COL 80: 'Y' RUNS THE STEP EVEN WHEN ITS
      *               PREREQUISITES HAVEN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      *  DAN BIEG   23AUG2026 MAINTAIN THE NEW IM-BIN-LOCATION
      *                       WAREHOUSE BIN FIELD OFF COLS 55-60
      *                       OF THE MAINTENANCE CARD
      *  DAN BIEG   15OCT2026 MAINTAIN THE NEW IM-UNIT-COST OFF COLS
      *                       62-68 OF THE MAINTENANCE CARD - AUDIT
      *                       AND REGISTER IMAGES WIDENED TO THE
      *                       80-BYTE ITEM MASTER RECORD
      *  DAN BIEG   15OCT2026 MAINTAIN THE NEW IM-VENDOR-NO PRIMARY
      *                       SUPPLIER OFF COLS 69-73 OF THE CARD
      *  DAN BIEG   15OCT2026 AN ADD, CHANGE OR DELETE THAT MOVES
      *                       IM-ON-HAND-QTY APPENDS THE DIFFERENCE
      *                       TO THE COMMON STOCK LEDGER
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
      *    OPTIONAL - THE FIRST PROGRAM TO MOVE STOCK CREATES THE
      *    LEDGER WITH ITS OPEN EXTEND
           SELECT OPTIONAL FILE-STKLEDG ASSIGN TO UT-S-STKLEDG.

      **************************************************************
       DATA DIVISION.
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-ITMAUD.

       01  FIL-ITMAUD        PIC X(180).

      * ---

       COPY ITEMMAST
           REPLACING CPY-ITEM-MAST-REC BY FIL-ITEMMAST.

      * ---

      *STOCK LEDGER - ONE RECORD APPENDED PER ON-HAND CHANGE KEYED
       FD  FILE-STKLEDG
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-STKLEDG.

       01  FIL-STKLEDG       PIC X(80).

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************
       COPY ITMAUD
           REPLACING CPY-ITEM-AUD-REC BY SHIP-AUD-REC.

      *    STOCK LEDGER MOVEMENT RECORD BUILT FOR FILE-STKLEDG
       COPY STKLEDG
           REPLACING CPY-STK-LEDG-REC BY SHIP-STK-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-ITMTRN-SW   PIC X VALUE 'N'.
           88  WS-ITEMMAST-FOUND       VALUE '00'.
           88  WS-ITEMMAST-NOTFOUND    VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN - ITS CCYYMM PART IS THE CURRENT PERIOD
      * FOR THE DELETE TRADED-THIS-PERIOD CHECK
       01  WS-RUN-DATE.
       01  WS-EDIT-REORDER      PIC X(5).
       01  WS-EDIT-REORDER-9 REDEFINES WS-EDIT-REORDER
                                PIC 9(5).
       01  WS-EDIT-COST         PIC X(7).
       01  WS-EDIT-COST-9 REDEFINES WS-EDIT-COST
                                PIC 9(5)V99.

      * WHY THE CARD BOUNCED - PRINTED ON THE REGISTER LINE
       01  WS-REJECT-REASON-TXT PIC X(30) VALUE SPACES.
      * BEFORE IMAGE OF THE MASTER RECORD - SAVED AHEAD OF THE
      * CHANGE/DELETE SO THE AUDIT RECORD AND REGISTER SHOW WHAT
      * WAS THERE BEFORE THE TRANSACTION TOUCHED IT
       01  WS-BEFORE-IMAGE      PIC X(80) VALUE SPACES.

      * ON-HAND BEFORE AND AFTER THE CARD - A DIFFERENCE GOES TO THE
      * STOCK LEDGER.  AN ADD STARTS FROM ZERO, A DELETE ENDS THERE
       01  WS-PRIOR-ONHAND      PIC S9(7) VALUE ZEROES.
       01  WS-NEW-ONHAND        PIC S9(7) VALUE ZEROES.
       01  WS-ONHAND-DIFF       PIC S9(8) VALUE ZEROES.

      * REGISTER COUNTS FOR THE TRAILER
       01  WS-APPLIED-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-REG-IMAGE-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-REG-IMAGE-LBL   PIC X(8).
           05  WS-REG-IMAGE       PIC X(80).
           05  FILLER             PIC X(40) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
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


           OPEN I-O    FILE-ITEMMAST.
           OPEN OUTPUT FILE-ITMAUD.
           OPEN OUTPUT FILE-MNTOUT.
           OPEN EXTEND FILE-STKLEDG.


      *  ------
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
           MOVE 'ITMMNT' TO SC-STEP-NAME.
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
        R2100-LOOKUP-ITEM.
      *  ------
           MOVE 'N' TO WS-ITEM-EXISTS-SW.
           MOVE ZEROES TO WS-PRIOR-ONHAND.
           MOVE '00' TO WS-ITEMMAST-STATUS.
           MOVE MT-ITEM-CODE TO IM-ITEM-CODE.
           READ FILE-ITEMMAST
           IF WS-ITEMMAST-FOUND
              SET WS-ITEM-EXISTS TO TRUE
              MOVE FIL-ITEMMAST TO WS-BEFORE-IMAGE
              MOVE IM-ON-HAND-QTY TO WS-PRIOR-ONHAND
           END-IF.


              MOVE ZEROES TO IM-ON-HAND-QTY
              MOVE ZEROES TO IM-REORDER-POINT
              MOVE SPACES TO IM-LAST-TRADE-DATE
              MOVE ZEROES TO IM-UNIT-COST
              PERFORM R2600-MOVE-CARD-FIELDS
              WRITE FIL-ITEMMAST
                 INVALID KEY
           MOVE MT-TAX-RATE      TO WS-EDIT-TAX.
           MOVE MT-ON-HAND-QTY   TO WS-EDIT-ONHAND.
           MOVE MT-REORDER-POINT TO WS-EDIT-REORDER.
           MOVE MT-UNIT-COST     TO WS-EDIT-COST.

           IF MT-UNIT-PRICE NOT = SPACES
              IF WS-EDIT-PRICE NOT NUMERIC
                 WS-REJECT-REASON-TXT
           END-IF.

      *    A ZERO COST IS ALLOWED - IT MEANS THE ITEM HASN'T BEEN
      *    COSTED YET, AND THE FIRST COSTED RECEIPT WILL SET IT
           IF WS-TRN-VALID AND MT-UNIT-COST NOT = SPACES
              AND WS-EDIT-COST NOT NUMERIC
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'NON-NUMERIC UNIT COST' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2600-MOVE-CARD-FIELDS.
           IF MT-BIN-LOCATION NOT = SPACES
              MOVE MT-BIN-LOCATION TO IM-BIN-LOCATION
           END-IF.
           IF MT-UNIT-COST NOT = SPACES
              MOVE WS-EDIT-COST-9 TO IM-UNIT-COST
           END-IF.
           IF MT-VENDOR-NO NOT = SPACES
              MOVE MT-VENDOR-NO TO IM-VENDOR-NO
           END-IF.


      *  ------
           MOVE WS-BEFORE-IMAGE  TO AU-BEFORE-IMAGE.
           MOVE SHIP-AUD-REC     TO FIL-ITMAUD.
           WRITE FIL-ITMAUD.
           PERFORM R2750-WRITE-STOCK-LEDGER.

           PERFORM R2900-SET-ACTION-LABEL.
           MOVE MT-ITEM-CODE TO WS-REG-ITEM-CODE.
           MOVE SPACES TO FIL-MNTOUT.


      *  ------
        R2750-WRITE-STOCK-LEDGER.
      *  ------
      *    A KEYED ON-HAND IS STILL A MOVEMENT - THE STOCK CARD HAS
      *    TO SEE IT OR THE LEDGER WON'T FOOT TO THE MASTER.  THE
      *    MAINTAINING USER IS THE DOCUMENT
           IF MT-IS-DELETE
              MOVE ZEROES TO WS-NEW-ONHAND
           ELSE
              MOVE IM-ON-HAND-QTY TO WS-NEW-ONHAND
           END-IF.
           COMPUTE WS-ONHAND-DIFF = WS-NEW-ONHAND - WS-PRIOR-ONHAND.

           IF WS-ONHAND-DIFF NOT = ZEROES
              MOVE SPACES           TO SHIP-STK-REC
              MOVE MT-ITEM-CODE     TO SK-ITEM-CODE
              MOVE WS-RUN-DATE      TO SK-MOVE-DATE
              MOVE 'ITMMNT'         TO SK-PROGRAM
              MOVE MT-USER-ID       TO SK-DOC-NO
              MOVE 'IM'             TO SK-MOVE-TYPE
              MOVE ZEROES           TO SK-QTY-IN
              MOVE ZEROES           TO SK-QTY-OUT
              IF WS-ONHAND-DIFF < ZEROES
                 COMPUTE SK-QTY-OUT = ZEROES - WS-ONHAND-DIFF
              ELSE
                 MOVE WS-ONHAND-DIFF TO SK-QTY-IN
              END-IF
              MOVE WS-NEW-ONHAND    TO SK-ON-HAND-AFTER
              IF MT-IS-DELETE
                 MOVE ZEROES        TO SK-UNIT-COST
              ELSE
                 MOVE IM-UNIT-COST  TO SK-UNIT-COST
              END-IF
              MOVE SHIP-STK-REC     TO FIL-STKLEDG
              WRITE FIL-STKLEDG
           END-IF.


      *  ------
        R2800-WRITE-REJECT-LINE.
      *  ------
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-ITMAUD.
           CLOSE FILE-MNTOUT.
           CLOSE FILE-STKLEDG.


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
