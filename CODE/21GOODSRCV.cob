      * NOW COVERS ARE LISTED (WITH THE SAME ALLOCATION DISCIPLINE
      * BACKREL USES, SO TWO BACKORDERS CAN'T BOTH CLAIM THE SAME
      * UNITS) SO OPERATIONS KNOWS TO RUN BACKREL THE SAME NIGHT.
      * A RECEIPT THAT CARRIES THE SUPPLIER'S UNIT COST REFRESHES
      * IM-UNIT-COST AS A WEIGHTED AVERAGE OF THE STOCK ALREADY ON
      * HAND AND THE UNITS JUST RECEIVED.  EACH RECEIPT IS MATCHED
      * TO THE OPEN PURCHASE ORDER LINE IT NAMES AND THE RECEIVED
      * QUANTITY IS ADDED TO THAT LINE; A RECEIPT WITH NO MATCHING
      * OUTSTANDING PO LINE, OR ONE THAT TAKES THE LINE PAST WHAT
      * WAS ORDERED, STILL POSTS BUT IS FLAGGED ON THE REGISTER.
      * THE GOODS GO ON THE SHELF OF THE WAREHOUSE THAT RECEIVED
      * THEM (GR-WHSE-CODE, MAIN WAREHOUSE WHEN BLANK) AS WELL AS
      * INTO THE ITEM TOTAL, AND THE COVERABLE-BACKORDER LIST
      * LOOKS AT EACH CUSTOMER'S OWN WAREHOUSE THE WAY BACKREL DOES.
      *
      * SYSIN CARD 1: RUN DATE (CCYYMMDD)
      * SYSIN CARD 1 COL 80: 'Y' RUNS THE STEP EVEN WHEN ITS
      *               PREREQUISITES HAVEN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   02SEP2026 CODE PROG
      *  DAN BIEG   15OCT2026 WEIGHTED-AVERAGE IM-UNIT-COST FROM THE
      *                       NEW GR-UNIT-COST ON THE RECEIPT - A
      *                       BLANK COST LEAVES THE ITEM COST ALONE,
      *                       A NON-NUMERIC ONE REJECTS THE RECEIPT.
      *                       COST SHOWN ON THE REGISTER LINE
      *  DAN BIEG   15OCT2026 MATCH EACH RECEIPT TO ITS OPEN PO LINE
      *                       ON FILE-POFILE (GR-PO-NO/GR-PO-LINE),
      *                       ADD THE QTY TO PO-RECEIVED-QTY AND
      *                       MOVE THE LINE TO PARTIAL OR CLOSED.
      *                       NO-PO AND OVER-RECEIPTS FLAGGED AND
      *                       COUNTED; A BLANK COST TAKES THE PO COST
      *  DAN BIEG   15OCT2026 APPEND EVERY POSTED RECEIPT TO THE
      *                       COMMON STOCK LEDGER (FILE-STKLEDG)
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      *  DAN BIEG   15OCT2026 POST EACH RECEIPT TO THE RECEIVING
      *                       WAREHOUSE (GR-WHSE-CODE, FILE-WHSTOCK)
      *                       AS WELL AS THE ITEM TOTAL - THE REGISTER
      *                       SHOWS WHAT THAT WAREHOUSE NOW HAS AND
      *                       THE LEDGER CARRIES IT.  THE
      *                       COVERABLE-BACKORDER LIST CHECKS EACH
      *                       CUSTOMER'S OWN WAREHOUSE, SAME AS
      *                       BACKREL
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-ORDER-NO
               FILE STATUS IS WS-BACKORD-STATUS.
      *    OPTIONAL - RECEIVING CAN RUN BEFORE THE FIRST PO IS CUT
           SELECT OPTIONAL FILE-POFILE ASSIGN TO UT-S-POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-STATUS.
      *    OPTIONAL - THE FIRST PROGRAM TO MOVE STOCK CREATES THE
      *    LEDGER WITH ITS OPEN EXTEND
           SELECT OPTIONAL FILE-STKLEDG ASSIGN TO UT-S-STKLEDG.
           SELECT FILE-WHSTOCK ASSIGN TO UT-S-WHSTOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WHSTOCK-STATUS.
           SELECT FILE-CUSTMAST ASSIGN TO UT-S-CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

      **************************************************************
       DATA DIVISION.
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-ITMAUD.

       01  FIL-ITMAUD        PIC X(180).

      * ---

       COPY BACKORD
           REPLACING CPY-BACKORD-REC BY FIL-BACKORD.

      * ---

      *OPEN PURCHASE ORDER FILE - EACH RECEIPT IS MATCHED TO A LINE
       FD  FILE-POFILE
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-POFILE.

       COPY POREC
           REPLACING CPY-PO-LINE-REC BY FIL-POFILE.

      * ---

      *STOCK LEDGER - ONE RECORD APPENDED PER POSTED RECEIPT
       FD  FILE-STKLEDG
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-STKLEDG.

       01  FIL-STKLEDG       PIC X(80).

      * ---

      *WAREHOUSE STOCK - THE SHELF THE RECEIPT GOES ONTO
       FD  FILE-WHSTOCK
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-WHSTOCK.

       COPY WHSTOCK
           REPLACING CPY-WHSE-STOCK-REC BY FIL-WHSTOCK.

      * ---

      *CUSTOMER MASTER - READ FOR THE WAREHOUSE THAT SERVES EACH
      *BACKORDERED CUSTOMER
       FD  FILE-CUSTMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTMAST.

       COPY CUSTMAST
           REPLACING CPY-CUST-MAST-REC BY FIL-CUSTMAST.

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
           02  WS-EOF-RCPT-SW     PIC X VALUE 'N'.
           02  WS-RCPT-VALID-SW   PIC X VALUE 'Y'.
               88  WS-RCPT-VALID         VALUE 'Y'.
               88  WS-RCPT-NOT-VALID     VALUE 'N'.
           02  WS-PO-MATCH-SW     PIC X VALUE 'N'.
               88  WS-PO-MATCHED         VALUE 'Y'.
           02  WS-EOF-POFILE-SW   PIC X VALUE 'N'.
               88  WS-EOF-POFILE         VALUE 'Y'.
           02  WS-OVER-RCPT-SW    PIC X VALUE 'N'.
               88  WS-OVER-RECEIPT       VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-ITEMMAST-NOTFOUND    VALUE '23'.
       01  WS-BACKORD-STATUS    PIC X(2) VALUE '00'.
           88  WS-BACKORD-OK           VALUE '00'.
       01  WS-POFILE-STATUS     PIC X(2) VALUE '00'.
           88  WS-POFILE-OK            VALUE '00'.
           88  WS-POFILE-NOTFOUND      VALUE '23'.
       01  WS-WHSTOCK-STATUS    PIC X(2) VALUE '00'.
           88  WS-WHSTOCK-FOUND        VALUE '00'.
           88  WS-WHSTOCK-NOTFOUND     VALUE '23'.
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTMAST-FOUND       VALUE '00'.
           88  WS-CUSTMAST-NOTFOUND    VALUE '23'.

      * WAREHOUSE THAT SERVES THE BACKORDER BEING LOOKED AT
       01  WS-BO-WHSE-CODE       PIC X(2) VALUE SPACES.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-EDIT-RCPT-QTY-9 REDEFINES WS-EDIT-RCPT-QTY
                                PIC 9(7).

      * NUMERIC EDIT WORK FIELD FOR THE SUPPLIER'S UNIT COST
       01  WS-EDIT-RCPT-COST    PIC X(7).
       01  WS-EDIT-RCPT-COST-9 REDEFINES WS-EDIT-RCPT-COST
                                PIC 9(5)V99.

      * NUMERIC EDIT WORK FIELD FOR THE PO LINE NUMBER
       01  WS-EDIT-PO-LINE      PIC X(3).
       01  WS-EDIT-PO-LINE-9 REDEFINES WS-EDIT-PO-LINE
                                PIC 9(3).

      * UNITS RECEIVED BEYOND WHAT THE PO LINE ORDERED
       01  WS-OVER-QTY           PIC 9(7) VALUE ZEROES.

      * STOCK ON HAND AHEAD OF THE RECEIPT AND ITS VALUE AT THE OLD
      * COST - THE WEIGHTED AVERAGE IS BUILT FROM THESE
       01  WS-PRIOR-ONHAND       PIC S9(7) VALUE ZEROES.
       01  WS-PRIOR-VALUE        PIC S9(11)V99 VALUE ZEROES.
       01  WS-RCPT-VALUE         PIC S9(11)V99 VALUE ZEROES.

      * WHY THE RECEIPT BOUNCED - PRINTED ON THE REGISTER LINE
       01  WS-REJECT-REASON-TXT PIC X(30) VALUE SPACES.

      * BEFORE IMAGE OF THE MASTER RECORD FOR THE AUDIT TRAIL
       01  WS-BEFORE-IMAGE      PIC X(80) VALUE SPACES.

      * RUN TOTALS FOR THE REGISTER TRAILER
       01  WS-READ-CNT           PIC 9(5) VALUE ZEROES.
       01  WS-REJECTED-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-UNITS-RECEIVED     PIC 9(9) VALUE ZEROES.
       01  WS-COVERABLE-CNT      PIC 9(5) VALUE ZEROES.
       01  WS-PO-MATCHED-CNT     PIC 9(5) VALUE ZEROES.
       01  WS-NO-PO-CNT          PIC 9(5) VALUE ZEROES.
       01  WS-OVER-RCPT-CNT      PIC 9(5) VALUE ZEROES.

      * STOCK ALLOCATED TO BACKORDERS ALREADY CALLED COVERABLE IN
      * THIS REPORT PASS - SAME DISCIPLINE AS THE BACKREL RELEASE
      * SWEEP, SO TWO BACKORDERS FOR ONE ITEM AREN'T BOTH PROMISED
      * THE SAME UNITS.  BY ITEM AND WAREHOUSE, SAME AS BACKREL.
      * HARD LIMIT, SAME RULE AS BACKREL'S TABLE
       01  WS-ALLOC-COUNT        PIC 9(3) VALUE ZEROES.
       01  WS-ALLOC-TAB.
           05  WS-ALLOC-ENT OCCURS 200 TIMES
                             INDEXED BY WS-ALLOC-IDX.
               10  WS-ALLOC-ITEM-CODE PIC X(3) VALUE SPACES.
               10  WS-ALLOC-WHSE-CODE PIC X(2) VALUE SPACES.
               10  WS-ALLOC-QTY       PIC 9(9) VALUE ZEROES.

      * AVAILABLE STOCK FOR THE BACKORDER BEING LOOKED AT
           05  FILLER             PIC X(5) VALUE 'QTY: '.
           05  WS-REG-QTY         PIC ZZZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
      *    WHAT THE RECEIVING WAREHOUSE NOW HAS ON ITS SHELF
           05  FILLER             PIC X(2) VALUE 'WH'.
           05  WS-REG-WHSE-CODE   PIC X(2).
           05  FILLER             PIC X(6) VALUE ' HAS: '.
           05  WS-REG-ONHAND      PIC -------9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'SLIP: '.
           05  WS-REG-PACKSLIP    PIC X(10).
           05  FILLER             PIC X(5) VALUE ' BY: '.
           05  WS-REG-RECEIVER    PIC X(8).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'COST: '.
           05  WS-REG-COST        PIC ZZZZ9.99.
           05  FILLER             PIC X(5) VALUE ' PO: '.
           05  WS-REG-PO-NO       PIC X(6).
           05  FILLER             PIC X(1) VALUE '-'.
           05  WS-REG-PO-LINE     PIC X(3).

      *    PO EXCEPTION PRINTED UNDER THE RECEIPT IT BELONGS TO
       01  WS-PO-EXC-LINE.
           05  FILLER             PIC X(8) VALUE SPACES.
           05  FILLER             PIC X(4) VALUE '*** '.
           05  WS-PO-EXC-TEXT     PIC X(50).
           05  WS-PO-EXC-QTY      PIC ZZZZZZ9.
           05  FILLER             PIC X(63) VALUE SPACES.

       01  WS-REJ-LINE.
           05  FILLER             PIC X(6) VALUE '  ITEM'.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(7) VALUE 'AVAIL: '.
           05  WS-BO-AVAIL        PIC --------9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'WHSE: '.
           05  WS-BO-WHSE         PIC X(2).
           05  FILLER             PIC X(44) VALUE SPACES.

       01  WS-BO-NONE-LINE.
           05  FILLER             PIC X(30)
           05  WS-REG-UNITS       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(55) VALUE SPACES.

       01  WS-REG-TRL2.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE 'PO MATCHED: '.
           05  WS-REG-PO-MATCHED  PIC ZZZZ9.
           05  FILLER             PIC X(10) VALUE '  NO PO: '.
           05  WS-REG-NO-PO       PIC ZZZZ9.
           05  FILLER             PIC X(18) VALUE '  OVER-RECEIPTS: '.
           05  WS-REG-OVER-RCPT   PIC ZZZZ9.
           05  FILLER             PIC X(71) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1200-WRITE-REGISTER-HEADER.

           PERFORM R2000-PROCESS-RECEIPT
           PERFORM R3000-REPORT-COVERABLE-BACKORDERS.
           PERFORM R3500-WRITE-REGISTER-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


           OPEN INPUT  FILE-RCPT.
           OPEN I-O    FILE-ITEMMAST.
           OPEN INPUT  FILE-BACKORD.
           OPEN I-O    FILE-POFILE.
           OPEN OUTPUT FILE-RCVREJ.
           OPEN OUTPUT FILE-ITMAUD.
           OPEN OUTPUT FILE-RCVOUT.
           OPEN EXTEND FILE-STKLEDG.
           OPEN I-O    FILE-WHSTOCK.
           OPEN INPUT  FILE-CUSTMAST.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           DISPLAY '  RECEIVING RUN DATE: ' WS-RUN-DATE.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'GOODSRCV' TO SC-STEP-NAME.
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

           IF NOT WS-EOF-RCPT
      *       A RECEIPT THAT NAMES NO WAREHOUSE CAME IN AT MAIN
              IF GR-WHSE-CODE = SPACES
                 MOVE '01' TO GR-WHSE-CODE
              END-IF
              ADD 1 TO WS-READ-CNT
              SET WS-RCPT-VALID TO TRUE
              MOVE SPACES TO WS-REJECT-REASON-TXT
              PERFORM R2100-EDIT-RECEIPT
              IF WS-RCPT-VALID
                 PERFORM R2150-MATCH-PURCHASE-ORDER
                 PERFORM R2200-POST-RECEIPT
              ELSE
                 PERFORM R2800-WRITE-REJECT
              MOVE 'ZERO RECEIPT QTY' TO WS-REJECT-REASON-TXT
           END-IF.

           MOVE GR-UNIT-COST TO WS-EDIT-RCPT-COST.
           IF WS-RCPT-VALID AND GR-UNIT-COST NOT = SPACES
              AND WS-EDIT-RCPT-COST NOT NUMERIC
              SET WS-RCPT-NOT-VALID TO TRUE
              MOVE 'NON-NUMERIC UNIT COST' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-RCPT-VALID
              MOVE '00' TO WS-ITEMMAST-STATUS
              MOVE GR-ITEM-CODE TO IM-ITEM-CODE
           END-IF.


      *  ------
        R2150-MATCH-PURCHASE-ORDER.
      *  ------
      *    A NAMED LINE MUST BE FOR THIS ITEM AND STILL OUTSTANDING.
      *    NO LINE NUMBER TAKES THE FIRST OUTSTANDING LINE ON THE PO
      *    FOR THE ITEM.  NO MATCH DOESN'T STOP THE POSTING - THE
      *    GOODS ARE ON THE DOCK EITHER WAY - IT GETS FLAGGED
           MOVE 'N' TO WS-PO-MATCH-SW.
           MOVE 'N' TO WS-OVER-RCPT-SW.
           MOVE GR-PO-LINE TO WS-EDIT-PO-LINE.
           IF GR-PO-NO NOT = SPACES
              IF WS-EDIT-PO-LINE NUMERIC
                 MOVE '00'              TO WS-POFILE-STATUS
                 MOVE GR-PO-NO          TO PO-NO
                 MOVE WS-EDIT-PO-LINE-9 TO PO-LINE-NO
                 READ FILE-POFILE
                     INVALID KEY MOVE '23' TO WS-POFILE-STATUS
                 END-READ
                 IF WS-POFILE-OK AND PO-ITEM-CODE = GR-ITEM-CODE
                    AND PO-IS-OUTSTANDING
                    SET WS-PO-MATCHED TO TRUE
                 END-IF
              ELSE
                 MOVE 'N'      TO WS-EOF-POFILE-SW
                 MOVE GR-PO-NO TO PO-NO
                 MOVE ZEROES   TO PO-LINE-NO
                 START FILE-POFILE KEY >= PO-KEY
                    INVALID KEY MOVE 'Y' TO WS-EOF-POFILE-SW
                 END-START
                 PERFORM R2160-SCAN-PO-LINES
                    UNTIL WS-EOF-POFILE OR WS-PO-MATCHED
              END-IF
           END-IF.

           IF WS-PO-MATCHED
              ADD 1 TO WS-PO-MATCHED-CNT
           ELSE
              ADD 1 TO WS-NO-PO-CNT
           END-IF.

      *  ------
        R2160-SCAN-PO-LINES.
      *  ------
           READ FILE-POFILE NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-POFILE-SW
           END-READ.
           IF NOT WS-POFILE-OK
              MOVE 'Y' TO WS-EOF-POFILE-SW
           END-IF.

           IF NOT WS-EOF-POFILE
              IF PO-NO NOT = GR-PO-NO
                 MOVE 'Y' TO WS-EOF-POFILE-SW
              ELSE
                 IF PO-ITEM-CODE = GR-ITEM-CODE
                    AND PO-IS-OUTSTANDING
                    SET WS-PO-MATCHED TO TRUE
                 END-IF
              END-IF
           END-IF.


      *  ------
        R2200-POST-RECEIPT.
      *  ------
           MOVE FIL-ITEMMAST TO WS-BEFORE-IMAGE.
      *    NO COST ON THE RECEIPT - THE PO LINE'S AGREED COST IS THE
      *    NEXT BEST THING TO THE SUPPLIER'S INVOICE
           IF GR-UNIT-COST = SPACES AND WS-PO-MATCHED
              MOVE PO-UNIT-COST TO WS-EDIT-RCPT-COST-9
              PERFORM R2250-AVERAGE-UNIT-COST
           END-IF.
           IF GR-UNIT-COST NOT = SPACES
              PERFORM R2250-AVERAGE-UNIT-COST
           END-IF.
           ADD WS-EDIT-RCPT-QTY-9 TO IM-ON-HAND-QTY.
           MOVE WS-RUN-DATE TO IM-LAST-TRADE-DATE.
           REWRITE FIL-ITEMMAST
                    'ITEM ' IM-ITEM-CODE ' - STATUS '
                    WS-ITEMMAST-STATUS
           END-REWRITE.
           PERFORM R2360-UPDATE-WHSE-STOCK.

           ADD 1 TO WS-POSTED-CNT.
           ADD WS-EDIT-RCPT-QTY-9 TO WS-UNITS-RECEIVED.
           PERFORM R2300-WRITE-AUDIT-RECORD.
           PERFORM R2350-WRITE-STOCK-LEDGER.
           IF WS-PO-MATCHED
              PERFORM R2400-UPDATE-PO-LINE
           END-IF.
           PERFORM R2700-WRITE-REGISTER-LINE.


      *  ------
        R2250-AVERAGE-UNIT-COST.
      *  ------
      *    NOTHING ON HAND (OR AN ITEM NOBODY HAS COSTED YET) HAS NO
      *    OLD COST WORTH AVERAGING IN - THE RECEIPT COST STANDS.
      *    OTHERWISE THE NEW COST IS THE OLD STOCK AT THE OLD COST
      *    PLUS THE RECEIPT AT ITS COST, SPREAD OVER BOTH
           MOVE IM-ON-HAND-QTY TO WS-PRIOR-ONHAND.
           IF WS-PRIOR-ONHAND NOT > ZEROES
              OR IM-UNIT-COST = ZEROES
              MOVE WS-EDIT-RCPT-COST-9 TO IM-UNIT-COST
           ELSE
              COMPUTE WS-PRIOR-VALUE = WS-PRIOR-ONHAND * IM-UNIT-COST
              COMPUTE WS-RCPT-VALUE =
                       WS-EDIT-RCPT-QTY-9 * WS-EDIT-RCPT-COST-9
              COMPUTE IM-UNIT-COST ROUNDED =
                       (WS-PRIOR-VALUE + WS-RCPT-VALUE)
                     / (WS-PRIOR-ONHAND + WS-EDIT-RCPT-QTY-9)
                 ON SIZE ERROR
                    DISPLAY '  *** UNIT COST OVERFLOW FOR ITEM '
                       IM-ITEM-CODE ' - COST LEFT AT '
                       IM-UNIT-COST
              END-COMPUTE
           END-IF.


      *  ------
        R2300-WRITE-AUDIT-RECORD.
      *  ------
           WRITE FIL-ITMAUD.


      *  ------
        R2350-WRITE-STOCK-LEDGER.
      *  ------
      *    THE PACKING SLIP IS THE RECEIPT'S DOCUMENT - WITHOUT ONE
      *    THE PO NUMBER IS THE NEXT BEST REFERENCE
           MOVE SPACES             TO SHIP-STK-REC.
           MOVE IM-ITEM-CODE       TO SK-ITEM-CODE.
           MOVE WS-RUN-DATE        TO SK-MOVE-DATE.
           MOVE 'GOODSRCV'         TO SK-PROGRAM.
           IF GR-PACKSLIP-REF NOT = SPACES
              MOVE GR-PACKSLIP-REF TO SK-DOC-NO
           ELSE
              MOVE GR-PO-NO        TO SK-DOC-NO
           END-IF.
           MOVE 'RC'               TO SK-MOVE-TYPE.
           MOVE WS-EDIT-RCPT-QTY-9 TO SK-QTY-IN.
           MOVE ZEROES             TO SK-QTY-OUT.
           MOVE IM-ON-HAND-QTY     TO SK-ON-HAND-AFTER.
           MOVE IM-UNIT-COST       TO SK-UNIT-COST.
           MOVE GR-WHSE-CODE       TO SK-WHSE-CODE.
           MOVE SHIP-STK-REC       TO FIL-STKLEDG.
           WRITE FIL-STKLEDG.


      *  ------
        R2360-UPDATE-WHSE-STOCK.
      *  ------
      *    THE RECEIPT GOES ON THE RECEIVING WAREHOUSE'S SHELF.  A
      *    WAREHOUSE THAT HAS NEVER STOCKED THE ITEM GETS A RECORD
      *    STARTED AT ZERO - WHSMNT GIVES IT A REORDER POINT AND A
      *    BIN LATER
           MOVE '00' TO WS-WHSTOCK-STATUS.
           MOVE IM-ITEM-CODE TO WH-ITEM-CODE.
           MOVE GR-WHSE-CODE TO WH-WHSE-CODE.
           READ FILE-WHSTOCK
               INVALID KEY MOVE '23' TO WS-WHSTOCK-STATUS
           END-READ.
           IF WS-WHSTOCK-NOTFOUND
              DISPLAY '  *** ITEM ' IM-ITEM-CODE
                 ' NOT STOCKED AT WAREHOUSE ' GR-WHSE-CODE
                 ' - WAREHOUSE RECORD STARTED AT ZERO'
              MOVE SPACES       TO FIL-WHSTOCK
              MOVE IM-ITEM-CODE TO WH-ITEM-CODE
              MOVE GR-WHSE-CODE TO WH-WHSE-CODE
              MOVE ZEROES       TO WH-ON-HAND-QTY
              MOVE ZEROES       TO WH-IN-TRANSIT-QTY
              MOVE ZEROES       TO WH-REORDER-POINT
           END-IF.
           ADD WS-EDIT-RCPT-QTY-9 TO WH-ON-HAND-QTY.
           MOVE WS-RUN-DATE       TO WH-LAST-MOVE-DATE.
           IF WS-WHSTOCK-NOTFOUND
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
        R2400-UPDATE-PO-LINE.
      *  ------
      *    RECEIVED QTY ACCUMULATES ACROSS RECEIPTS - THE LINE IS
      *    PARTIAL UNTIL THE FULL ORDER IS IN, THEN CLOSED.  ANY
      *    UNITS BEYOND THE ORDER ARE AN OVER-RECEIPT
           ADD WS-EDIT-RCPT-QTY-9 TO PO-RECEIVED-QTY
              ON SIZE ERROR MOVE 9999999 TO PO-RECEIVED-QTY
           END-ADD.
           MOVE WS-RUN-DATE TO PO-LAST-RCPT-DATE.
           IF PO-RECEIVED-QTY < PO-ORDER-QTY
              MOVE 'P' TO PO-STATUS
           ELSE
              MOVE 'C' TO PO-STATUS
           END-IF.
           IF PO-RECEIVED-QTY > PO-ORDER-QTY
              SET WS-OVER-RECEIPT TO TRUE
              ADD 1 TO WS-OVER-RCPT-CNT
              COMPUTE WS-OVER-QTY = PO-RECEIVED-QTY - PO-ORDER-QTY
           END-IF.
           REWRITE FIL-POFILE
              INVALID KEY
                 DISPLAY '  *** COULD NOT REWRITE PO LINE ' PO-NO
                    '-' PO-LINE-NO ' - STATUS ' WS-POFILE-STATUS
           END-REWRITE.


      *  ------
        R2700-WRITE-REGISTER-LINE.
      *  ------
           MOVE GR-ITEM-CODE        TO WS-REG-ITEM-CODE.
           MOVE IM-ITEM-DESC        TO WS-REG-ITEM-DESC.
           MOVE WS-EDIT-RCPT-QTY-9  TO WS-REG-QTY.
           MOVE GR-WHSE-CODE        TO WS-REG-WHSE-CODE.
           MOVE WH-ON-HAND-QTY      TO WS-REG-ONHAND.
           MOVE GR-PACKSLIP-REF     TO WS-REG-PACKSLIP.
           MOVE GR-RECEIVER-ID      TO WS-REG-RECEIVER.
           MOVE IM-UNIT-COST        TO WS-REG-COST.
           IF WS-PO-MATCHED
              MOVE PO-NO            TO WS-REG-PO-NO
              MOVE PO-LINE-NO       TO WS-REG-PO-LINE
           ELSE
              MOVE GR-PO-NO         TO WS-REG-PO-NO
              MOVE GR-PO-LINE       TO WS-REG-PO-LINE
           END-IF.
           MOVE WS-REG-LINE TO FIL-RCVOUT.
           WRITE FIL-RCVOUT.
           MOVE SPACES TO FIL-RCVOUT.

           IF NOT WS-PO-MATCHED
              IF GR-PO-NO = SPACES
                 MOVE 'NO PO ON THIS RECEIPT - GOODS NOT ORDERED?'
                    TO WS-PO-EXC-TEXT
              ELSE
                 MOVE 'NO OUTSTANDING PO LINE MATCHES THIS RECEIPT'
                    TO WS-PO-EXC-TEXT
              END-IF
              MOVE ZEROES TO WS-PO-EXC-QTY
              PERFORM R2750-WRITE-PO-EXCEPTION
           END-IF.
           IF WS-OVER-RECEIPT
              MOVE 'OVER-RECEIPT - UNITS BEYOND THE PO LINE ORDER: '
                 TO WS-PO-EXC-TEXT
              MOVE WS-OVER-QTY TO WS-PO-EXC-QTY
              PERFORM R2750-WRITE-PO-EXCEPTION
           END-IF.

      *  ------
        R2750-WRITE-PO-EXCEPTION.
      *  ------
           MOVE WS-PO-EXC-LINE TO FIL-RCVOUT.
           WRITE FIL-RCVOUT.
           MOVE SPACES TO FIL-RCVOUT.
           DISPLAY '  *** RECEIPT FOR ITEM ' GR-ITEM-CODE ' SLIP '
              GR-PACKSLIP-REF ' - ' WS-PO-EXC-TEXT.


      *  ------
        R2800-WRITE-REJECT.
                 MOVE BO-ITEM-CODE TO WS-BO-ITEM-CODE
                 MOVE BO-QUANTITY  TO WS-BO-QTY
                 MOVE WS-AVAIL-QTY TO WS-BO-AVAIL
                 MOVE WS-BO-WHSE-CODE TO WS-BO-WHSE
                 MOVE WS-BO-LINE TO FIL-RCVOUT
                 WRITE FIL-RCVOUT
                 MOVE SPACES TO FIL-RCVOUT
           IF WS-ITEMMAST-NOTFOUND
              MOVE ZEROES TO WS-AVAIL-QTY
           ELSE
              PERFORM R3210-FIND-CUST-WHSE
              PERFORM R3220-READ-WHSE-STOCK
           END-IF.

      *  ------
        R3210-FIND-CUST-WHSE.
      *  ------
      *    SAME RULE AS BACKREL - A CUSTOMER WITH NO WAREHOUSE ON
      *    FILE IS SERVED FROM MAIN
           MOVE '01' TO WS-BO-WHSE-CODE.
           MOVE '00' TO WS-CUSTMAST-STATUS.
           MOVE BO-CUST-NO TO CM-CUST-NO.
           READ FILE-CUSTMAST
               INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
           END-READ.
           IF WS-CUSTMAST-FOUND AND CM-WHSE-CODE NOT = SPACES
              MOVE CM-WHSE-CODE TO WS-BO-WHSE-CODE
           END-IF.

      *  ------
        R3220-READ-WHSE-STOCK.
      *  ------
           MOVE '00' TO WS-WHSTOCK-STATUS.
           MOVE BO-ITEM-CODE    TO WH-ITEM-CODE.
           MOVE WS-BO-WHSE-CODE TO WH-WHSE-CODE.
           READ FILE-WHSTOCK
               INVALID KEY MOVE '23' TO WS-WHSTOCK-STATUS
           END-READ.
           IF WS-WHSTOCK-NOTFOUND
              MOVE ZEROES TO WS-AVAIL-QTY
           ELSE
              MOVE WH-ON-HAND-QTY TO WS-AVAIL-QTY
              PERFORM R3250-SUBTRACT-ALLOCATED
           END-IF.

                    CONTINUE
                 WHEN WS-ALLOC-ITEM-CODE(WS-ALLOC-IDX)
                      = BO-ITEM-CODE
                  AND WS-ALLOC-WHSE-CODE(WS-ALLOC-IDX)
                      = WS-BO-WHSE-CODE
                    SUBTRACT WS-ALLOC-QTY(WS-ALLOC-IDX)
                       FROM WS-AVAIL-QTY
              END-SEARCH
              AT END
                 IF WS-ALLOC-COUNT >= 200
                    DISPLAY '  *** ALLOCATION TABLE FULL AT 200 '
                       'ENTRIES - COVERABLE LIST STOPS HERE TO '
                       'AVOID PROMISING STOCK TWICE'
                    MOVE 12 TO RETURN-CODE
                    PERFORM R3500-WRITE-REGISTER-TRAILER
                    PERFORM R4000-CLOSE-DATASETS
                    PERFORM R4900-LOG-STEP-END
                    STOP RUN
                 ELSE
                    ADD 1 TO WS-ALLOC-COUNT
                    SET WS-ALLOC-IDX TO WS-ALLOC-COUNT
                    MOVE BO-ITEM-CODE
                       TO WS-ALLOC-ITEM-CODE(WS-ALLOC-IDX)
                    MOVE WS-BO-WHSE-CODE
                       TO WS-ALLOC-WHSE-CODE(WS-ALLOC-IDX)
                    MOVE BO-QUANTITY TO WS-ALLOC-QTY(WS-ALLOC-IDX)
                 END-IF
              WHEN WS-ALLOC-ITEM-CODE(WS-ALLOC-IDX) = BO-ITEM-CODE
               AND WS-ALLOC-WHSE-CODE(WS-ALLOC-IDX) = WS-BO-WHSE-CODE
                 ADD BO-QUANTITY TO WS-ALLOC-QTY(WS-ALLOC-IDX)
           END-SEARCH.

           MOVE WS-UNITS-RECEIVED TO WS-REG-UNITS.
           MOVE WS-REG-TRL TO FIL-RCVOUT.
           WRITE FIL-RCVOUT.
           MOVE WS-PO-MATCHED-CNT TO WS-REG-PO-MATCHED.
           MOVE WS-NO-PO-CNT      TO WS-REG-NO-PO.
           MOVE WS-OVER-RCPT-CNT  TO WS-REG-OVER-RCPT.
           MOVE WS-REG-TRL2 TO FIL-RCVOUT.
           WRITE FIL-RCVOUT.


      *  ------
           CLOSE FILE-RCPT.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-BACKORD.
           CLOSE FILE-POFILE.
           CLOSE FILE-RCVREJ.
           CLOSE FILE-ITMAUD.
           CLOSE FILE-RCVOUT.
           CLOSE FILE-STKLEDG.
           CLOSE FILE-WHSTOCK.
           CLOSE FILE-CUSTMAST.


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
