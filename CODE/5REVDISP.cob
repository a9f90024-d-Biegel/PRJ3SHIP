      * ANY OTHER POSTED SALE.
      *
      * SYSIN CARD 1: RUN DATE (CCYYMMDD) STAMPED ON THE GL ENTRIES
      * SYSIN CARD 1 COL 80: 'Y' RUNS THE STEP EVEN WHEN ITS
      *               PREREQUISITES HAVEN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      *                       WAY THE ORDERSYS ITEM SUMMARY DOES -
      *                       A HELD EXCHANGE NOW POSTS THE SAME
      *                       'I' RECORDS AS ONE POSTED DIRECTLY
      *  DAN BIEG   15OCT2026 COST OF GOODS SOLD, SAME AS ORDERSYS -
      *                       STOCK MOVED BY AN APPROVED ORDER IS
      *                       VALUED AT IM-UNIT-COST, THE GL EXTRACT
      *                       RELIEVES AND RESTORES 130000 AGAINST
      *                       500000, AND DAYTRAN CARRIES THE COST
      *  DAN BIEG   15OCT2026 DAYTRAN CARRIES THE REPLACEMENT ITEM
      *                       AND QUANTITY OF AN APPROVED EXCHANGE
      *                       FOR THE PACKING SLIP RUN
      *  DAN BIEG   15OCT2026 APPEND EVERY ON-HAND MOVEMENT AN
      *                       APPROVED ORDER MAKES TO THE COMMON
      *                       STOCK LEDGER, SAME AS ORDERSYS
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      *  DAN BIEG   15OCT2026 ADD FILE-BIJRNL - THE BEFORE-IMAGE OF
      *                       EVERY ITEMMAST, CUSTMAST, ARFILE AND
      *                       BACKORD RECORD AN APPROVED ORDER
      *                       CHANGES OR ADDS IS JOURNALED AHEAD OF
      *                       THE WRITE, SAME AS ORDERSYS, FOR
      *                       BACKOUT
      *  DAN BIEG   15OCT2026 CUSTOMER PASSED TO SUBPRICE SO AN
      *                       EXCHANGE PRICES AT THE CUSTOMER'S
      *                       CONTRACT PRICE, SAME AS ORDERSYS
      *  DAN BIEG   15OCT2026 RESOLVE THE REP BEFORE THE AR POSTING
      *                       AND CARRY IT ON THE AR OPEN ITEM,
      *                       SAME AS ORDERSYS
      *  DAN BIEG   15OCT2026 AN APPROVED 'R' RETURN MARKS ITS RMA
      *                       RECEIVED ON FILE-RMAFILE, JOURNALED
      *                       FOR BACKOUT, SAME AS ORDERSYS
      *  DAN BIEG   15OCT2026 DAYTRAN WIDENED TO 130 BYTES AND CARRIES
      *                       THE CUSTOMER'S PURCHASE ORDER NUMBER OF AN
      *                       APPROVED ORDER, SAME AS ORDERSYS
      *  DAN BIEG   15OCT2026 AN APPROVED ORDER ALSO MOVES THE SHELF
      *                       OF THE WAREHOUSE ORDERSYS STAMPED ON IT
      *                       (FILE-WHSTOCK, JOURNALED FOR BACKOUT);
      *                       DAYTRAN AND THE STOCK LEDGER CARRY THE
      *                       WAREHOUSE
      *  DAN BIEG   15OCT2026 ADD FILE-TAXEXM - AN APPROVED ORDER FOR
      *                       A CUSTOMER WITH AN EXEMPTION CERTIFICATE
      *                       IN FORCE ON THE DISPOSITION DATE POSTS
      *                       ZERO TAX, SAME AS ORDERSYS; DAYTRAN
      *                       WIDENED TO 150 BYTES AND CARRIES THE
      *                       CERTIFICATE NUMBER
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
               ACCESS MODE IS RANDOM
               RECORD KEY IS BO-ORDER-NO
               FILE STATUS IS WS-BACKORD-STATUS.
           SELECT FILE-RMAFILE ASSIGN TO UT-S-RMAFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-RMA-NO
               FILE STATUS IS WS-RMAFILE-STATUS.
           SELECT FILE-WHSTOCK ASSIGN TO UT-S-WHSTOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WHSTOCK-STATUS.
           SELECT FILE-TAXEXM ASSIGN TO UT-S-TAXEXM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TE-KEY
               FILE STATUS IS WS-TAXEXM-STATUS.
      *    OPTIONAL - THE FIRST PROGRAM TO MOVE STOCK CREATES THE
      *    LEDGER WITH ITS OPEN EXTEND
           SELECT OPTIONAL FILE-STKLEDG ASSIGN TO UT-S-STKLEDG.
           SELECT FILE-BIJRNL ASSIGN TO UT-S-BIJRNL.

      **************************************************************
       DATA DIVISION.
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-DAYTRAN.

       01  FIL-DAYTRAN       PIC X(150).

      * ---

       COPY BACKORD
           REPLACING CPY-BACKORD-REC BY FIL-BACKORD.

      * ---

      *RETURN AUTHORIZATIONS - ORDERSYS CHECKED THE RETURN'S RMA
      *BEFORE HOLDING IT; APPROVING THE RETURN USES THE RMA UP
       FD  FILE-RMAFILE
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-RMAFILE.

       COPY RMAREC
           REPLACING CPY-RMA-REC BY FIL-RMAFILE.

      * ---

      *STOCK LEDGER - ONE RECORD APPENDED PER ON-HAND MOVEMENT
       FD  FILE-STKLEDG
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-STKLEDG.

       01  FIL-STKLEDG       PIC X(80).

      * ---

      *BEFORE-IMAGE JOURNAL - ONE RECORD AHEAD OF EVERY MASTER
      *CHANGE, READ BY BACKOUT WHEN A RUN HAS TO BE TAKEN BACK OUT
       FD  FILE-BIJRNL
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-BIJRNL.

       01  FIL-BIJRNL        PIC X(150).

      * ---

      *WAREHOUSE STOCK - AN APPROVED ORDER MOVES THE SHELF OF THE
      *WAREHOUSE ORDERSYS STAMPED ON IT WHEN IT WAS HELD
       FD  FILE-WHSTOCK
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-WHSTOCK.

       COPY WHSTOCK
           REPLACING CPY-WHSE-STOCK-REC BY FIL-WHSTOCK.

      * ---

      *TAX EXEMPTION CERTIFICATES - SAME TEST ORDERSYS APPLIES, ON
      *THE DISPOSITION DATE
       FD  FILE-TAXEXM
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-TAXEXM.

       COPY TAXEXM
           REPLACING CPY-TAX-EXM-REC BY FIL-TAXEXM.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************
       COPY RUNCTL
           REPLACING CPY-RUN-CTL-REC BY SHIP-RUNCTL-REC.

      *    STOCK LEDGER MOVEMENT RECORD BUILT FOR FILE-STKLEDG
       COPY STKLEDG
           REPLACING CPY-STK-LEDG-REC BY SHIP-STK-REC.

      *    BEFORE-IMAGE JOURNAL RECORD BUILT FOR FILE-BIJRNL
       COPY BIJRNL
           REPLACING CPY-BI-JRNL-REC BY SHIP-BIJ-REC.

      *    THE UPDATED MASTER RECORD, PARKED WHILE THE DISK COPY IS
      *    READ BACK FOR ITS BEFORE-IMAGE
       01  WS-BIJ-HOLD-REC       PIC X(110) VALUE SPACES.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-REVIEWQ-SW  PIC X VALUE 'N'.
           02  WS-EOF-REPMAST-SW  PIC X VALUE 'N'.
               88  WS-EOF-REPMAST        VALUE 'Y'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FOR THE GL ENTRIES - READ FROM SYSIN AT STARTUP
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.

           88  WS-ARFILE-OK            VALUE '00'.
           88  WS-ARFILE-NOTFOUND      VALUE '23'.

      * RMA FILE STATUS
       01  WS-RMAFILE-STATUS    PIC X(2) VALUE '00'.
           88  WS-RMAFILE-OK           VALUE '00'.
           88  WS-RMAFILE-NOTFOUND     VALUE '23'.

      * WAREHOUSE STOCK FILE STATUS
       01  WS-WHSTOCK-STATUS    PIC X(2) VALUE '00'.
           88  WS-WHSTOCK-FOUND        VALUE '00'.
           88  WS-WHSTOCK-NOTFOUND     VALUE '23'.

      * TAX EXEMPTION CERTIFICATE FILE STATUS
       01  WS-TAXEXM-STATUS     PIC X(2) VALUE '00'.
           88  WS-TAXEXM-FOUND         VALUE '00'.
           88  WS-TAXEXM-NOTFOUND      VALUE '23'.

      * BACKORDER FILE STATUS
       01  WS-BACKORD-STATUS    PIC X(2) VALUE '00'.
           88  WS-BACKORD-OK           VALUE '00'.
               10  WS-TAX-JURIS-CODE PIC X(2)  VALUE SPACES.
               10  WS-TAX-JURIS-RATE PIC 9V999 VALUE ZEROES.

      * EXEMPTION CERTIFICATE THE APPROVED ORDER POSTS TAX-FREE
      * UNDER - SPACES WHEN THE CUSTOMER HAS NONE IN FORCE
       01  WS-EXEMPT-CERT-NO     PIC X(15) VALUE SPACES.

      * RUNNING TOTALS ACCUMULATED BY SUBCALC FOR THE APPROVED
      * POSTINGS - SAME SHAPE AS THE ORDERSYS RUN TOTALS SO THE GL
      * ENTRIES COME OUT OF THE SAME FIGURES
      *    DOES AT POSTING TIME
           05  WS-EXCH-DIFF-AMT    PIC S9(9)V99 VALUE ZEROES.
           05  WS-TOTAL-EXCH-DIFF  PIC S9(9)V99 VALUE ZEROES.
      *    COST OF THE STOCK THE APPROVED ORDERS MOVED - OUT ON
      *    SALES AND EXCHANGE REPLACEMENTS, BACK ON BACK-TO-STOCK
      *    RETURNS AND THE RETURNED SIDE OF EXCHANGES
           05  WS-COGS-LINE-AMT    PIC 9(9)V99 VALUE ZEROES.
           05  WS-TOTAL-COGS-AMT   PIC 9(9)V99 VALUE ZEROES.
           05  WS-TOTAL-COGS-RET-AMT PIC 9(9)V99 VALUE ZEROES.

      * WHAT THE APPROVED ORDER IN HAND LOOKED UP ALONG THE WAY -
      * SAVED WHERE THE FD RECORD AREAS CAN'T BE TRUSTED TO STILL
       01  WS-POST-EXCH-DESC     PIC X(20) VALUE SPACES.
       01  WS-POST-TAX-JURIS     PIC X(2) VALUE SPACES.
       01  WS-POST-REP-CODE      PIC X(3) VALUE SPACES.
       01  WS-POST-UNIT-COST     PIC 9(5)V99 VALUE ZEROES.

      * THE ON-HAND MOVEMENT THE APPROVED ORDER MADE, FOR THE STOCK
      * LEDGER - A BLANK TYPE MEANS THE SHELF DIDN'T MOVE
       01  WS-STK-MOVE-TYPE      PIC X(2) VALUE SPACES.
       01  WS-STK-QTY-IN         PIC 9(7) VALUE ZEROES.
       01  WS-STK-QTY-OUT        PIC 9(7) VALUE ZEROES.
       01  WS-POST-REP-NAME      PIC X(20) VALUE SPACES.

      * SALES REPS LOADED FROM THE REP MASTER AT STARTUP - THE
       01  WS-GL-ACCT-SALES-REV  PIC X(6) VALUE '400000'.
       01  WS-GL-ACCT-SALES-RET  PIC X(6) VALUE '410000'.
       01  WS-GL-ACCT-SALES-CAN  PIC X(6) VALUE '420000'.
       01  WS-GL-ACCT-INVENTORY  PIC X(6) VALUE '130000'.
       01  WS-GL-ACCT-COGS       PIC X(6) VALUE '500000'.
       01  WS-GL-ACCT            PIC X(6) VALUE SPACES.
       01  WS-GL-SIDE            PIC X(2) VALUE SPACES.
       01  WS-GL-AMT             PIC 9(9)V99 VALUE ZEROES.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1100-LOAD-DECISIONS.
           PERFORM R1150-LOAD-TAX-TABLE.
           PERFORM R1200-WRITE-REGISTER-HEADER.
           PERFORM R3300-WRITE-PTD-MASTER.
           PERFORM R3400-WRITE-RUN-CONTROL.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


           OPEN I-O    FILE-CUSTMAST.
           OPEN I-O    FILE-ARFILE.
           OPEN I-O    FILE-BACKORD.
           OPEN I-O    FILE-RMAFILE.
           OPEN I-O    FILE-WHSTOCK.
           OPEN INPUT  FILE-TAXEXM.
           OPEN OUTPUT FILE-REVDISP.
           OPEN OUTPUT FILE-REVWQOUT.
           OPEN OUTPUT FILE-GLEXT.
      *    THEY MUST NOT WIPE WHAT ORDERSYS ALREADY WROTE
           OPEN EXTEND FILE-DAYTRAN.
           OPEN EXTEND FILE-PTDMAST.
           OPEN EXTEND FILE-STKLEDG.
      *    OUTPUT - THE JOURNAL ONLY EVER DESCRIBES THE RUN IN FLIGHT
           OPEN OUTPUT FILE-BIJRNL.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           DISPLAY '  DISPOSITION RUN DATE: ' WS-RUN-DATE.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'REVDISP' TO SC-STEP-NAME.
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
        R1100-LOAD-DECISIONS.
      *  ------
                    'SPLIT THE DECISION FILE AND RERUN'
                 MOVE 12 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 PERFORM R4900-LOG-STEP-END
                 STOP RUN
              ELSE
                 IF RD-IS-APPROVED OR RD-IS-DENIED
                 MOVE 12 TO RETURN-CODE
                 CLOSE FILE-TAXRATE
                 PERFORM R4000-CLOSE-DATASETS
                 PERFORM R4900-LOG-STEP-END
                 STOP RUN
              ELSE
                 ADD 1 TO WS-TAX-COUNT
                 MOVE 12 TO RETURN-CODE
                 CLOSE FILE-REPMAST
                 PERFORM R4000-CLOSE-DATASETS
                 PERFORM R4900-LOG-STEP-END
                 STOP RUN
              ELSE
                 ADD 1 TO WS-REP-COUNT

           IF NOT WS-EOF-REVIEWQ
              MOVE RV-ORIGINAL-REC TO SHIP-INPUT-REC
      *       A HOLD QUEUED BEFORE ORDERSYS STAMPED THE WAREHOUSE
      *       ON IT SHIPS FROM THE MAIN WAREHOUSE
              IF SI-WHSE-CODE = SPACES
                 MOVE '01' TO SI-WHSE-CODE
              END-IF
              PERFORM R2050-CHECK-ALREADY-SEEN

              IF WS-ALREADY-DONE
           ADD RV-EXTENDED-AMT TO WS-APPROVED-AMT.
           PERFORM R2220-UPDATE-CUST-BALANCE.
           PERFORM R2230-UPDATE-INVENTORY.
           PERFORM R2260-RESOLVE-REP.
           PERFORM R2240-POST-AR-OPEN-ITEM.
           IF SI-TRANS-IS-BACKORDER
              PERFORM R2250-WRITE-BACKORDER
           END-IF.
           IF SI-TRANS-IS-RETURN
              PERFORM R2245-MARK-RMA-RECEIVED
           END-IF.
           PERFORM R2265-WRITE-DAY-TRAN.
           PERFORM R2270-TRACK-BREAKDOWNS.

                 MOVE IM-TAX-RATE TO WS-ITEM-TAX-RATE
              END-IF
           END-IF.
           PERFORM R2213-CHECK-EXEMPTION.


      *  ------
           END-IF.


      *  ------
        R2213-CHECK-EXEMPTION.
      *  ------
      *    SAME RULE AS ORDERSYS - A CERTIFICATE FOR THE CUSTOMER'S
      *    JURISDICTION IN FORCE ON THE DISPOSITION DATE TAKES THE
      *    TAX OFF EVERY ITEM, ITEM OVERRIDES INCLUDED.  THE
      *    CUSTOMER IS READ HERE BECAUSE AN ITEM OVERRIDE SKIPS
      *    R2212
           MOVE SPACES TO WS-EXEMPT-CERT-NO.
           MOVE '00' TO WS-CUSTMAST-STATUS.
           MOVE SI-CUST-NO TO CM-CUST-NO.
           READ FILE-CUSTMAST
               INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
           END-READ.

           IF WS-CUSTMAST-FOUND AND CM-TAX-JURIS NOT = SPACES
              MOVE '00' TO WS-TAXEXM-STATUS
              MOVE CM-CUST-NO   TO TE-CUST-NO
              MOVE CM-TAX-JURIS TO TE-JURIS-CODE
              READ FILE-TAXEXM
                  INVALID KEY MOVE '23' TO WS-TAXEXM-STATUS
              END-READ
              IF WS-TAXEXM-FOUND
                 IF TE-EFF-DATE NOT > WS-RUN-DATE
                    AND TE-EXP-DATE NOT < WS-RUN-DATE
                    MOVE ZEROES     TO WS-ITEM-TAX-RATE
                    MOVE TE-CERT-NO TO WS-EXEMPT-CERT-NO
                 ELSE
                    DISPLAY '  *** EXEMPTION CERTIFICATE '
                       TE-CERT-NO ' FOR CUSTOMER ' CM-CUST-NO
                       ' NOT IN FORCE (' TE-EFF-DATE ' - '
                       TE-EXP-DATE ') - TAX APPLIED'
                 END-IF
              END-IF
           END-IF.


      *  ------
        R2215-PRICE-EXCHANGE-SIDE.
      *  ------
           ELSE
              SET WS-EXCH-OK TO TRUE
              MOVE IM-ITEM-DESC TO WS-POST-EXCH-DESC
              CALL 'SUBPRICE' USING SI-CUST-NO, SI-EXCH-ITEM-CODE,
                 SI-EXCH-QUANTITY, WS-RUN-DATE, IM-UNIT-PRICE,
                 WS-EXPECTED-PRICE, WS-PRICE-SOURCE
              COMPUTE WS-EXCH-EXT-AMT =
              END-EVALUATE
              IF SI-TRANS-IS-SALE OR SI-TRANS-IS-RETURN
                 OR SI-TRANS-IS-CANCEL
                 PERFORM R2281-JRNL-CUSTMAST-CHANGE
                 REWRITE FIL-CUSTMAST
                    INVALID KEY
                       DISPLAY '  *** COULD NOT REWRITE CUSTMAST '
      *    SALES TAKE STOCK DOWN, BACK-TO-STOCK RETURNS PUT IT
      *    BACK, AND AN EXCHANGE MOVES BOTH SIDES: THE RETURNED
      *    ITEM GOES BACK ON THE SHELF HERE AND THE REPLACEMENT
      *    COMES OFF IT IN R2235.  WHATEVER MOVES IS COSTED AT
      *    IM-UNIT-COST FOR THE COGS ENTRIES
           MOVE ZEROES TO WS-POST-UNIT-COST.
           MOVE ZEROES TO WS-COGS-LINE-AMT.
           MOVE SPACES TO WS-STK-MOVE-TYPE.
           MOVE ZEROES TO WS-STK-QTY-IN.
           MOVE ZEROES TO WS-STK-QTY-OUT.
           IF NOT WS-ITEMMAST-FOUND
              DISPLAY '  *** ITEM ' SI-ITEM-CODE ' NOT ON ITEMMAST '
                 '- STOCK NOT MOVED FOR ORDER ' SI-ORDER-NO
              EVALUATE TRUE
                 WHEN SI-TRANS-IS-SALE
                    SUBTRACT SI-QUANTITY FROM IM-ON-HAND-QTY
                    MOVE 'SA'        TO WS-STK-MOVE-TYPE
                    MOVE SI-QUANTITY TO WS-STK-QTY-OUT
                    MOVE IM-UNIT-COST TO WS-POST-UNIT-COST
                    COMPUTE WS-COGS-LINE-AMT =
                       SI-QUANTITY * IM-UNIT-COST
                    ADD WS-COGS-LINE-AMT TO WS-TOTAL-COGS-AMT
                 WHEN SI-TRANS-IS-RETURN AND SI-RESTOCK-BACK-TO-STOCK
                    ADD SI-QUANTITY TO IM-ON-HAND-QTY
                    MOVE 'RT'        TO WS-STK-MOVE-TYPE
                    MOVE SI-QUANTITY TO WS-STK-QTY-IN
                    MOVE IM-UNIT-COST TO WS-POST-UNIT-COST
                    COMPUTE WS-COGS-LINE-AMT =
                       SI-QUANTITY * IM-UNIT-COST
                    ADD WS-COGS-LINE-AMT TO WS-TOTAL-COGS-RET-AMT
                 WHEN SI-TRANS-IS-EXCHANGE
                    ADD SI-QUANTITY TO IM-ON-HAND-QTY
                    MOVE 'XR'        TO WS-STK-MOVE-TYPE
                    MOVE SI-QUANTITY TO WS-STK-QTY-IN
                    MOVE IM-UNIT-COST TO WS-POST-UNIT-COST
                    COMPUTE WS-COGS-LINE-AMT =
                       SI-QUANTITY * IM-UNIT-COST
                    ADD WS-COGS-LINE-AMT TO WS-TOTAL-COGS-RET-AMT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              MOVE WS-RUN-DATE TO IM-LAST-TRADE-DATE
              PERFORM R2280-JRNL-ITEMMAST-CHANGE
              REWRITE FIL-ITEMMAST
                 INVALID KEY
                    DISPLAY '  *** COULD NOT REWRITE ITEMMAST FOR '
                       'ITEM ' IM-ITEM-CODE
              END-REWRITE
              IF WS-STK-MOVE-TYPE NOT = SPACES
                 PERFORM R2238-UPDATE-WHSE-STOCK
                 PERFORM R2237-WRITE-STOCK-LEDGER
              END-IF
           END-IF.

           IF SI-TRANS-IS-EXCHANGE AND WS-EXCH-OK
                 ' DISAPPEARED FROM ITEMMAST - STOCK NOT MOVED'
           ELSE
              SUBTRACT SI-EXCH-QUANTITY FROM IM-ON-HAND-QTY
              COMPUTE WS-COGS-LINE-AMT =
                 SI-EXCH-QUANTITY * IM-UNIT-COST
              ADD WS-COGS-LINE-AMT TO WS-TOTAL-COGS-AMT
              MOVE WS-RUN-DATE TO IM-LAST-TRADE-DATE
              PERFORM R2280-JRNL-ITEMMAST-CHANGE
              REWRITE FIL-ITEMMAST
                 INVALID KEY
                    DISPLAY '  *** COULD NOT REWRITE ITEMMAST FOR '
                       'ITEM ' IM-ITEM-CODE
              END-REWRITE
              MOVE 'XS'             TO WS-STK-MOVE-TYPE
              MOVE ZEROES           TO WS-STK-QTY-IN
              MOVE SI-EXCH-QUANTITY TO WS-STK-QTY-OUT
              PERFORM R2238-UPDATE-WHSE-STOCK
              PERFORM R2237-WRITE-STOCK-LEDGER
           END-IF.

      *  ------
        R2237-WRITE-STOCK-LEDGER.
      *  ------
      *    ONE LEDGER RECORD PER SHELF MOVEMENT, TAKEN FROM THE
      *    ITEMMAST RECORD JUST REWRITTEN, SAME AS ORDERSYS
           MOVE SPACES           TO SHIP-STK-REC.
           MOVE IM-ITEM-CODE     TO SK-ITEM-CODE.
           MOVE WS-RUN-DATE      TO SK-MOVE-DATE.
           MOVE 'REVDISP'        TO SK-PROGRAM.
           MOVE SI-ORDER-NO      TO SK-DOC-NO.
           MOVE WS-STK-MOVE-TYPE TO SK-MOVE-TYPE.
           MOVE WS-STK-QTY-IN    TO SK-QTY-IN.
           MOVE WS-STK-QTY-OUT   TO SK-QTY-OUT.
           MOVE IM-ON-HAND-QTY   TO SK-ON-HAND-AFTER.
           MOVE IM-UNIT-COST     TO SK-UNIT-COST.
           MOVE SI-WHSE-CODE     TO SK-WHSE-CODE.
           MOVE SHIP-STK-REC     TO FIL-STKLEDG.
           WRITE FIL-STKLEDG.

      *  ------
        R2238-UPDATE-WHSE-STOCK.
      *  ------
      *    THE SAME SHELF MOVEMENT AGAINST THE ORDER'S WAREHOUSE,
      *    SAME AS ORDERSYS - A WAREHOUSE THAT HAS NEVER STOCKED
      *    THE ITEM GETS A RECORD STARTED AT ZERO
           MOVE '00' TO WS-WHSTOCK-STATUS.
           MOVE IM-ITEM-CODE TO WH-ITEM-CODE.
           MOVE SI-WHSE-CODE TO WH-WHSE-CODE.
           READ FILE-WHSTOCK
               INVALID KEY MOVE '23' TO WS-WHSTOCK-STATUS
           END-READ.
           IF WS-WHSTOCK-NOTFOUND
              DISPLAY '  *** ITEM ' IM-ITEM-CODE
                 ' NOT STOCKED AT WAREHOUSE ' SI-WHSE-CODE
                 ' - WAREHOUSE RECORD STARTED AT ZERO'
              MOVE SPACES       TO FIL-WHSTOCK
              MOVE IM-ITEM-CODE TO WH-ITEM-CODE
              MOVE SI-WHSE-CODE TO WH-WHSE-CODE
              MOVE ZEROES       TO WH-ON-HAND-QTY
              MOVE ZEROES       TO WH-IN-TRANSIT-QTY
              MOVE ZEROES       TO WH-REORDER-POINT
           ELSE
              MOVE 'C' TO BJ-ACTION
              PERFORM R2285-JRNL-WHSTOCK
           END-IF.
           ADD WS-STK-QTY-IN       TO WH-ON-HAND-QTY.
           SUBTRACT WS-STK-QTY-OUT FROM WH-ON-HAND-QTY.
           MOVE WS-RUN-DATE        TO WH-LAST-MOVE-DATE.
           IF WH-ON-HAND-QTY < ZEROES
              DISPLAY '  *** WAREHOUSE ' WH-WHSE-CODE
                 ' ON-HAND NEGATIVE FOR ITEM ' WH-ITEM-CODE
                 ' AFTER ORDER ' SI-ORDER-NO
           END-IF.
           IF WS-WHSTOCK-NOTFOUND
              WRITE FIL-WHSTOCK
                 INVALID KEY
                    DISPLAY '  *** COULD NOT ADD WHSTOCK FOR ITEM '
                       WH-ITEM-CODE ' WHSE ' WH-WHSE-CODE
              END-WRITE
              MOVE 'A' TO BJ-ACTION
              PERFORM R2285-JRNL-WHSTOCK
           ELSE
              REWRITE FIL-WHSTOCK
                 INVALID KEY
                    DISPLAY '  *** COULD NOT REWRITE WHSTOCK FOR '
                       'ITEM ' WH-ITEM-CODE ' WHSE ' WH-WHSE-CODE
              END-REWRITE
           END-IF.

      *  ------
                 DISPLAY '  *** BACKORDER ALREADY ON FILE FOR '
                    'ORDER ' SI-ORDER-NO ' - STATUS '
                    WS-BACKORD-STATUS
              NOT INVALID KEY
                 MOVE 'A' TO BJ-ACTION
                 PERFORM R2283-JRNL-BACKORD
           END-WRITE.


      *  ------
        R2280-JRNL-ITEMMAST-CHANGE.
      *  ------
      *    THE FD AREA ALREADY HOLDS THE UPDATED RECORD - PARK IT,
      *    READ THE RECORD BACK AS IT STILL STANDS ON DISK, JOURNAL
      *    THAT, THEN PUT THE UPDATE BACK FOR THE REWRITE
           MOVE FIL-ITEMMAST TO WS-BIJ-HOLD-REC.
           READ FILE-ITEMMAST
               INVALID KEY MOVE '23' TO WS-ITEMMAST-STATUS
           END-READ.
           IF WS-ITEMMAST-FOUND
              MOVE 'IM'          TO BJ-FILE-ID
              MOVE 'C'           TO BJ-ACTION
              MOVE IM-ITEM-CODE  TO BJ-KEY
              MOVE FIL-ITEMMAST  TO BJ-IMAGE
              PERFORM R2289-WRITE-JOURNAL
           END-IF.
           MOVE WS-BIJ-HOLD-REC TO FIL-ITEMMAST.


      *  ------
        R2281-JRNL-CUSTMAST-CHANGE.
      *  ------
      *    SAME AS R2280, FOR THE CUSTOMER BALANCE
           MOVE FIL-CUSTMAST TO WS-BIJ-HOLD-REC.
           READ FILE-CUSTMAST
               INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
           END-READ.
           IF WS-CUSTMAST-FOUND
              MOVE 'CM'          TO BJ-FILE-ID
              MOVE 'C'           TO BJ-ACTION
              MOVE CM-CUST-NO    TO BJ-KEY
              MOVE FIL-CUSTMAST  TO BJ-IMAGE
              PERFORM R2289-WRITE-JOURNAL
           END-IF.
           MOVE WS-BIJ-HOLD-REC TO FIL-CUSTMAST.


      *  ------
        R2282-JRNL-ARFILE.
      *  ------
      *    CALLED WITH THE FD AREA HOLDING THE IMAGE TO KEEP - THE
      *    RECORD JUST READ BEFORE A RELIEF ('C'), OR THE RECORD
      *    JUST WRITTEN ('A').  THE CALLER SETS BJ-ACTION
           MOVE 'AR'          TO BJ-FILE-ID.
           MOVE AR-KEY        TO BJ-KEY.
           MOVE FIL-ARFILE    TO BJ-IMAGE.
           PERFORM R2289-WRITE-JOURNAL.


      *  ------
        R2283-JRNL-BACKORD.
      *  ------
      *    AS R2282, FOR THE BACKORDER FILE
           MOVE 'BO'          TO BJ-FILE-ID.
           MOVE BO-ORDER-NO   TO BJ-KEY.
           MOVE FIL-BACKORD   TO BJ-IMAGE.
           PERFORM R2289-WRITE-JOURNAL.


      *  ------
        R2284-JRNL-RMAFILE.
      *  ------
      *    AS R2282, FOR THE RMA FILE
           MOVE 'RM'          TO BJ-FILE-ID.
           MOVE RM-RMA-NO     TO BJ-KEY.
           MOVE FIL-RMAFILE   TO BJ-IMAGE.
           PERFORM R2289-WRITE-JOURNAL.


      *  ------
        R2285-JRNL-WHSTOCK.
      *  ------
      *    AS R2282, FOR THE WAREHOUSE STOCK FILE
           MOVE 'WH'          TO BJ-FILE-ID.
           MOVE WH-KEY        TO BJ-KEY.
           MOVE FIL-WHSTOCK   TO BJ-IMAGE.
           PERFORM R2289-WRITE-JOURNAL.


      *  ------
        R2289-WRITE-JOURNAL.
      *  ------
           MOVE 'REVDISP'        TO BJ-PROGRAM.
           MOVE WS-RUN-DATE      TO BJ-RUN-DATE.
           MOVE SI-ORDER-NO      TO BJ-DOC-NO.
           MOVE SHIP-BIJ-REC     TO FIL-BIJRNL.
           WRITE FIL-BIJRNL.


      *  ------
        R2260-RESOLVE-REP.
      *  ------
           MOVE SI-TRANS-TYPE    TO DT-TRANS-TYPE.
           MOVE WS-POST-TAX-JURIS TO DT-TAX-JURIS.
           MOVE WS-POST-REP-CODE TO DT-REP-CODE.
           MOVE WS-POST-UNIT-COST TO DT-UNIT-COST.
      *    THE REPLACEMENT SIDE OF AN EXCHANGE SHIPS - THE PACKING
      *    SLIPS NEED TO KNOW WHAT GOES IN THE BOX
           MOVE ZEROES           TO DT-EXCH-QUANTITY.
           IF SI-TRANS-IS-EXCHANGE
              MOVE SI-EXCH-ITEM-CODE TO DT-EXCH-ITEM-CODE
              MOVE SI-EXCH-QUANTITY  TO DT-EXCH-QUANTITY
           END-IF.
      *    THE CUSTOMER'S OWN PO NUMBER (EDI ORDERS) GOES ON TO THE
      *    INVOICE
           MOVE SI-CUST-PO-NO    TO DT-CUST-PO-NO.
           MOVE SI-WHSE-CODE     TO DT-WHSE-CODE.
           MOVE WS-EXEMPT-CERT-NO TO DT-EXEMPT-CERT-NO.
           MOVE SHIP-DAYTRAN-REC TO FIL-DAYTRAN.
           WRITE FIL-DAYTRAN.

           MOVE WS-POST-EXCH-DESC TO WS-AI-ITEM-DESC(WS-AI-IDX).


      *  ------
        R2245-MARK-RMA-RECEIVED.
      *  ------
      *    SAME AS ORDERSYS R2084 - THE RETURN HAS POSTED SO ITS
      *    RMA IS USED UP.  ORDERSYS PASSED THE RMA WHEN IT HELD
      *    THE RETURN, BUT IT MAY HAVE BEEN CANCELLED (OR ANOTHER
      *    RETURN RECEIVED AGAINST IT) WHILE THIS ONE SAT IN REVIEW
      *    - THE APPROVAL STANDS, THE RMA CLERK JUST NEEDS TO KNOW
           MOVE '00' TO WS-RMAFILE-STATUS.
           MOVE SI-RMA-NO TO RM-RMA-NO.
           READ FILE-RMAFILE
               INVALID KEY MOVE '23' TO WS-RMAFILE-STATUS
           END-READ.
           IF WS-RMAFILE-NOTFOUND
              DISPLAY '  *** RMA ' SI-RMA-NO ' FOR APPROVED RETURN '
                 SI-ORDER-NO ' NOT ON FILE - NOT MARKED RECEIVED'
           ELSE
              IF NOT RM-IS-OPEN
                 DISPLAY '  *** RMA ' SI-RMA-NO ' FOR APPROVED '
                    'RETURN ' SI-ORDER-NO ' WAS NO LONGER OPEN '
                    '(STATUS ' RM-STATUS ') - MARKED RECEIVED '
                    'ANYWAY'
              END-IF
              MOVE 'C' TO BJ-ACTION
              PERFORM R2284-JRNL-RMAFILE
              MOVE 'R'          TO RM-STATUS
              MOVE SI-QUANTITY  TO RM-RECV-QTY
              MOVE WS-RUN-DATE  TO RM-RECV-DATE
              MOVE 'REVDISP'    TO RM-RECV-PROGRAM
              REWRITE FIL-RMAFILE
                 INVALID KEY
                    DISPLAY '  *** COULD NOT REWRITE RMA '
                       SI-RMA-NO ' FOR ORDER ' SI-ORDER-NO
              END-REWRITE
           END-IF.


      *  ------
        R2240-POST-AR-OPEN-ITEM.
      *  ------
                    WS-EXTENDED-AMT + WS-TAX-AMT
                 MOVE WS-RUN-DATE     TO AR-RUN-DATE
                 MOVE 'O'             TO AR-STATUS
                 MOVE WS-POST-REP-CODE TO AR-REP-CODE
                 MOVE 'N'             TO AR-WRITTEN-OFF-SW
                 WRITE FIL-ARFILE
                    INVALID KEY
                       DISPLAY '  *** AR ITEM ALREADY EXISTS FOR '
                          'CUSTOMER ' SI-CUST-NO ' ORDER '
                          SI-ORDER-NO ' - NOT REPOSTED'
                    NOT INVALID KEY
                       MOVE 'A' TO BJ-ACTION
                       PERFORM R2282-JRNL-ARFILE
                 END-WRITE
              WHEN SI-TRANS-IS-RETURN OR SI-TRANS-IS-CANCEL
                 MOVE '00' TO WS-ARFILE-STATUS
                       SI-CUST-NO ' ORDER ' SI-ORDER-NO
                       ' - NOT APPLIED TO AR'
                 ELSE
                    MOVE 'C' TO BJ-ACTION
                    PERFORM R2282-JRNL-ARFILE
                    COMPUTE AR-OPEN-AMT =
                       AR-OPEN-AMT - WS-EXTENDED-AMT - WS-TAX-AMT
                    IF AR-OPEN-AMT <= ZEROES
              PERFORM R3210-WRITE-GL-ENTRY
           END-IF.

      *    COST OF GOODS SOLD FOR THE APPROVED POSTINGS - SAME
      *    TWO-WAY INVENTORY/COGS PAIRS AS THE ORDERSYS EXTRACT
           IF WS-TOTAL-COGS-AMT NOT = ZEROES
              MOVE WS-GL-ACCT-COGS       TO WS-GL-ACCT
              MOVE 'DR'                  TO WS-GL-SIDE
              MOVE WS-TOTAL-COGS-AMT     TO WS-GL-AMT
              MOVE 'COGS - REVIEW APPROVED'       TO WS-GL-DESC
              PERFORM R3210-WRITE-GL-ENTRY

              MOVE WS-GL-ACCT-INVENTORY  TO WS-GL-ACCT
              MOVE 'CR'                  TO WS-GL-SIDE
              MOVE WS-TOTAL-COGS-AMT     TO WS-GL-AMT
              MOVE 'INVENTORY - REVIEW APPROVED'  TO WS-GL-DESC
              PERFORM R3210-WRITE-GL-ENTRY
           END-IF.

           IF WS-TOTAL-COGS-RET-AMT NOT = ZEROES
              MOVE WS-GL-ACCT-INVENTORY  TO WS-GL-ACCT
              MOVE 'DR'                  TO WS-GL-SIDE
              MOVE WS-TOTAL-COGS-RET-AMT TO WS-GL-AMT
              MOVE 'INVENTORY - REVIEW RESTOCKED' TO WS-GL-DESC
              PERFORM R3210-WRITE-GL-ENTRY

              MOVE WS-GL-ACCT-COGS       TO WS-GL-ACCT
              MOVE 'CR'                  TO WS-GL-SIDE
              MOVE WS-TOTAL-COGS-RET-AMT TO WS-GL-AMT
              MOVE 'COGS - REVIEW RESTOCKED'      TO WS-GL-DESC
              PERFORM R3210-WRITE-GL-ENTRY
           END-IF.


      *  ------
        R3210-WRITE-GL-ENTRY.
           PERFORM R3400-WRITE-RUN-CONTROL.
           MOVE 12 TO RETURN-CODE.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


           CLOSE FILE-CUSTMAST.
           CLOSE FILE-ARFILE.
           CLOSE FILE-BACKORD.
           CLOSE FILE-RMAFILE.
           CLOSE FILE-WHSTOCK.
           CLOSE FILE-TAXEXM.
           CLOSE FILE-REVDISP.
           CLOSE FILE-REVWQOUT.
           CLOSE FILE-GLEXT.
           CLOSE FILE-REVOUT.
           CLOSE FILE-DAYTRAN.
           CLOSE FILE-PTDMAST.
           CLOSE FILE-STKLEDG.
           CLOSE FILE-BIJRNL.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           COMPUTE SC-IN-COUNT = WS-APPROVED-CNT
                               + WS-DENIED-CNT
                               + WS-PENDING-CNT.
           MOVE WS-APPROVED-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
