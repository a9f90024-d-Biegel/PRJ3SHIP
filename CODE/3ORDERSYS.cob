      *                       APPROVED HOLDS - THOSE ARE BALANCING
      *                       TOTALS, NOT COMPLETED RUNS, AND MUST
      *                       NOT BLOCK THE DAY
      *  DAN BIEG   15OCT2026 COST OF GOODS SOLD - STOCK MOVED BY A
      *                       POSTING IS VALUED AT IM-UNIT-COST AND
      *                       THE GL EXTRACT NOW RELIEVES (DR 500000
      *                       / CR 130000) AND RESTORES (DR 130000 /
      *                       CR 500000) INVENTORY.  THE COST TOTALS
      *                       RIDE THE CHECKPOINT, AND DAYTRAN
      *                       CARRIES DT-UNIT-COST FOR THE MARGIN
      *                       REPORT
      *  DAN BIEG   15OCT2026 DAYTRAN CARRIES THE REPLACEMENT ITEM
      *                       AND QUANTITY OF AN EXCHANGE FOR THE
      *                       PACKING SLIP RUN
      *  DAN BIEG   15OCT2026 ADD FILE-STKLEDG - EVERY MOVEMENT OF
      *                       IM-ON-HAND-QTY (SALE, BACK-TO-STOCK
      *                       RETURN, BOTH SIDES OF AN EXCHANGE) IS
      *                       APPENDED TO THE COMMON STOCK LEDGER
      *                       WITH THE ORDER AND RESULTING ON-HAND
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP ONCE REGION 1'S HEADER NAMES
      *                       THE DAY, AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       IT - THE FORCE PARM (COL 26) OVERRIDES
      *                       THAT CHECK TOO.  A TRIAL IS NEVER
      *                       LOGGED
      *  DAN BIEG   15OCT2026 ADD FILE-BIJRNL - THE BEFORE-IMAGE OF
      *                       EVERY ITEMMAST, CUSTMAST, ARFILE,
      *                       BACKORD AND ORDHIST RECORD THE RUN
      *                       CHANGES OR ADDS IS JOURNALED AHEAD OF
      *                       THE WRITE, SO BACKOUT CAN TAKE THE
      *                       MASTERS BACK TO THE START OF AN
      *                       ABORTED RUN
      *  DAN BIEG   15OCT2026 CUSTOMER PASSED TO SUBPRICE SO A
      *                       CONTRACT PRICE ON FILE-CONTRACT IS
      *                       ACCEPTED AHEAD OF PRICEMST
      *  DAN BIEG   15OCT2026 CARRY THE POSTING REP CODE ON THE AR
      *                       OPEN ITEM SO CASH APPLIED TO IT CAN
      *                       BE CREDITED TO THE REP
      *  DAN BIEG   15OCT2026 AN 'R' RETURN MUST CITE AN OPEN,
      *                       UNEXPIRED RMA ON FILE-RMAFILE FOR THE
      *                       SAME CUSTOMER, ORDER AND ITEM, FOR NO
      *                       MORE THAN WAS AUTHORIZED - OTHERWISE
      *                       IT REJECTS E011.  POSTING THE RETURN
      *                       MARKS THE RMA RECEIVED
      *  DAN BIEG   15OCT2026 DAYTRAN WIDENED TO 130 BYTES AND CARRIES
      *                       THE CUSTOMER'S PURCHASE ORDER NUMBER OFF
      *                       SI-CUST-PO-NO FOR THE INVOICE
      *  DAN BIEG   15OCT2026 ADD FILE-WHSTOCK - EVERY SHELF MOVEMENT
      *                       IS ALSO MADE AGAINST THE WAREHOUSE THE
      *                       STOCK SHIPS FROM (SI-WHSE-CODE, OR THE
      *                       REGION'S WAREHOUSE FROM SYSIN COLS
      *                       29-34) AND JOURNALED FOR BACKOUT;
      *                       DAYTRAN AND THE STOCK LEDGER CARRY THE
      *                       WAREHOUSE
      *  DAN BIEG   15OCT2026 ADD FILE-TAXEXM - A CUSTOMER WITH AN
      *                       EXEMPTION CERTIFICATE IN FORCE ON THE
      *                       RUN DATE FOR ITS CM-TAX-JURIS POSTS ZERO
      *                       TAX (ITEM OVERRIDES INCLUDED); DAYTRAN
      *                       WIDENED TO 150 BYTES AND CARRIES THE
      *                       CERTIFICATE NUMBER FOR TAXRPT
      **************************************************************
       IDENTIFICATION DIVISION.                               
      **************************************************************
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARFILE-STATUS.
      *    OPTIONAL - THE FIRST PROGRAM TO MOVE STOCK CREATES THE
      *    LEDGER WITH ITS OPEN EXTEND
           SELECT OPTIONAL FILE-STKLEDG ASSIGN TO UT-S-STKLEDG.
           SELECT FILE-BIJRNL ASSIGN TO UT-S-BIJRNL.
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

      **************************************************************
       DATA DIVISION.
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-CKPT.

       01  FIL-CKPT          PIC X(140).

      * ---

              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-DAYTRAN.

       01  FIL-DAYTRAN       PIC X(150).

      * ---

       COPY ARREC
           REPLACING CPY-AR-OPEN-REC BY FIL-ARFILE.

      * ---

      *RETURN AUTHORIZATIONS - ISSUED BY RMAMNT, CHECKED AND MARKED
      *RECEIVED HERE AS 'R' RETURNS POST
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

      *WAREHOUSE STOCK - EVERY SHELF MOVEMENT ON THE ITEM MASTER IS
      *MADE AGAINST THE SHIPPING WAREHOUSE'S RECORD AS WELL
       FD  FILE-WHSTOCK
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-WHSTOCK.

       COPY WHSTOCK
           REPLACING CPY-WHSE-STOCK-REC BY FIL-WHSTOCK.

      * ---

      *TAX EXEMPTION CERTIFICATES - A CUSTOMER WITH ONE IN FORCE FOR
      *ITS JURISDICTION POSTS NO TAX
       FD  FILE-TAXEXM
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-TAXEXM.

       COPY TAXEXM
           REPLACING CPY-TAX-EXM-REC BY FIL-TAXEXM.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************
       COPY TAXRATE
           REPLACING CPY-TAX-RATE-REC BY SHIP-TAX-REC.

      *    USE TO BUILD THE STOCK LEDGER MOVEMENT RECORD
       COPY STKLEDG
           REPLACING CPY-STK-LEDG-REC BY SHIP-STK-REC.

      *    USE TO BUILD THE BEFORE-IMAGE JOURNAL RECORD
       COPY BIJRNL
           REPLACING CPY-BI-JRNL-REC BY SHIP-BIJ-REC.

      *    THE UPDATED MASTER RECORD, PARKED WHILE THE DISK COPY IS
      *    READ BACK FOR ITS BEFORE-IMAGE
       01  WS-BIJ-HOLD-REC       PIC X(110) VALUE SPACES.

      * SEPERATORS AND MESSAGES
       01  WS-BREAKPT     PIC X(25) VALUE '-=-=-=-=-=-=-=-=-=-=-=-=-'.
       01  WS-MESSAGE     PIC X(25) VALUE 'ORDER SUMMARY REPORT GEN!'.
       01  WS-LINE-SPACE  PIC X(25) VALUE SPACES.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-SHIPIN     PIC X VALUE 'N'.
           02  WS-HIST-VALID-SW   PIC X VALUE 'Y'.
               88  WS-HIST-VALID         VALUE 'Y'.
               88  WS-HIST-NOT-VALID     VALUE 'N'.
           02  WS-RMA-VALID-SW    PIC X VALUE 'Y'.
               88  WS-RMA-VALID          VALUE 'Y'.
               88  WS-RMA-NOT-VALID      VALUE 'N'.
           02  WS-REGION-OPEN-SW  PIC X VALUE 'N'.
               88  WS-REGION-OPEN        VALUE 'Y'.
           02  WS-EOF-REPMAST-SW  PIC X VALUE 'N'.
               88  WS-DETAIL-HDR-DONE    VALUE 'Y'.
           02  WS-NET-SALES-NEG-SW PIC X VALUE 'N'.
               88  WS-NET-SALES-NEG      VALUE 'Y'.
           02  WS-STEP-LOGGED-SW  PIC X VALUE 'N'.
               88  WS-STEP-LOGGED        VALUE 'Y'.

      * LARGE-ORDER REVIEW THRESHOLD - ANY EXTENDED AMOUNT OVER THIS
      * GETS ROUTED TO FILE-REVIEWQ INSTEAD OF POSTED THROUGH SUBCALC
               10  WS-TAX-JURIS-CODE PIC X(2)  VALUE SPACES.
               10  WS-TAX-JURIS-RATE PIC 9V999 VALUE ZEROES.

      * EXEMPTION CERTIFICATE THE RECORD IN HAND POSTS TAX-FREE
      * UNDER - SPACES WHEN THE CUSTOMER HAS NONE IN FORCE
       01  WS-EXEMPT-CERT-NO     PIC X(15) VALUE SPACES.

      * DEFICIT WHEN WS-TOTAL-RETURN-AMT EXCEEDS WS-TOTAL-SALES-AMT -
      * WS-NET-SALES-AMT ON THE REPORT IS UNSIGNED, SO THE SHORTFALL
      * IS PRINTED ON ITS OWN FLAGGED LINE INSTEAD OF LETTING THE
      *    HISTORY FILE AND VET EXACTLY
           05  WS-PARM-TRIAL-SW    PIC X VALUE 'N'.
               88  WS-PARM-TRIAL        VALUE 'Y'.
      *    THE WAREHOUSE EACH REGION SHIPS FROM (COLS 29-34, TWO
      *    BYTES PER REGION) - A RECORD THAT NAMES NO WAREHOUSE OF
      *    ITS OWN MOVES STOCK THERE.  BLANK IS THE MAIN WAREHOUSE
           05  WS-PARM-REGION-WHSE PIC X(2) OCCURS 3 TIMES.
           05  FILLER              PIC X(46).

      * REGIONAL SHIPIN LOOP CONTROL - HOW MANY OF THE UP TO 3
      * REGIONAL EXTRACTS (FILE-SHIPIN/SHIPIN2/SHIPIN3) THIS RUN
       01  WS-GL-ACCT-SALES-REV  PIC X(6) VALUE '400000'.
       01  WS-GL-ACCT-SALES-RET  PIC X(6) VALUE '410000'.
       01  WS-GL-ACCT-SALES-CAN  PIC X(6) VALUE '420000'.
       01  WS-GL-ACCT-INVENTORY  PIC X(6) VALUE '130000'.
       01  WS-GL-ACCT-COGS       PIC X(6) VALUE '500000'.
       01  WS-GL-ACCT            PIC X(6) VALUE SPACES.
       01  WS-GL-SIDE            PIC X(2) VALUE SPACES.
       01  WS-GL-AMT             PIC 9(9)V99 VALUE ZEROES.
       01  WS-PRICE-SOURCE      PIC X(1) VALUE 'M'.
           88  WS-PRICED-FROM-MASTER    VALUE 'M'.
           88  WS-PRICED-FROM-FILE      VALUE 'P'.
           88  WS-PRICED-FROM-CONTRACT  VALUE 'C'.

      * THE REPLACEMENT SIDE OF AN EXCHANGE, CAPTURED WHILE ITS
      * ITEMMAST RECORD IS IN HAND - THE FD AREA ONLY HOLDS ONE
       01  WS-EXCH-DIFF-AMT     PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-EXCH-DIFF   PIC S9(9)V99 VALUE ZEROES.

      * COST OF THE STOCK THE RUN MOVED, AT IM-UNIT-COST - WHAT
      * WENT OUT ON SALES AND EXCHANGE REPLACEMENTS, AND WHAT CAME
      * BACK ON BACK-TO-STOCK RETURNS AND THE RETURNED SIDE OF
      * EXCHANGES.  WS-POST-UNIT-COST IS THE CURRENT RECORD'S
      * COST FOR ITS DAYTRAN LINE (ZEROES WHEN NO STOCK MOVED)
       01  WS-COGS-LINE-AMT     PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-COGS-AMT    PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-COGS-RET-AMT PIC 9(9)V99 VALUE ZEROES.
       01  WS-POST-UNIT-COST    PIC 9(5)V99 VALUE ZEROES.

      * THE ON-HAND MOVEMENT THE CURRENT RECORD MADE, FOR THE STOCK
      * LEDGER - A BLANK TYPE MEANS THE SHELF DIDN'T MOVE
       01  WS-STK-MOVE-TYPE     PIC X(2) VALUE SPACES.
       01  WS-STK-QTY-IN        PIC 9(7) VALUE ZEROES.
       01  WS-STK-QTY-OUT       PIC 9(7) VALUE ZEROES.

      * ORDER HISTORY FILE STATUS
       01  WS-ORDHIST-STATUS    PIC X(2) VALUE '00'.
           88  WS-ORDHIST-OK           VALUE '00'.
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

      * BACKORDER AGING WORK FIELDS - DAYS OPEN IS FIGURED ON THE
      * OLD 360-DAY COMMERCIAL CALENDAR (12 X 30), WHICH IS CLOSE
      * ENOUGH FOR AN AGING LISTING AND NEEDS NO CALENDAR TABLES
      * ON ITS TRAILER SO THE DOWNSTREAM LOAD CAN BALANCE THE FILE
       01  WS-SUMEXT-REC-COUNT   PIC 9(9) VALUE ZEROES.

      * TRANSACTIONS POSTED TO THE DAY-TRAN FILE - THE OUTPUT COUNT
      * THE STEP LOG CARRIES FOR THE RUN
       01  WS-DAYTRAN-REC-COUNT  PIC 9(9) VALUE ZEROES.

      * ITEM-LEVEL SALES BREAKDOWN TABLE - ONE ENTRY PER DISTINCT
      * SI-ITEM-CODE SEEN ON FILE-SHIPIN THIS RUN.  SIZED WELL PAST
      * THE WHOLE ITEM MASTER - AND IF IT EVER DOES FILL, THE RUN

      *    CLOSE OUT FILES
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.

           STOP RUN.

              MOVE 3 TO WS-PARM-REGION-CNT
           END-IF.

      *    A REGION WITH NO WAREHOUSE ON THE CARD SHIPS FROM THE
      *    MAIN WAREHOUSE, AS EVERY REGION DID BEFORE THERE WAS MORE
      *    THAN ONE
           IF WS-PARM-REGION-WHSE(1) = SPACES
              MOVE '01' TO WS-PARM-REGION-WHSE(1)
           END-IF.
           IF WS-PARM-REGION-WHSE(2) = SPACES
              MOVE '01' TO WS-PARM-REGION-WHSE(2)
           END-IF.
           IF WS-PARM-REGION-WHSE(3) = SPACES
              MOVE '01' TO WS-PARM-REGION-WHSE(3)
           END-IF.

      *    AN UNRECOGNIZED MESSAGE LEVEL RUNS NORMAL RATHER THAN
      *    BURYING THE NIGHT IN A DEBUG TRACE NOBODY ASKED FOR
           IF NOT WS-MSG-QUIET AND NOT WS-MSG-DEBUG
              END-IF
           END-IF.

      *    THE DAY IS NAMED AND ISN'T A REPEAT - NOW THE STEP LOG
      *    SAYS WHETHER THE STEPS AHEAD OF THIS ONE HAVE RUN.  A
      *    TRIAL POSTS NOTHING, SO IT NEITHER WAITS NOR LOGS
           IF NOT WS-PARM-TRIAL
              PERFORM R1090-LOG-STEP-START
           END-IF.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           IF WS-MSG-DEBUG
              DISPLAY '  R1090 LOG STEP START'
           END-IF.
      *    SAME OVERRIDE AS THE RUN-CONTROL CHECK ABOVE - THE FORCE
      *    PARM LETS A DAY THROUGH THAT SUBSTEP WOULD HOLD BACK
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'ORDERSYS' TO SC-STEP-NAME.
           MOVE WS-RUN-DATE TO SC-RUN-DATE.
           MOVE WS-PARM-FORCE-SW TO SC-FORCE-SW.
           MOVE ZEROES TO SC-IN-COUNT.
           MOVE ZEROES TO SC-OUT-COUNT.
           MOVE ZEROES TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
           IF SC-STEP-BLOCKED
              MOVE 8 TO RETURN-CODE
              PERFORM R1520-CLOSE-REGION-FILE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.
           SET WS-STEP-LOGGED TO TRUE.


      *  ------
        R1000-OPEN-DATASETS.
      *    UNTIL A RETURN OR CANCEL (OR A FUTURE CASH APPLICATION)
      *    CLOSES THEM OUT
           OPEN I-O    FILE-ARFILE.
      *    I-O - A POSTED RETURN MARKS ITS RMA RECEIVED IN PLACE
           OPEN I-O    FILE-RMAFILE.
      *    I-O - EVERY SHELF MOVEMENT IS REWRITTEN AGAINST THE
      *    SHIPPING WAREHOUSE IN PLACE, THE SAME AS THE ITEM MASTER
           OPEN I-O    FILE-WHSTOCK.
           OPEN INPUT  FILE-TAXEXM.
      *    EXTEND - EVERY RUN APPENDS ITS FIGURES TO THE PERIOD
      *    MASTER, AND ONLY MONTHEND'S PERIOD CLOSE EVER TRIMS IT
           OPEN EXTEND FILE-PTDMAST.
      *    EXTEND, AND ONLY WHEN STOCK CAN MOVE - A TRIAL MOVES NONE
           IF NOT WS-PARM-TRIAL
              OPEN EXTEND FILE-STKLEDG
           END-IF.
           IF NOT WS-PARM-TRIAL
              OPEN OUTPUT FILE-SUMEXT
              OPEN OUTPUT FILE-DAYTRAN
                 OPEN OUTPUT FILE-CKPT
              END-IF
           END-IF.
      *    THE BEFORE-IMAGE JOURNAL ONLY WHEN MASTERS CAN CHANGE.  A
      *    RESTART EXTENDS IT RATHER THAN STARTING IT OVER, SO THE
      *    IMAGES TAKEN BEFORE THE ABEND ARE STILL THERE AND BACKOUT
      *    CAN TAKE THE MASTERS BACK TO WHERE THE FIRST ATTEMPT
      *    STARTED, NOT JUST TO THE RESTART
           IF NOT WS-PARM-TRIAL
              IF WS-PARM-RESTART
                 OPEN EXTEND FILE-BIJRNL
              ELSE
                 OPEN OUTPUT FILE-BIJRNL
              END-IF
           END-IF.


      *  ------
                 MOVE CK-TOTAL-BACKORDERS TO WS-TOTAL-BACKORDERS
                 MOVE CK-TOTAL-TAX-AMT    TO WS-TOTAL-TAX-AMT
                 MOVE CK-TOTAL-EXCH-DIFF  TO WS-TOTAL-EXCH-DIFF
                 MOVE CK-TOTAL-COGS-AMT   TO WS-TOTAL-COGS-AMT
                 MOVE CK-TOTAL-COGS-RET-AMT TO WS-TOTAL-COGS-RET-AMT
           END-PERFORM.
           CLOSE FILE-CKPT.
           OPEN EXTEND FILE-CKPT.
              ADD 1 TO WS-INPUT-REC-COUNT
              ADD 1 TO WS-REGION-REC-COUNT

      *       A RECORD THAT NAMES NO WAREHOUSE SHIPS FROM ITS
      *       REGION'S - FILLED IN NOW SO A SALE HELD FOR REVIEW
      *       CARRIES IT TO REVDISP AND RELEASES FROM THE SAME PLACE
              IF SI-WHSE-CODE = SPACES
                 MOVE WS-PARM-REGION-WHSE(WS-REGION-NUM)
                    TO SI-WHSE-CODE
              END-IF

      *       R2065-CHECK-DUPLICATE-ORDER IS SKIPPED WHENEVER
      *       R2060-CHECK-LARGE-ORDER FLAGS THE ORDER AS LARGE, SO
      *       WS-DUP-ORDER-SW MUST BE CLEARED HERE INSTEAD OF ONLY
      *       AND THE HISTORY CHECK ONLY RUNS FOR RETURNS/CANCELS,
      *       SO A SALE BEHIND A BAD RETURN MUST NOT INHERIT ITS 'N'
              MOVE 'Y' TO WS-HIST-VALID-SW
              MOVE 'Y' TO WS-RMA-VALID-SW

      *       A LEFTOVER DIFFERENCE FROM THE LAST EXCHANGE MUST
      *       NEVER RIDE INTO THIS RECORD'S SUBCALC CALL
                 IF WS-RECORD-VALID AND WS-ITEM-VALID
                    AND WS-CUST-VALID AND WS-REP-VALID
                    AND WS-HIST-VALID
                    AND SI-TRANS-IS-RETURN
                    PERFORM R2066-VALIDATE-RMA
                 END-IF

                 IF WS-RECORD-VALID AND WS-ITEM-VALID
                    AND WS-CUST-VALID AND WS-REP-VALID
                    AND WS-HIST-VALID AND WS-RMA-VALID
                    PERFORM R2060-CHECK-LARGE-ORDER
                 END-IF

                 IF WS-RECORD-VALID AND WS-ITEM-VALID
                    AND WS-CUST-VALID AND WS-REP-VALID
                    AND WS-HIST-VALID AND WS-RMA-VALID
                    AND NOT WS-LARGE-ORDER
                    PERFORM R2062-CHECK-CREDIT-LIMIT
                 END-IF

                 IF WS-RECORD-VALID AND WS-ITEM-VALID
                    AND WS-CUST-VALID AND WS-REP-VALID
                    AND WS-HIST-VALID AND WS-RMA-VALID
                    AND NOT WS-LARGE-ORDER
                    AND NOT WS-CREDIT-HOLD
                    PERFORM R2063-CHECK-CREDIT-STATUS

                 IF WS-RECORD-VALID AND WS-ITEM-VALID
                    AND WS-CUST-VALID AND WS-REP-VALID
                    AND WS-HIST-VALID AND WS-RMA-VALID
                    AND NOT WS-LARGE-ORDER
                    AND NOT WS-CREDIT-HOLD
                    AND NOT WS-CREDSTAT-HOLD

                 IF WS-RECORD-VALID AND WS-ITEM-VALID
                    AND WS-CUST-VALID AND WS-REP-VALID
                    AND WS-HIST-VALID AND WS-RMA-VALID
                    AND NOT WS-DUP-ORDER AND NOT WS-LARGE-ORDER
                    AND NOT WS-CREDIT-HOLD
                    AND NOT WS-CREDSTAT-HOLD
                          PERFORM R2080-WRITE-BACKORDER
                       END-IF
                       PERFORM R2082-POST-AR-OPEN-ITEM
                       IF SI-TRANS-IS-RETURN
                          PERFORM R2084-MARK-RMA-RECEIVED
                       END-IF
                    END-IF
                    PERFORM R2300-TRACK-ITEM-SUMMARY
                    PERFORM R2400-TRACK-CUST-SUMMARY
                 ELSE
                    IF WS-RECORD-VALID AND WS-ITEM-VALID
                       AND WS-CUST-VALID AND WS-REP-VALID
                       AND WS-HIST-VALID AND WS-RMA-VALID
                       AND WS-DUP-ORDER
                       MOVE 'E006' TO WS-REJECT-REASON-CD
                       MOVE 'DUPLICATE ORDER NUMBER' TO
                    ELSE
                       IF WS-RECORD-VALID AND WS-ITEM-VALID
                          AND WS-CUST-VALID AND WS-REP-VALID
                          AND WS-HIST-VALID AND WS-RMA-VALID
                          AND (WS-LARGE-ORDER OR WS-CREDIT-HOLD
                               OR WS-CREDSTAT-HOLD)
                          PERFORM R2950-WRITE-REVIEW
                                MOVE 'E008' TO WS-REJECT-REASON-CD
                             WHEN WS-HIST-NOT-VALID
                                MOVE 'E010' TO WS-REJECT-REASON-CD
                             WHEN WS-RMA-NOT-VALID
                                MOVE 'E011' TO WS-REJECT-REASON-CD
                             WHEN OTHER
                                MOVE 'E009' TO WS-REJECT-REASON-CD
                          END-EVALUATE
      *       THE RIGHT PRICE FOR THE ORDER'S DATE AND QUANTITY IS
      *       SUBPRICE'S CALL - A PROMO-WEEK OR VOLUME-TIER PRICE
      *       IS ACCEPTED, A GENUINELY WRONG ONE STILL BOUNCES
              CALL 'SUBPRICE' USING SI-CUST-NO, SI-ITEM-CODE,
                 SI-QUANTITY, WS-RUN-DATE, IM-UNIT-PRICE,
                 WS-EXPECTED-PRICE, WS-PRICE-SOURCE

              IF SI-UNIT-PRICE NOT = WS-EXPECTED-PRICE
                 SET WS-ITEM-NOT-VALID TO TRUE
                 'ITEMMAST: ' SI-EXCH-ITEM-CODE
           ELSE
              MOVE IM-ITEM-DESC TO WS-EXCH-ITEM-DESC
              CALL 'SUBPRICE' USING SI-CUST-NO, SI-EXCH-ITEM-CODE,
                 SI-EXCH-QUANTITY, WS-RUN-DATE, IM-UNIT-PRICE,
                 WS-EXPECTED-PRICE, WS-PRICE-SOURCE
              MOVE WS-EXPECTED-PRICE TO WS-EXCH-UNIT-PRICE
                 END-IF
              END-IF
           END-IF.
           PERFORM R2057-CHECK-EXEMPTION.


      *  ------
        R2057-CHECK-EXEMPTION.
      *  ------
      *    A CERTIFICATE FOR THE CUSTOMER'S JURISDICTION THAT IS IN
      *    FORCE ON THE RUN DATE TAKES THE TAX OFF EVERY ITEM, ITEM
      *    OVERRIDES INCLUDED.  ONE NOT YET EFFECTIVE OR ALREADY
      *    LAPSED TAXES THE CUSTOMER AS USUAL AND SAYS SO - THE
      *    EXPIRING-CERTIFICATE REPORT IS MEANT TO HEAD THAT OFF
           IF WS-MSG-DEBUG
              DISPLAY '  R2057 CHECK EXEMPTION'
           END-IF.
           MOVE SPACES TO WS-EXEMPT-CERT-NO.
           IF CM-TAX-JURIS NOT = SPACES
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
           END-IF.


      *  ------
        R2066-VALIDATE-RMA.
      *  ------
      *    A RETURN ONLY COMES BACK IN UNDER AN RMA CUSTOMER SERVICE
      *    ISSUED FOR IT - THE RMA MUST BE ON FILE, STILL OPEN, NOT
      *    PAST ITS EXPIRY, FOR THIS CUSTOMER, ORDER AND ITEM, AND
      *    FOR AT LEAST AS MANY AS ARE COMING BACK.  A DIFFERENT
      *    REASON CODE FROM THE ONE AUTHORIZED IS ONLY WORTH A NOTE
      *    ON THE EXCEPTION LOG - THE DOCK SEES THE GOODS, CUSTOMER
      *    SERVICE ONLY HEARD ABOUT THEM
           IF WS-MSG-DEBUG
              DISPLAY '  R2066 VALIDATE RMA'
           END-IF.
           SET WS-RMA-VALID TO TRUE.
           MOVE '00' TO WS-RMAFILE-STATUS.
           MOVE SI-RMA-NO TO RM-RMA-NO.
           IF SI-RMA-NO = SPACES
              MOVE '23' TO WS-RMAFILE-STATUS
           ELSE
              READ FILE-RMAFILE
                  INVALID KEY MOVE '23' TO WS-RMAFILE-STATUS
              END-READ
           END-IF.

           EVALUATE TRUE
              WHEN NOT WS-RMAFILE-OK
                 SET WS-RMA-NOT-VALID TO TRUE
                 MOVE 'RETURN HAS NO RMA ON FILE'
                    TO WS-REJECT-REASON-TXT
              WHEN RM-IS-RECEIVED
                 SET WS-RMA-NOT-VALID TO TRUE
                 MOVE 'RMA ALREADY RECEIVED'
                    TO WS-REJECT-REASON-TXT
              WHEN NOT RM-IS-OPEN
                 SET WS-RMA-NOT-VALID TO TRUE
                 MOVE 'RMA CANCELLED'
                    TO WS-REJECT-REASON-TXT
              WHEN RM-EXPIRY-DATE < WS-RUN-DATE
                 SET WS-RMA-NOT-VALID TO TRUE
                 MOVE 'RMA EXPIRED'
                    TO WS-REJECT-REASON-TXT
              WHEN RM-CUST-NO NOT = SI-CUST-NO
                 SET WS-RMA-NOT-VALID TO TRUE
                 MOVE 'RMA IS FOR ANOTHER CUSTOMER'
                    TO WS-REJECT-REASON-TXT
              WHEN RM-ORDER-NO NOT = SI-ORDER-NO
                 SET WS-RMA-NOT-VALID TO TRUE
                 MOVE 'RMA IS FOR ANOTHER ORDER'
                    TO WS-REJECT-REASON-TXT
              WHEN RM-ITEM-CODE NOT = SI-ITEM-CODE
                 SET WS-RMA-NOT-VALID TO TRUE
                 MOVE 'RMA IS FOR ANOTHER ITEM'
                    TO WS-REJECT-REASON-TXT
              WHEN SI-QUANTITY > RM-AUTH-QTY
                 SET WS-RMA-NOT-VALID TO TRUE
                 MOVE 'QTY EXCEEDS RMA AUTHORIZED'
                    TO WS-REJECT-REASON-TXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-RMA-NOT-VALID
              DISPLAY '  *** RETURN FAILED RMA CHECK FOR ORDER '
                 SI-ORDER-NO ' RMA ' SI-RMA-NO ' - '
                 WS-REJECT-REASON-TXT
           ELSE
              IF RM-REASON NOT = SI-RETURN-REASON
                 MOVE SI-ORDER-NO TO EL-ORDER-NO
                 MOVE 'RETURN REASON DIFFERS FROM THE ONE ON ITS RMA'
                    TO EL-TEXT
                 PERFORM R2980-WRITE-EXCP-LOG
              END-IF
           END-IF.


      *  ------
        R2062-CHECK-CREDIT-LIMIT.
      *  ------
           WRITE FIL-ORDHIST
              INVALID KEY
                 PERFORM R2071-RESOLVE-HISTORY-CLASH
              NOT INVALID KEY
                 MOVE 'A' TO BJ-ACTION
                 PERFORM R2093-JRNL-ORDHIST
           END-WRITE.

      *  ------
           ELSE
              EVALUATE TRUE
                 WHEN SI-TRANS-IS-SALE AND OH-TRANS-TYPE NOT = 'S'
                    MOVE 'C' TO BJ-ACTION
                    PERFORM R2093-JRNL-ORDHIST
                    MOVE SI-CUST-NAME  TO OH-CUST-NAME
                    MOVE SI-ITEM-CODE  TO OH-ITEM-CODE
                    MOVE SI-QUANTITY   TO OH-QUANTITY
      *    THE CUSTMAST RECORD R2055 READ IS STILL IN THE FD AREA
           MOVE CM-TAX-JURIS     TO DT-TAX-JURIS.
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
      *    AND THE PICK LIST GOES TO THE WAREHOUSE THE STOCK LEFT
           MOVE SI-WHSE-CODE     TO DT-WHSE-CODE.
      *    AND THE FILING REPORT CAN NAME THE CERTIFICATE
           MOVE WS-EXEMPT-CERT-NO TO DT-EXEMPT-CERT-NO.
           MOVE SHIP-DAYTRAN-REC TO FIL-DAYTRAN.
           WRITE FIL-DAYTRAN.
           ADD 1 TO WS-DAYTRAN-REC-COUNT.


      *  ------
           IF WS-MSG-DEBUG
              DISPLAY '  R2075 UPDATE INVENTORY'
           END-IF.
      *    THE STOCK THAT MOVES IS COSTED AT IM-UNIT-COST ON THE
      *    WAY - SALES RELIEVE INVENTORY, BACK-TO-STOCK RETURNS PUT
      *    THE COST BACK
           MOVE ZEROES TO WS-POST-UNIT-COST.
           MOVE ZEROES TO WS-COGS-LINE-AMT.
           MOVE SPACES TO WS-STK-MOVE-TYPE.
           MOVE ZEROES TO WS-STK-QTY-IN.
           MOVE ZEROES TO WS-STK-QTY-OUT.
           IF SI-TRANS-IS-SALE
              SUBTRACT SI-QUANTITY FROM IM-ON-HAND-QTY
              MOVE 'SA'        TO WS-STK-MOVE-TYPE
              MOVE SI-QUANTITY TO WS-STK-QTY-OUT
              MOVE IM-UNIT-COST TO WS-POST-UNIT-COST
              COMPUTE WS-COGS-LINE-AMT = SI-QUANTITY * IM-UNIT-COST
              ADD WS-COGS-LINE-AMT TO WS-TOTAL-COGS-AMT
           ELSE
              IF SI-TRANS-IS-RETURN AND SI-RESTOCK-BACK-TO-STOCK
                 ADD SI-QUANTITY TO IM-ON-HAND-QTY
                 MOVE 'RT'        TO WS-STK-MOVE-TYPE
                 MOVE SI-QUANTITY TO WS-STK-QTY-IN
                 MOVE IM-UNIT-COST TO WS-POST-UNIT-COST
                 COMPUTE WS-COGS-LINE-AMT =
                    SI-QUANTITY * IM-UNIT-COST
                 ADD WS-COGS-LINE-AMT TO WS-TOTAL-COGS-RET-AMT
              END-IF
           END-IF.

      *    OFF IT IN R2077 ONCE THIS REWRITE IS DONE
           IF SI-TRANS-IS-EXCHANGE
              ADD SI-QUANTITY TO IM-ON-HAND-QTY
              MOVE 'XR'        TO WS-STK-MOVE-TYPE
              MOVE SI-QUANTITY TO WS-STK-QTY-IN
              MOVE IM-UNIT-COST TO WS-POST-UNIT-COST
              COMPUTE WS-COGS-LINE-AMT = SI-QUANTITY * IM-UNIT-COST
              ADD WS-COGS-LINE-AMT TO WS-TOTAL-COGS-RET-AMT
           END-IF.

      *    EVERY POSTED TRANSACTION COUNTS AS THE ITEM TRADING, EVEN
      *    BEFORE IT WILL DELETE AN ITEM OFF THE MASTER
           MOVE WS-RUN-DATE TO IM-LAST-TRADE-DATE.
           PERFORM R2076-REWRITE-ITEM-MASTER.
           IF WS-STK-MOVE-TYPE NOT = SPACES
              PERFORM R2086-UPDATE-WHSE-STOCK
              PERFORM R2079-WRITE-STOCK-LEDGER
           END-IF.

           IF SI-TRANS-IS-EXCHANGE
              PERFORM R2077-UPDATE-EXCH-INVENTORY
                 DELIMITED BY SIZE INTO EL-TEXT
              PERFORM R2980-WRITE-EXCP-LOG
           END-IF.
           PERFORM R2090-JRNL-ITEMMAST-CHANGE.
           REWRITE FIL-ITEMMAST
              INVALID KEY
                 DISPLAY '  *** COULD NOT REWRITE ITEMMAST FOR ITEM '
                 ' DISAPPEARED FROM ITEMMAST - STOCK NOT MOVED'
           ELSE
              SUBTRACT SI-EXCH-QUANTITY FROM IM-ON-HAND-QTY
              COMPUTE WS-COGS-LINE-AMT =
                 SI-EXCH-QUANTITY * IM-UNIT-COST
              ADD WS-COGS-LINE-AMT TO WS-TOTAL-COGS-AMT
              MOVE WS-RUN-DATE TO IM-LAST-TRADE-DATE
              PERFORM R2076-REWRITE-ITEM-MASTER
              MOVE 'XS'             TO WS-STK-MOVE-TYPE
              MOVE ZEROES           TO WS-STK-QTY-IN
              MOVE SI-EXCH-QUANTITY TO WS-STK-QTY-OUT
              PERFORM R2086-UPDATE-WHSE-STOCK
              PERFORM R2079-WRITE-STOCK-LEDGER
           END-IF.

      *    PUT THE RETURNED ITEM'S RECORD BACK IN THE FD AREA FOR
           END-READ.


      *  ------
        R2079-WRITE-STOCK-LEDGER.
      *  ------
      *    ONE LEDGER RECORD PER SHELF MOVEMENT, TAKEN FROM THE
      *    ITEMMAST RECORD JUST REWRITTEN SO THE RESULTING ON-HAND
      *    IS THE FIGURE THE MASTER NOW CARRIES
           MOVE SPACES           TO SHIP-STK-REC.
           MOVE IM-ITEM-CODE     TO SK-ITEM-CODE.
           MOVE WS-RUN-DATE      TO SK-MOVE-DATE.
           MOVE 'ORDERSYS'       TO SK-PROGRAM.
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
        R2086-UPDATE-WHSE-STOCK.
      *  ------
      *    THE SAME SHELF MOVEMENT THE ITEM MASTER JUST TOOK, MADE
      *    AGAINST THE WAREHOUSE THE STOCK LEFT (OR CAME BACK TO).
      *    AN ITEM THE WAREHOUSE HAS NEVER STOCKED GETS A RECORD
      *    STARTED AT ZERO RATHER THAN LOSING THE MOVEMENT - WHSMNT
      *    GIVES IT A REORDER POINT AND BIN LATER
           IF WS-MSG-DEBUG
              DISPLAY '  R2086 UPDATE WHSE STOCK'
           END-IF.
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
              MOVE SI-ORDER-NO TO EL-ORDER-NO
              MOVE SPACES TO EL-TEXT
              STRING 'WHSE STOCK RECORD STARTED FOR ITEM '
                 IM-ITEM-CODE ' WHSE ' SI-WHSE-CODE
                 DELIMITED BY SIZE INTO EL-TEXT
              PERFORM R2980-WRITE-EXCP-LOG
              MOVE SPACES       TO FIL-WHSTOCK
              MOVE IM-ITEM-CODE TO WH-ITEM-CODE
              MOVE SI-WHSE-CODE TO WH-WHSE-CODE
              MOVE ZEROES       TO WH-ON-HAND-QTY
              MOVE ZEROES       TO WH-IN-TRANSIT-QTY
              MOVE ZEROES       TO WH-REORDER-POINT
           ELSE
              MOVE 'C' TO BJ-ACTION
              PERFORM R2096-JRNL-WHSTOCK
           END-IF.
           ADD WS-STK-QTY-IN       TO WH-ON-HAND-QTY.
           SUBTRACT WS-STK-QTY-OUT FROM WH-ON-HAND-QTY.
           MOVE WS-RUN-DATE        TO WH-LAST-MOVE-DATE.
           IF WH-ON-HAND-QTY < ZEROES
              DISPLAY '  *** WAREHOUSE ' WH-WHSE-CODE
                 ' ON-HAND NEGATIVE FOR ITEM ' WH-ITEM-CODE
                 ' AFTER ORDER ' SI-ORDER-NO
              MOVE SI-ORDER-NO TO EL-ORDER-NO
              MOVE SPACES TO EL-TEXT
              STRING 'WHSE ' WH-WHSE-CODE ' ON-HAND NEGATIVE FOR '
                 'ITEM ' WH-ITEM-CODE
                 DELIMITED BY SIZE INTO EL-TEXT
              PERFORM R2980-WRITE-EXCP-LOG
           END-IF.
           IF WS-WHSTOCK-NOTFOUND
              WRITE FIL-WHSTOCK
                 INVALID KEY
                    DISPLAY '  *** COULD NOT ADD WHSTOCK FOR ITEM '
                       WH-ITEM-CODE ' WHSE ' WH-WHSE-CODE
                       ' - STATUS ' WS-WHSTOCK-STATUS
              END-WRITE
              MOVE 'A' TO BJ-ACTION
              PERFORM R2096-JRNL-WHSTOCK
           ELSE
              REWRITE FIL-WHSTOCK
                 INVALID KEY
                    DISPLAY '  *** COULD NOT REWRITE WHSTOCK FOR '
                       'ITEM ' WH-ITEM-CODE ' WHSE ' WH-WHSE-CODE
                       ' - STATUS ' WS-WHSTOCK-STATUS
              END-REWRITE
           END-IF.


      *  ------
        R2090-JRNL-ITEMMAST-CHANGE.
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
              PERFORM R2099-WRITE-JOURNAL
           END-IF.
           MOVE WS-BIJ-HOLD-REC TO FIL-ITEMMAST.


      *  ------
        R2091-JRNL-CUSTMAST-CHANGE.
      *  ------
      *    SAME AS R2090 - R2055 READ THE CUSTOMER LONG BEFORE THIS
      *    AND THE BALANCE HAS ALREADY MOVED IN THE FD AREA
           MOVE FIL-CUSTMAST TO WS-BIJ-HOLD-REC.
           READ FILE-CUSTMAST
               INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
           END-READ.
           IF WS-CUSTMAST-FOUND
              MOVE 'CM'          TO BJ-FILE-ID
              MOVE 'C'           TO BJ-ACTION
              MOVE CM-CUST-NO    TO BJ-KEY
              MOVE FIL-CUSTMAST  TO BJ-IMAGE
              PERFORM R2099-WRITE-JOURNAL
           END-IF.
           MOVE WS-BIJ-HOLD-REC TO FIL-CUSTMAST.


      *  ------
        R2092-JRNL-ARFILE.
      *  ------
      *    CALLED WITH THE FD AREA HOLDING THE IMAGE TO KEEP - THE
      *    RECORD JUST READ BEFORE A RELIEF ('C'), OR THE RECORD
      *    JUST WRITTEN ('A').  THE CALLER SETS BJ-ACTION
           MOVE 'AR'          TO BJ-FILE-ID.
           MOVE AR-KEY        TO BJ-KEY.
           MOVE FIL-ARFILE    TO BJ-IMAGE.
           PERFORM R2099-WRITE-JOURNAL.


      *  ------
        R2093-JRNL-ORDHIST.
      *  ------
      *    AS R2092, FOR THE ORDER HISTORY FILE
           MOVE 'OH'          TO BJ-FILE-ID.
           MOVE OH-ORDER-NO   TO BJ-KEY.
           MOVE FIL-ORDHIST   TO BJ-IMAGE.
           PERFORM R2099-WRITE-JOURNAL.


      *  ------
        R2094-JRNL-BACKORD.
      *  ------
      *    AS R2092, FOR THE BACKORDER FILE
           MOVE 'BO'          TO BJ-FILE-ID.
           MOVE BO-ORDER-NO   TO BJ-KEY.
           MOVE FIL-BACKORD   TO BJ-IMAGE.
           PERFORM R2099-WRITE-JOURNAL.


      *  ------
        R2095-JRNL-RMAFILE.
      *  ------
      *    AS R2092, FOR THE RMA FILE
           MOVE 'RM'          TO BJ-FILE-ID.
           MOVE RM-RMA-NO     TO BJ-KEY.
           MOVE FIL-RMAFILE   TO BJ-IMAGE.
           PERFORM R2099-WRITE-JOURNAL.


      *  ------
        R2096-JRNL-WHSTOCK.
      *  ------
      *    AS R2092, FOR THE WAREHOUSE STOCK FILE - KEYED BY ITEM
      *    AND WAREHOUSE
           MOVE 'WH'          TO BJ-FILE-ID.
           MOVE WH-KEY        TO BJ-KEY.
           MOVE FIL-WHSTOCK   TO BJ-IMAGE.
           PERFORM R2099-WRITE-JOURNAL.


      *  ------
        R2099-WRITE-JOURNAL.
      *  ------
           MOVE 'ORDERSYS'       TO BJ-PROGRAM.
           MOVE WS-RUN-DATE      TO BJ-RUN-DATE.
           MOVE SI-ORDER-NO      TO BJ-DOC-NO.
           MOVE SHIP-BIJ-REC     TO FIL-BIJRNL.
           WRITE FIL-BIJRNL.


      *  ------
        R2080-WRITE-BACKORDER.
      *  ------
              INVALID KEY
                 DISPLAY '  *** BACKORDER ALREADY ON FILE FOR ORDER '
                    SI-ORDER-NO ' - STATUS ' WS-BACKORD-STATUS
              NOT INVALID KEY
                 MOVE 'A' TO BJ-ACTION
                 PERFORM R2094-JRNL-BACKORD
           END-WRITE.


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
                       PERFORM R2092-JRNL-ARFILE
                 END-WRITE
              WHEN SI-TRANS-IS-RETURN OR SI-TRANS-IS-CANCEL
                 MOVE '00' TO WS-ARFILE-STATUS
      *             IS RELIEVED AT AMOUNT PLUS TAX - OTHERWISE A
      *             FULL RETURN LEAVES THE TAX STRANDED OPEN AND
      *             AGING FOREVER
                    MOVE 'C' TO BJ-ACTION
                    PERFORM R2092-JRNL-ARFILE
                    COMPUTE AR-OPEN-AMT =
                       AR-OPEN-AMT - WS-EXTENDED-AMT - WS-TAX-AMT
                    IF AR-OPEN-AMT <= ZEROES
           END-EVALUATE.


      *  ------
        R2084-MARK-RMA-RECEIVED.
      *  ------
      *    THE RETURN HAS POSTED, SO ITS RMA IS USED UP - ONE RMA,
      *    ONE RECEIPT, EVEN WHEN FEWER CAME BACK THAN WERE
      *    AUTHORIZED.  READ AGAIN RATHER THAN TRUSTING R2066'S
      *    COPY - THE JOURNAL WANTS THE RECORD AS IT STANDS ON DISK
           IF WS-MSG-DEBUG
              DISPLAY '  R2084 MARK RMA RECEIVED'
           END-IF.
           MOVE '00' TO WS-RMAFILE-STATUS.
           MOVE SI-RMA-NO TO RM-RMA-NO.
           READ FILE-RMAFILE
               INVALID KEY MOVE '23' TO WS-RMAFILE-STATUS
           END-READ.
           IF WS-RMAFILE-NOTFOUND
              DISPLAY '  *** RMA ' SI-RMA-NO ' FOR ORDER '
                 SI-ORDER-NO ' GONE FROM FILE - NOT MARKED RECEIVED'
           ELSE
              MOVE 'C' TO BJ-ACTION
              PERFORM R2095-JRNL-RMAFILE
              MOVE 'R'          TO RM-STATUS
              MOVE SI-QUANTITY  TO RM-RECV-QTY
              MOVE WS-RUN-DATE  TO RM-RECV-DATE
              MOVE 'ORDERSYS'   TO RM-RECV-PROGRAM
              REWRITE FIL-RMAFILE
                 INVALID KEY
                    DISPLAY '  *** COULD NOT REWRITE RMA '
                       SI-RMA-NO ' FOR ORDER ' SI-ORDER-NO
              END-REWRITE
           END-IF.


      *  ------
        R2078-UPDATE-CUST-BALANCE.
      *  ------

           IF SI-TRANS-IS-SALE OR SI-TRANS-IS-RETURN
              OR SI-TRANS-IS-CANCEL
              PERFORM R2091-JRNL-CUSTMAST-CHANGE
              REWRITE FIL-CUSTMAST
                 INVALID KEY
                    DISPLAY '  *** COULD NOT REWRITE CUSTMAST FOR '
           MOVE WS-TOTAL-BACKORDERS TO CK-TOTAL-BACKORDERS.
           MOVE WS-TOTAL-TAX-AMT    TO CK-TOTAL-TAX-AMT.
           MOVE WS-TOTAL-EXCH-DIFF  TO CK-TOTAL-EXCH-DIFF.
           MOVE WS-TOTAL-COGS-AMT   TO CK-TOTAL-COGS-AMT.
           MOVE WS-TOTAL-COGS-RET-AMT TO CK-TOTAL-COGS-RET-AMT.
           MOVE SHIP-CKPT-REC TO FIL-CKPT.
           WRITE FIL-CKPT.

              PERFORM R3210-WRITE-GL-ENTRY
           END-IF.

      *    COST OF THE STOCK THAT LEFT THE SHELF COMES OUT OF
      *    INVENTORY INTO COST OF GOODS SOLD, AND THE COST OF WHAT
      *    CAME BACK TO THE SHELF GOES THE OTHER WAY - KEPT AS TWO
      *    ENTRIES SO EACH SIDE CAN BE TRACED TO THE RUN SUMMARY
           IF WS-TOTAL-COGS-AMT NOT = ZEROES
              MOVE WS-GL-ACCT-COGS       TO WS-GL-ACCT
              MOVE 'DR'                  TO WS-GL-SIDE
              MOVE WS-TOTAL-COGS-AMT     TO WS-GL-AMT
              MOVE 'COST OF GOODS SOLD - DAILY'    TO WS-GL-DESC
              PERFORM R3210-WRITE-GL-ENTRY

              MOVE WS-GL-ACCT-INVENTORY  TO WS-GL-ACCT
              MOVE 'CR'                  TO WS-GL-SIDE
              MOVE WS-TOTAL-COGS-AMT     TO WS-GL-AMT
              MOVE 'INVENTORY - DAILY COGS'        TO WS-GL-DESC
              PERFORM R3210-WRITE-GL-ENTRY
           END-IF.

           IF WS-TOTAL-COGS-RET-AMT NOT = ZEROES
              MOVE WS-GL-ACCT-INVENTORY  TO WS-GL-ACCT
              MOVE 'DR'                  TO WS-GL-SIDE
              MOVE WS-TOTAL-COGS-RET-AMT TO WS-GL-AMT
              MOVE 'INVENTORY - RESTOCKED RETURNS' TO WS-GL-DESC
              PERFORM R3210-WRITE-GL-ENTRY

              MOVE WS-GL-ACCT-COGS       TO WS-GL-ACCT
              MOVE 'CR'                  TO WS-GL-SIDE
              MOVE WS-TOTAL-COGS-RET-AMT TO WS-GL-AMT
              MOVE 'COGS - RESTOCKED RETURNS'      TO WS-GL-DESC
              PERFORM R3210-WRITE-GL-ENTRY
           END-IF.

      *  ------
        R3210-WRITE-GL-ENTRY.
      *  ------
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-BACKORD.
           CLOSE FILE-ARFILE.
           CLOSE FILE-RMAFILE.
           CLOSE FILE-WHSTOCK.
           CLOSE FILE-TAXEXM.
           CLOSE FILE-PTDMAST.
           IF NOT WS-PARM-TRIAL
              CLOSE FILE-SUMEXT
              CLOSE FILE-DAYTRAN
              CLOSE FILE-STKLEDG
              CLOSE FILE-BIJRNL
           END-IF.
           CLOSE FILE-EXCPLOG.
           CLOSE FILE-SEENWRK.
              MOVE 4 TO RETURN-CODE
           END-IF.

      *  ------
        R4900-LOG-STEP-END.
      *  ------
           IF WS-MSG-DEBUG
              DISPLAY '  R4900 LOG STEP END'
           END-IF.
      *    ONLY A RUN WHOSE START WENT ON THE LOG CLOSES IT OUT - A
      *    TRIAL, OR A RUN THAT DIED BEFORE REGION 1'S HEADER NAMED
      *    THE DAY, NEVER OPENED ONE.  SUBSTEP HANDS THE RETURN CODE
      *    STRAIGHT BACK, SO THE STEP'S CONDITION CODE STANDS
           IF WS-STEP-LOGGED
              SET SC-STEP-END TO TRUE
              MOVE WS-INPUT-REC-COUNT TO SC-IN-COUNT
              MOVE WS-DAYTRAN-REC-COUNT TO SC-OUT-COUNT
              MOVE RETURN-CODE TO SC-RETURN-CODE
              CALL 'SUBSTEP' USING SHIP-STEP-CALL
           END-IF.

      *  ------
        R9000-ABORT-RUN.
      *  ------
              PERFORM R1520-CLOSE-REGION-FILE
           END-IF.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.

