      * WITH BATCH TOTALS LETS THE DESK BALANCE TO THEIR PAPERWORK
      * BEFORE THE FILE IS RELEASED.
      *
      * EVERY SALE IS CHECKED AGAINST AVAILABLE-TO-PROMISE FOR ITS
      * ITEM: IM-ON-HAND-QTY, LESS OPEN FILE-BACKORD DEMAND, LESS
      * SALES HELD ON FILE-REVIEWQ, LESS WHAT HAS ALREADY BEEN
      * CAPTURED TODAY - BY EARLIER RUNS (FILE-CAPTODAY, THE DAY'S
      * EARLIER SHIPREC EXTRACTS) AND BY THIS RUN AS IT GOES.  A
      * SALE ATP CAN'T COVER IS, PER THE SYSIN OPTION, EITHER
      * FLAGGED 'SHORT' ON THE REGISTER AND WRITTEN AS KEYED, OR
      * SPLIT INTO A SALE FOR WHAT IS AVAILABLE AND A 'B' BACKORDER
      * FOR THE REST.  THE BACKORDER HALF IS ITS OWN ORDER TO
      * ORDERSYS, SO IT TAKES THE NEXT NUMBER OFF FILE-CAPCTL; WITH
      * NOTHING AVAILABLE THE WHOLE LINE GOES AS A BACKORDER UNDER
      * ITS OWN NUMBER.  ATP IS COMPANY-WIDE - A CARD DOESN'T SAY
      * WHICH WAREHOUSE WILL SHIP IT.
      *
      * SYSIN CARD 1: COLS 1-8   RUN DATE (CCYYMMDD) FOR THE CONTROL
      *                          RECORDS AND THE SUBPRICE
      *                          EFFECTIVE-DATE LOOKUPS
      *               COL  9     ATP OPTION - 'S' SPLITS A SHORT
      *                          SALE INTO SALE PLUS BACKORDER;
      *                          'F' OR BLANK ONLY FLAGS IT
      *               COLS 10-15 FIRST BACKORDER ORDER NUMBER - ONLY
      *                          USED WHEN FILE-CAPCTL IS EMPTY, TO
      *                          SEED THE SERIES.  SEED IT IN A
      *                          BLOCK THE DESK'S ORDER PADS, THE
      *                          EDI AND THE STANDING-ORDER SERIES
      *                          NEVER REACH
      *               COL  80    'Y' RUNS THE STEP EVEN WHEN ITS
      *                          PREREQUISITES HAVEN'T RUN CLEAN
      *                          (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   02SEP2026 CODE PROG
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      *  DAN BIEG   15OCT2026 CUSTOMER PASSED TO SUBPRICE SO A BLANK
      *                       PRICE FILLS WITH THE CUSTOMER'S
      *                       CONTRACT PRICE WHERE THERE IS ONE
      *  DAN BIEG   15OCT2026 CARRY THE RMA NUMBER ON A RETURN AND
      *                       BOUNCE A RETURN CARD KEYED WITHOUT ONE
      *  DAN BIEG   15OCT2026 CHECK EVERY SALE AGAINST
      *                       AVAILABLE-TO-PROMISE (ON HAND LESS OPEN
      *                       BACKORDERS, HELD SALES AND TODAY'S
      *                       CAPTURES) AND FLAG A SHORT ONE OR, SYSIN
      *                       COL 9 'S', SPLIT IT INTO SALE PLUS
      *                       BACKORDER NUMBERED OFF FILE-CAPCTL
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
           SELECT FILE-ORDCARD ASSIGN TO UT-S-ORDCARD.
           SELECT FILE-SHIPCAP ASSIGN TO UT-S-SHIPCAP.
           SELECT FILE-CAPOUT ASSIGN TO UT-S-CAPOUT.
      *    OPTIONAL - NOTHING HELD, NOTHING CAPTURED EARLIER TODAY,
      *    OR A FIRST RUN WITH NO BACKORDER NUMBER CONTROL YET
           SELECT OPTIONAL FILE-REVIEWQ ASSIGN TO UT-S-REVWQ.
           SELECT OPTIONAL FILE-CAPTODAY ASSIGN TO UT-S-CAPTDY.
           SELECT OPTIONAL FILE-CAPCTL ASSIGN TO UT-S-CAPCTL.
           SELECT FILE-BACKORD ASSIGN TO UT-S-BACKORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-ORDER-NO
               FILE STATUS IS WS-BACKORD-STATUS.
           SELECT FILE-ITEMMAST ASSIGN TO UT-S-ITEMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM

      * ---

      *REVIEW QUEUE - SALES ORDERSYS IS HOLDING FOR A DECISION STILL
      *CLAIM THEIR STOCK
       FD  FILE-REVIEWQ
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-REVIEWQ.

       01  FIL-REVIEWQ       PIC X(104).

      * ---

      *THE DAY'S EARLIER SHIPREC EXTRACTS (ORDCAP, EDIPOIN, STDGEN)
      *NOT YET POSTED BY ORDERSYS - CONTROL RECORDS ARE PASSED OVER
       FD  FILE-CAPTODAY
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-CAPTODAY.

       01  FIL-CAPTODAY      PIC X(80).

      * ---

      *ORDER NUMBER CONTROL - NEXT ORDER NUMBER TO GIVE THE
      *BACKORDER HALF OF A SPLIT SALE
       FD  FILE-CAPCTL
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-CAPCTL.

       01  FIL-CAPCTL        PIC X(80).

      * ---

      *OPEN BACKORDERS - STOCK THAT COMES IN IS ALREADY PROMISED TO
      *THEM
       FD  FILE-BACKORD
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-BACKORD.

       COPY BACKORD
           REPLACING CPY-BACKORD-REC BY FIL-BACKORD.

      * ---

      *ITEM MASTER - EVERY CARD'S ITEM (AND EXCHANGE ITEM) IS
      *CROSS-CHECKED THE WAY ORDERSYS WILL CHECK IT TONIGHT
       FD  FILE-ITEMMAST
       COPY SHIPREC
           REPLACING CPY-SHIP-INPUT-REC BY SHIP-INPUT-REC.

      *    HELD TRANSACTION AS READ FROM FILE-REVIEWQ
       COPY REVIEWQ
           REPLACING CPY-REVIEW-REC BY SHIP-REVIEW-REC.

      *    BACKORDER NUMBER CONTROL RECORD AS READ/REWRITTEN
       COPY DOCCTL
           REPLACING CPY-DOC-CTL-REC BY SHIP-CAPCTL-REC.

      *    HEADER/TRAILER CONTROL RECORD FOR THE CAPTURE FILE -
      *    SAME SHAPE ORDERSYS EXPECTS ON EVERY REGIONAL EXTRACT
       01  SHIP-CTL-REC.
           05  CTL-HASH-TOTAL     PIC 9(9)V99.
           05  FILLER             PIC X(46) VALUE SPACES.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-ORDCARD-SW  PIC X VALUE 'N'.
           02  WS-CARD-VALID-SW   PIC X VALUE 'Y'.
               88  WS-CARD-VALID         VALUE 'Y'.
               88  WS-CARD-NOT-VALID     VALUE 'N'.
           02  WS-EOF-BACKORD-SW  PIC X VALUE 'N'.
               88  WS-EOF-BACKORD        VALUE 'Y'.
           02  WS-EOF-REVIEWQ-SW  PIC X VALUE 'N'.
               88  WS-EOF-REVIEWQ        VALUE 'Y'.
           02  WS-EOF-CAPTODAY-SW PIC X VALUE 'N'.
               88  WS-EOF-CAPTODAY       VALUE 'Y'.
           02  WS-EOF-CAPCTL-SW   PIC X VALUE 'N'.
               88  WS-EOF-CAPCTL         VALUE 'Y'.
           02  WS-CAPCTL-FOUND-SW PIC X VALUE 'N'.
               88  WS-CAPCTL-FOUND       VALUE 'Y'.
           02  WS-ATP-SHORT-SW    PIC X VALUE 'N'.
               88  WS-ATP-SHORT          VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE '00'.
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTMAST-FOUND       VALUE '00'.
           88  WS-CUSTMAST-NOTFOUND    VALUE '23'.
       01  WS-BACKORD-STATUS    PIC X(2) VALUE '00'.
           88  WS-BACKORD-OK           VALUE '00'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  WS-PARM-ATP-OPTION PIC X(1).
               88  WS-PARM-ATP-SPLIT     VALUE 'S'.
               88  WS-PARM-ATP-FLAG      VALUE 'F' ' '.
           05  WS-PARM-FIRST-ORDER PIC X(6).
           05  FILLER             PIC X(64).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.

      * NEXT ORDER NUMBER TO GIVE THE BACKORDER HALF OF A SPLIT
      * SALE - CONTINUES FROM FILE-CAPCTL
       01  WS-NEXT-ORDER-NO      PIC 9(6) VALUE ZEROES.
       01  WS-EDIT-ORDER-NO      PIC X(6).
       01  WS-EDIT-ORDER-NO-9 REDEFINES WS-EDIT-ORDER-NO
                                 PIC 9(6).

      * STOCK ALREADY SPOKEN FOR, BY ITEM - OPEN BACKORDERS AND
      * HELD SALES LOADED AT STARTUP, CAPTURED SALES AND
      * BACKORDERS ADDED AS THE DAY'S EXTRACTS ARE READ AND AS THIS
      * RUN WRITES ITS OWN.  THE TABLE IS A HARD LIMIT, SAME RULE
      * AS REPLEN - MORE ITEMS THAN THIS STOPS THE RUN RATHER THAN
      * PROMISING STOCK THAT ISN'T THERE
       01  WS-AT-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-AT-TAB.
           05  WS-AT-ENT OCCURS 2000 TIMES
                          INDEXED BY WS-AT-IDX.
               10  WS-AT-ITEM-CODE  PIC X(3)  VALUE SPACES.
               10  WS-AT-BO-QTY     PIC 9(9)  VALUE ZEROES.
               10  WS-AT-HELD-QTY   PIC 9(9)  VALUE ZEROES.
               10  WS-AT-TODAY-QTY  PIC 9(9)  VALUE ZEROES.

      * ITEM TO FIND (OR ADD) IN THE TABLE ABOVE
       01  WS-AT-KEY-ITEM        PIC X(3) VALUE SPACES.

      * AVAILABLE-TO-PROMISE FOR THE SALE IN HAND, HOW MUCH OF THE
      * SALE THAT COVERS, AND HOW MUCH IT IS SHORT
       01  WS-ATP-QTY            PIC S9(9) VALUE ZEROES.
       01  WS-AVAIL-QTY          PIC 9(5) VALUE ZEROES.
       01  WS-SHORT-QTY          PIC 9(5) VALUE ZEROES.
       01  WS-ATP-QTY-ED         PIC ------9.
       01  WS-AVAIL-QTY-ED       PIC ZZZZ9.
       01  WS-ORDERED-QTY-ED     PIC ZZZZ9.
       01  WS-SPLIT-ORDER-NO     PIC X(6) VALUE SPACES.

      * NUMERIC EDIT WORK FIELDS - SAME TECHNIQUE AS ORDERSYS
       01  WS-EDIT-QUANTITY     PIC X(5).
       01  WS-EDIT-QUANTITY-9 REDEFINES WS-EDIT-QUANTITY
       01  WS-READ-CNT           PIC 9(5) VALUE ZEROES.
       01  WS-ACCEPTED-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-REJECTED-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-SHORT-CNT          PIC 9(5) VALUE ZEROES.
       01  WS-BACKORDERED-CNT    PIC 9(5) VALUE ZEROES.

      * KEYING REGISTER PRINT LINES
       01  WS-REG-HDR.
           05  WS-REG-REJECTED    PIC ZZZZ9.
           05  FILLER             PIC X(14) VALUE '  HASH TOTAL: '.
           05  WS-REG-HASH        PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(13) VALUE '  ATP SHORT: '.
           05  WS-REG-SHORT       PIC ZZZZ9.
           05  FILLER             PIC X(16) VALUE '  BACKORDERED: '.
           05  WS-REG-BACKORDERED PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1007-LOAD-ORDER-CONTROL.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1100-LOAD-BACKORDER-DEMAND.
           PERFORM R1150-LOAD-HELD-SALES.
           PERFORM R1170-LOAD-EARLIER-CAPTURES.
           PERFORM R1200-WRITE-HEADERS.

           PERFORM R2000-PROCESS-ORDER-CARD
              UNTIL WS-EOF-ORDCARD.

           PERFORM R3000-WRITE-TRAILERS.
           PERFORM R3600-UPDATE-ORDER-CONTROL.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


           OPEN INPUT  FILE-ORDCARD.
           OPEN INPUT  FILE-ITEMMAST.
           OPEN INPUT  FILE-CUSTMAST.
           OPEN INPUT  FILE-BACKORD.
           OPEN INPUT  FILE-REVIEWQ.
           OPEN INPUT  FILE-CAPTODAY.
           OPEN OUTPUT FILE-SHIPCAP.
           OPEN OUTPUT FILE-CAPOUT.

        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           DISPLAY '  CAPTURE RUN DATE: ' WS-RUN-DATE.

           IF NOT WS-PARM-ATP-SPLIT AND NOT WS-PARM-ATP-FLAG
              DISPLAY '  *** ATP OPTION MUST BE S, F OR BLANK - GOT '
                 WS-PARM-ATP-OPTION
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.
           IF WS-PARM-ATP-SPLIT
              DISPLAY '  SHORT SALES SPLIT INTO SALE PLUS BACKORDER'
           ELSE
              DISPLAY '  SHORT SALES FLAGGED ON THE REGISTER ONLY'
           END-IF.


      *  ------
        R1007-LOAD-ORDER-CONTROL.
      *  ------
      *    SAME RULE AS THE INVOICE, PO, RMA AND EDI SERIES - THE
      *    SYSIN NUMBER ONLY SEEDS AN EMPTY CONTROL FILE, AND A
      *    MISSING OR GARBAGE SEED FALLS BACK TO 1
           DISPLAY '  R1007 LOAD ORDER CONTROL'.
           OPEN INPUT FILE-CAPCTL.
           PERFORM R1010-READ-ORDER-CONTROL
              UNTIL WS-EOF-CAPCTL.
           CLOSE FILE-CAPCTL.

           IF NOT WS-CAPCTL-FOUND
              MOVE WS-PARM-FIRST-ORDER TO WS-EDIT-ORDER-NO
              IF WS-EDIT-ORDER-NO NUMERIC
                 MOVE WS-EDIT-ORDER-NO-9 TO WS-NEXT-ORDER-NO
                 DISPLAY '  *** ORDER CONTROL FILE EMPTY - SERIES '
                    'SEEDED FROM SYSIN'
              ELSE
                 MOVE 1 TO WS-NEXT-ORDER-NO
                 DISPLAY '  *** ORDER CONTROL FILE EMPTY AND SYSIN '
                    'SEED NOT NUMERIC - STARTING THE SERIES AT '
                    '000001'
              END-IF
           END-IF.
           DISPLAY '  FIRST BACKORDER ORDER NUMBER: '
              WS-NEXT-ORDER-NO.

      *  ------
        R1010-READ-ORDER-CONTROL.
      *  ------
           READ FILE-CAPCTL INTO SHIP-CAPCTL-REC
              AT END MOVE 'Y' TO WS-EOF-CAPCTL-SW
           END-READ.
           IF NOT WS-EOF-CAPCTL
              IF DC-NEXT-DOC-NO NUMERIC
                 SET WS-CAPCTL-FOUND TO TRUE
                 MOVE DC-NEXT-DOC-NO TO WS-NEXT-ORDER-NO
              ELSE
                 DISPLAY '  *** ORDER CONTROL RECORD NOT NUMERIC - '
                    'IGNORED'
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
           MOVE 'ORDCAP' TO SC-STEP-NAME.
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
        R1100-LOAD-BACKORDER-DEMAND.
      *  ------
           DISPLAY '  R1100 LOAD BACKORDER DEMAND'.
           MOVE LOW-VALUES TO BO-ORDER-NO.
           START FILE-BACKORD KEY >= BO-ORDER-NO
              INVALID KEY MOVE 'Y' TO WS-EOF-BACKORD-SW
           END-START.
           PERFORM R1110-READ-BACKORDER
              UNTIL WS-EOF-BACKORD.

      *  ------
        R1110-READ-BACKORDER.
      *  ------
           READ FILE-BACKORD NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-BACKORD-SW
           END-READ.
           IF NOT WS-BACKORD-OK
              MOVE 'Y' TO WS-EOF-BACKORD-SW
           END-IF.

           IF NOT WS-EOF-BACKORD AND BO-IS-OPEN
              MOVE BO-ITEM-CODE TO WS-AT-KEY-ITEM
              PERFORM R1120-FIND-ATP-ENTRY
              ADD BO-QUANTITY TO WS-AT-BO-QTY(WS-AT-IDX)
           END-IF.

      *  ------
        R1120-FIND-ATP-ENTRY.
      *  ------
           SET WS-AT-IDX TO 1.
           SEARCH WS-AT-ENT
              AT END
                 PERFORM R1130-ADD-ATP-ENTRY
              WHEN WS-AT-ITEM-CODE(WS-AT-IDX) = WS-AT-KEY-ITEM
                 CONTINUE
           END-SEARCH.

      *  ------
        R1130-ADD-ATP-ENTRY.
      *  ------
           IF WS-AT-COUNT >= 2000
              DISPLAY '  *** ATP TABLE FULL AT 2000 ITEMS - GROW '
                 'THE TABLE BEFORE RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-AT-COUNT.
           SET WS-AT-IDX TO WS-AT-COUNT.
           MOVE WS-AT-KEY-ITEM TO WS-AT-ITEM-CODE(WS-AT-IDX).


      *  ------
        R1150-LOAD-HELD-SALES.
      *  ------
      *    A HELD SALE IS STILL A SALE - IF REVDISP APPROVES IT THE
      *    STOCK GOES, SO IT IS NOT THERE TO PROMISE TO ANYONE ELSE
           DISPLAY '  R1150 LOAD HELD SALES'.
           PERFORM R1160-READ-HELD-SALE
              UNTIL WS-EOF-REVIEWQ.

      *  ------
        R1160-READ-HELD-SALE.
      *  ------
           READ FILE-REVIEWQ INTO SHIP-REVIEW-REC
              AT END MOVE 'Y' TO WS-EOF-REVIEWQ-SW
           END-READ.
           IF NOT WS-EOF-REVIEWQ
              MOVE RV-ORIGINAL-REC TO SHIP-INPUT-REC
              IF SI-TRANS-IS-SALE AND SI-QUANTITY NUMERIC
                 MOVE SI-ITEM-CODE TO WS-AT-KEY-ITEM
                 PERFORM R1120-FIND-ATP-ENTRY
                 ADD SI-QUANTITY TO WS-AT-HELD-QTY(WS-AT-IDX)
              END-IF
           END-IF.


      *  ------
        R1170-LOAD-EARLIER-CAPTURES.
      *  ------
      *    WHAT THE DESK, EDI AND STANDING ORDERS HAVE ALREADY
      *    CAPTURED TODAY HASN'T BEEN THROUGH ORDERSYS YET, SO
      *    ON-HAND DOESN'T SHOW IT
           DISPLAY '  R1170 LOAD EARLIER CAPTURES'.
           PERFORM R1180-READ-EARLIER-CAPTURE
              UNTIL WS-EOF-CAPTODAY.
           DISPLAY '  ITEMS WITH STOCK SPOKEN FOR: ' WS-AT-COUNT.

      *  ------
        R1180-READ-EARLIER-CAPTURE.
      *  ------
           READ FILE-CAPTODAY INTO SHIP-INPUT-REC
              AT END MOVE 'Y' TO WS-EOF-CAPTODAY-SW
           END-READ.
           IF NOT WS-EOF-CAPTODAY
              MOVE SHIP-INPUT-REC TO SHIP-CTL-REC
              IF CTL-REC-ID NOT = 'HDRREC'
                 AND CTL-REC-ID NOT = 'TRLREC'
                 AND (SI-TRANS-IS-SALE OR SI-TRANS-IS-BACKORDER)
                 AND SI-QUANTITY NUMERIC
                 MOVE SI-ITEM-CODE TO WS-AT-KEY-ITEM
                 PERFORM R1120-FIND-ATP-ENTRY
                 ADD SI-QUANTITY TO WS-AT-TODAY-QTY(WS-AT-IDX)
              END-IF
           END-IF.


      *  ------
        R1200-WRITE-HEADERS.
              IF WS-CARD-VALID AND OC-TRANS-TYPE = 'E'
                 PERFORM R2400-VALIDATE-EXCHANGE
              END-IF
              MOVE 'N' TO WS-ATP-SHORT-SW
              IF WS-CARD-VALID AND OC-TRANS-TYPE = 'S'
                 PERFORM R2450-CHECK-AVAILABLE
              END-IF
              IF WS-CARD-VALID
                 PERFORM R2500-WRITE-CAPTURED-ORDER
              ELSE
              MOVE 'INVALID TRANS TYPE' TO WS-REJECT-REASON-TXT
           END-IF.

      *    ORDERSYS WILL NOT POST A RETURN WITHOUT ITS RMA - WHETHER
      *    THE RMA IS GOOD IS ITS CHECK, BUT A MISSING ONE IS
      *    CHEAPER TO HEAR ABOUT NOW
           IF WS-CARD-VALID
              AND OC-TRANS-TYPE = 'R' AND OC-RMA-NO = SPACES
              SET WS-CARD-NOT-VALID TO TRUE
              MOVE 'RETURN WITHOUT AN RMA NUMBER' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2200-VALIDATE-CUSTOMER.
              SET WS-CARD-NOT-VALID TO TRUE
              MOVE 'UNKNOWN ITEM CODE' TO WS-REJECT-REASON-TXT
           ELSE
              CALL 'SUBPRICE' USING OC-CUST-NO, OC-ITEM-CODE,
                 WS-EDIT-QUANTITY-9, WS-RUN-DATE, IM-UNIT-PRICE,
                 WS-EXPECTED-PRICE, WS-PRICE-SOURCE
              IF OC-UNIT-PRICE = SPACES
           END-IF.


      *  ------
        R2450-CHECK-AVAILABLE.
      *  ------
      *    ON HAND LESS EVERYTHING ALREADY SPOKEN FOR.  IM-ON-HAND-QTY
      *    IS STILL THE ITEM JUST READ BY R2300
           MOVE OC-ITEM-CODE TO WS-AT-KEY-ITEM.
           PERFORM R1120-FIND-ATP-ENTRY.
           COMPUTE WS-ATP-QTY = IM-ON-HAND-QTY
                              - WS-AT-BO-QTY(WS-AT-IDX)
                              - WS-AT-HELD-QTY(WS-AT-IDX)
                              - WS-AT-TODAY-QTY(WS-AT-IDX).

           IF WS-ATP-QTY < WS-EDIT-QUANTITY-9
              SET WS-ATP-SHORT TO TRUE
              ADD 1 TO WS-SHORT-CNT
              IF WS-ATP-QTY > ZEROES
                 MOVE WS-ATP-QTY TO WS-AVAIL-QTY
              ELSE
                 MOVE ZEROES TO WS-AVAIL-QTY
              END-IF
              COMPUTE WS-SHORT-QTY = WS-EDIT-QUANTITY-9
                                   - WS-AVAIL-QTY
              MOVE WS-ATP-QTY TO WS-ATP-QTY-ED
              DISPLAY '  *** ORDER ' OC-ORDER-NO ' ITEM '
                 OC-ITEM-CODE ' WANTS ' WS-EDIT-QUANTITY-9
                 ' - AVAILABLE TO PROMISE ' WS-ATP-QTY-ED
           END-IF.


      *  ------
        R2500-WRITE-CAPTURED-ORDER.
      *  ------
              MOVE OC-EXCH-ITEM-CODE  TO SI-EXCH-ITEM-CODE
              MOVE WS-EDIT-EXCH-QTY-9 TO SI-EXCH-QUANTITY
           END-IF.
           IF OC-TRANS-TYPE = 'R'
              MOVE OC-RMA-NO          TO SI-RMA-NO
           END-IF.

      *    A SHORT SALE UNDER THE SPLIT OPTION SHIPS WHAT THERE IS
      *    AND BACKORDERS THE REST AT THE SAME PRICE - OR, WITH
      *    NOTHING THERE, GOES WHOLE AS A BACKORDER
           IF WS-ATP-SHORT AND WS-PARM-ATP-SPLIT
              IF WS-AVAIL-QTY = ZEROES
                 MOVE 'B'          TO SI-TRANS-TYPE
              ELSE
                 MOVE WS-AVAIL-QTY TO SI-QUANTITY
              END-IF
           END-IF.
           PERFORM R2510-WRITE-SHIP-RECORD.

           ADD 1 TO WS-ACCEPTED-CNT.
           MOVE SPACES TO WS-REJECT-REASON-TXT.
           EVALUATE TRUE
              WHEN NOT WS-ATP-SHORT
                 MOVE 'ACCEPTED ' TO WS-REG-DISP
              WHEN WS-PARM-ATP-FLAG
                 MOVE 'SHORT    ' TO WS-REG-DISP
                 STRING 'SHORT - AVAILABLE ' WS-ATP-QTY-ED
                    DELIMITED BY SIZE INTO WS-REJECT-REASON-TXT
              WHEN WS-AVAIL-QTY = ZEROES
                 ADD 1 TO WS-BACKORDERED-CNT
                 MOVE 'BACKORDER' TO WS-REG-DISP
                 MOVE 'NONE AVAILABLE - BACKORDERED' TO
                    WS-REJECT-REASON-TXT
              WHEN OTHER
                 MOVE 'SPLIT    ' TO WS-REG-DISP
                 MOVE WS-AVAIL-QTY       TO WS-AVAIL-QTY-ED
                 MOVE WS-EDIT-QUANTITY-9 TO WS-ORDERED-QTY-ED
                 STRING 'SHIPPING ' WS-AVAIL-QTY-ED ' OF '
                    WS-ORDERED-QTY-ED
                    DELIMITED BY SIZE INTO WS-REJECT-REASON-TXT
           END-EVALUATE.
           PERFORM R2700-WRITE-REGISTER-LINE.

           IF WS-ATP-SHORT AND WS-PARM-ATP-SPLIT
              AND WS-AVAIL-QTY > ZEROES
              PERFORM R2550-WRITE-BACKORDER-HALF
           END-IF.


      *  ------
        R2510-WRITE-SHIP-RECORD.
      *  ------
           MOVE SHIP-INPUT-REC TO FIL-SHIPCAP.
           WRITE FIL-SHIPCAP.

           END-COMPUTE.
           ADD WS-EXTENDED-AMT TO WS-CAP-HASH-TOTAL.

      *    WHAT THIS RUN CAPTURES IS SPOKEN FOR BY THE NEXT CARD
           IF SI-TRANS-IS-SALE OR SI-TRANS-IS-BACKORDER
              MOVE SI-ITEM-CODE TO WS-AT-KEY-ITEM
              PERFORM R1120-FIND-ATP-ENTRY
              ADD SI-QUANTITY TO WS-AT-TODAY-QTY(WS-AT-IDX)
           END-IF.


      *  ------
        R2550-WRITE-BACKORDER-HALF.
      *  ------
      *    THE BACKORDER IS ITS OWN ORDER TO ORDERSYS (ORDHIST AND
      *    BACKORD ARE KEYED BY ORDER NUMBER), SO IT TAKES THE NEXT
      *    NUMBER IN THE ORDCAP BACKORDER SERIES
           MOVE SI-ORDER-NO      TO WS-SPLIT-ORDER-NO.
           MOVE WS-NEXT-ORDER-NO TO SI-ORDER-NO.
           ADD 1 TO WS-NEXT-ORDER-NO.
           MOVE 'B'              TO SI-TRANS-TYPE.
           MOVE WS-SHORT-QTY     TO SI-QUANTITY.
           PERFORM R2510-WRITE-SHIP-RECORD.

           ADD 1 TO WS-BACKORDERED-CNT.
           MOVE 'BACKORDER' TO WS-REG-DISP.
           MOVE SPACES TO WS-REJECT-REASON-TXT.
           STRING 'BALANCE OF ORDER ' WS-SPLIT-ORDER-NO
              DELIMITED BY SIZE INTO WS-REJECT-REASON-TXT.
           PERFORM R2700-WRITE-REGISTER-LINE.


      *  ------
        R2700-WRITE-REGISTER-LINE.
      *  ------
      *    AN ACCEPTED LINE SHOWS WHAT WAS WRITTEN - A SPLIT SALE
      *    PRINTS AS ITS SALE AND ITS BACKORDER
           MOVE OC-ORDER-NO          TO WS-REG-ORDER-NO.
           MOVE OC-CUST-NO           TO WS-REG-CUST-NO.
           MOVE OC-ITEM-CODE         TO WS-REG-ITEM-CODE.
           IF WS-CARD-VALID
              MOVE SI-ORDER-NO TO WS-REG-ORDER-NO
              MOVE SI-QUANTITY TO WS-REG-QUANTITY
           ELSE
              IF WS-EDIT-QUANTITY NUMERIC
                 MOVE WS-EDIT-QUANTITY-9 TO WS-REG-QUANTITY
              ELSE
                 MOVE ZEROES TO WS-REG-QUANTITY
              END-IF
           END-IF.
           MOVE WS-EXTENDED-AMT      TO WS-REG-AMT.
           MOVE WS-REJECT-REASON-TXT TO WS-REG-REASON.
           MOVE WS-ACCEPTED-CNT   TO WS-REG-ACCEPTED.
           MOVE WS-REJECTED-CNT   TO WS-REG-REJECTED.
           MOVE WS-CAP-HASH-TOTAL TO WS-REG-HASH.
           MOVE WS-SHORT-CNT      TO WS-REG-SHORT.
           MOVE WS-BACKORDERED-CNT TO WS-REG-BACKORDERED.
           MOVE WS-REG-TRL TO FIL-CAPOUT.
           WRITE FIL-CAPOUT.
           DISPLAY '  NEXT UNUSED BACKORDER ORDER NUMBER: '
              WS-NEXT-ORDER-NO.


      *  ------
        R3600-UPDATE-ORDER-CONTROL.
      *  ------
      *    REWRITTEN ONLY AT END OF RUN, SAME AS THE INVOICE, PO,
      *    RMA AND EDI CONTROLS
           DISPLAY '  R3600 UPDATE ORDER CONTROL'.
           OPEN OUTPUT FILE-CAPCTL.
           MOVE SPACES           TO SHIP-CAPCTL-REC.
           MOVE WS-NEXT-ORDER-NO TO DC-NEXT-DOC-NO.
           MOVE WS-RUN-DATE      TO DC-LAST-RUN-DATE.
           MOVE SHIP-CAPCTL-REC  TO FIL-CAPCTL.
           WRITE FIL-CAPCTL.
           CLOSE FILE-CAPCTL.


      *  ------
           CLOSE FILE-ORDCARD.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-BACKORD.
           CLOSE FILE-REVIEWQ.
           CLOSE FILE-CAPTODAY.
           CLOSE FILE-SHIPCAP.
           CLOSE FILE-CAPOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-READ-CNT TO SC-IN-COUNT.
           MOVE WS-ACCEPTED-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
