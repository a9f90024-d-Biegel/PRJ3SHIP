      **************************************************************
      *
      *  PROGRAM ID STDGEN
      *  DATE CREATED:  15OCT2026
      *
      * STANDING ORDER GENERATION - TURNS THE RECURRING ORDERS ON
      * FILE-STDORD INTO SALES SO NOBODY HAS TO REMEMBER TO KEY
      * THEM.  SWEEPS EVERY STANDING ORDER AND, FOR EACH ONE WHOSE
      * NEXT DUE DATE HAS COME BY THE RUN DATE, RUNS THE SAME
      * CUSTMAST/ITEMMAST/SUBPRICE EDITS ORDCAP DOES.  A GOOD ONE IS
      * GIVEN THE NEXT ORDER NUMBER OFF FILE-STDCTL AND WRITTEN AS
      * A SALE ON AN 80-BYTE SHIPREC FILE WITH THE HDRREC/TRLREC
      * CONTROL PAIR - RECORD COUNT AND HASH TOTAL COMPUTED - READY
      * TO FEED ORDERSYS AS A REGIONAL EXTRACT.  ITS NEXT DUE DATE
      * THEN MOVES ON BY ITS CYCLE: 7 DAYS WEEKLY, 14 DAYS EVERY TWO
      * WEEKS, OR TO ITS DAY OF THE NEXT MONTH (THE LAST DAY WHEN
      * THE MONTH IS SHORTER).  THESE ARE REAL CALENDAR DATES, NOT
      * THE 30-DAY MONTHS POGEN USES FOR EXPECTED RECEIPT DATES -
      * A DUE DATE HAS TO LAND ON A DAY THE RUN ACTUALLY HAPPENS.
      *
      * AN ORDER THAT CAME DUE ON A DAY THE RUN DIDN'T HAPPEN SHIPS
      * ONCE, NOT ONCE PER MISSED CYCLE, AND ITS DUE DATE IS MOVED
      * PAST THE RUN DATE.  A STANDING ORDER WHOSE CUSTOMER OR ITEM
      * IS NO LONGER VALID IS SKIPPED, LISTED WITH THE REASON AND
      * LEFT DUE, SO IT SHOWS ON EVERY RUN UNTIL SOMEBODY FIXES OR
      * DELETES IT (STDMNT).  ONE WHOSE NEXT DUE DATE HAS RUN PAST
      * ITS END DATE IS FINISHED - COUNTED, NOT LISTED.  A
      * GENERATION REGISTER LISTS EVERY ORDER GENERATED OR SKIPPED.
      *
      * RETURN CODE 4 WHEN ANY DUE STANDING ORDER WAS SKIPPED.
      *
      * SYSIN CARD 1: COLS 1-8   RUN DATE (CCYYMMDD) - ORDERS DUE
      *                          ON OR BEFORE IT ARE GENERATED
      *               COLS 9-14  FIRST ORDER NUMBER - ONLY USED WHEN
      *                          FILE-STDCTL IS EMPTY, TO SEED THE
      *                          SERIES.  SEED IT IN A BLOCK THE
      *                          DESK'S ORDER PADS AND THE EDI
      *                          SERIES NEVER REACH
      *               COL  80    'Y' RUNS THE STEP EVEN WHEN ITS
      *                          PREREQUISITES HAVEN'T RUN CLEAN
      *                          (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      *  DAN BIEG   15OCT2026 RETURN CODE FOR SKIPPED ORDERS AND
      *                       FAILED REWRITES HELD IN WS-HIGH-RC AND
      *                       SET AT END OF RUN SO A LATER SUBPRICE
      *                       CALL CAN'T CLEAR IT
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       PROGRAM-ID. STDGEN.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-SHIPSTD ASSIGN TO UT-S-SHIPSTD.
           SELECT FILE-STDOUT ASSIGN TO UT-S-STDOUT.
      *    OPTIONAL - THE VERY FIRST RUN HAS NO CONTROL RECORD YET
           SELECT OPTIONAL FILE-STDCTL ASSIGN TO UT-S-STDCTL.
           SELECT FILE-STDORD ASSIGN TO UT-S-STDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-STDORD-STATUS.
           SELECT FILE-ITEMMAST ASSIGN TO UT-S-ITEMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT FILE-CUSTMAST ASSIGN TO UT-S-CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *GENERATED ORDERS - 80-BYTE SHIPREC FORMAT WITH A HDRREC/
      *TRLREC CONTROL PAIR, FED TO THE NEXT ORDERSYS RUN AS A
      *REGIONAL EXTRACT
       FD  FILE-SHIPSTD
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-SHIPSTD.

       01  FIL-SHIPSTD       PIC X(80).

      * ---

      *GENERATION REGISTER PRINT FILE
       FD  FILE-STDOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-STDOUT.

       01  FIL-STDOUT        PIC X(132).

      * ---

      *ORDER NUMBER CONTROL - NEXT ORDER NUMBER TO GIVE A STANDING
      *ORDER
       FD  FILE-STDCTL
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-STDCTL.

       01  FIL-STDCTL        PIC X(80).

      * ---

      *STANDING ORDERS - SWEPT IN KEY ORDER, DUE DATE MOVED ON IN
      *PLACE
       FD  FILE-STDORD
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-STDORD.

       COPY STDORD
           REPLACING CPY-STD-ORD-REC BY FIL-STDORD.

      * ---

      *ITEM MASTER - THE ITEM MUST STILL BE ON IT
       FD  FILE-ITEMMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ITEMMAST.

       COPY ITEMMAST
           REPLACING CPY-ITEM-MAST-REC BY FIL-ITEMMAST.

      * ---

      *CUSTOMER MASTER - THE CUSTOMER MUST STILL BE ON IT
       FD  FILE-CUSTMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTMAST.

       COPY CUSTMAST
           REPLACING CPY-CUST-MAST-REC BY FIL-CUSTMAST.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    THE SHIPREC BUILT FOR EACH GENERATED ORDER
       COPY SHIPREC
           REPLACING CPY-SHIP-INPUT-REC BY SHIP-INPUT-REC.

      *    ORDER NUMBER CONTROL RECORD AS READ/REWRITTEN
       COPY DOCCTL
           REPLACING CPY-DOC-CTL-REC BY SHIP-STDCTL-REC.

      *    HEADER/TRAILER CONTROL RECORD FOR THE ORDER FILE - SAME
      *    SHAPE ORDERSYS EXPECTS ON EVERY REGIONAL EXTRACT
       01  SHIP-CTL-REC.
           05  CTL-REC-ID         PIC X(6).
           05  CTL-RUN-DATE       PIC X(8).
           05  CTL-REC-COUNT      PIC 9(9).
           05  CTL-HASH-TOTAL     PIC 9(9)V99.
           05  FILLER             PIC X(46) VALUE SPACES.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-STDORD-SW   PIC X VALUE 'N'.
               88  WS-EOF-STDORD         VALUE 'Y'.
           02  WS-ORDER-VALID-SW  PIC X VALUE 'Y'.
               88  WS-ORDER-VALID        VALUE 'Y'.
               88  WS-ORDER-NOT-VALID    VALUE 'N'.
           02  WS-EOF-STDCTL-SW   PIC X VALUE 'N'.
               88  WS-EOF-STDCTL         VALUE 'Y'.
           02  WS-STDCTL-FOUND-SW PIC X VALUE 'N'.
               88  WS-STDCTL-FOUND       VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-STDORD-STATUS     PIC X(2) VALUE '00'.
           88  WS-STDORD-OK            VALUE '00'.
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-ITEMMAST-FOUND       VALUE '00'.
           88  WS-ITEMMAST-NOTFOUND    VALUE '23'.
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTMAST-FOUND       VALUE '00'.
           88  WS-CUSTMAST-NOTFOUND    VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  WS-PARM-FIRST-ORDER PIC X(6).
           05  FILLER             PIC X(65).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.

      * NEXT ORDER NUMBER TO GIVE A GENERATED ORDER - CONTINUES
      * FROM FILE-STDCTL
       01  WS-NEXT-ORDER-NO      PIC 9(6) VALUE ZEROES.
       01  WS-EDIT-ORDER-NO      PIC X(6).
       01  WS-EDIT-ORDER-NO-9 REDEFINES WS-EDIT-ORDER-NO
                                 PIC 9(6).

      * WHAT SUBPRICE SAYS THE ITEM SHOULD COST FOR THE RUN DATE
      * AND QUANTITY, AND WHERE THAT PRICE CAME FROM
       01  WS-EXPECTED-PRICE    PIC 9(5)V99 VALUE ZEROES.
       01  WS-PRICE-SOURCE      PIC X(1) VALUE 'M'.

      * WHY THE ORDER WAS SKIPPED, OR A NOTE ON ONE GENERATED LATE
       01  WS-REJECT-REASON-TXT PIC X(30) VALUE SPACES.

      * THE DATE THE ORDER CAME DUE, AND THE DUE DATE BEING MOVED
      * ON BY ONE CYCLE AT A TIME
       01  WS-WAS-DUE-DATE      PIC X(8) VALUE SPACES.
       01  WS-DUE-DATE          PIC X(8).
       01  WS-DUE-DATE-9 REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY        PIC 9(4).
           05  WS-DUE-MM          PIC 9(2).
           05  WS-DUE-DD          PIC 9(2).

      * DAYS IN EACH MONTH, JANUARY THROUGH DECEMBER - FEBRUARY IS
      * PUT RIGHT FOR A LEAP YEAR IN R2640
       01  WS-MONTH-DAYS-TAB.
           05  FILLER             PIC X(24)
                 VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TAB.
           05  WS-MD-DAYS         PIC 9(2) OCCURS 12 TIMES.
       01  WS-MONTH-DAYS        PIC 9(2) VALUE ZEROES.
       01  WS-LEAP-QUOT         PIC 9(4) VALUE ZEROES.
       01  WS-LEAP-REM-4        PIC 9(3) VALUE ZEROES.
       01  WS-LEAP-REM-100      PIC 9(3) VALUE ZEROES.
       01  WS-LEAP-REM-400      PIC 9(3) VALUE ZEROES.

      * EXTENDED AMOUNT FOR THE ORDER IN HAND AND THE CONTROL
      * TOTALS FOR THE ORDER FILE TRAILER
       01  WS-EXTENDED-AMT       PIC 9(9)V99 VALUE ZEROES.
       01  WS-CAP-REC-COUNT      PIC 9(9) VALUE ZEROES.
       01  WS-CAP-HASH-TOTAL     PIC 9(9)V99 VALUE ZEROES.

      * REGISTER COUNTS FOR THE TRAILER
       01  WS-READ-CNT           PIC 9(5) VALUE ZEROES.
       01  WS-DUE-CNT            PIC 9(5) VALUE ZEROES.
       01  WS-GENERATED-CNT      PIC 9(5) VALUE ZEROES.
       01  WS-SKIPPED-CNT        PIC 9(5) VALUE ZEROES.
       01  WS-ENDED-CNT          PIC 9(5) VALUE ZEROES.

      * HIGHEST RETURN CODE THE RUN HAS EARNED SO FAR - KEPT HERE
      * BECAUSE EVERY SUBPRICE CALL RESETS RETURN-CODE, AND SET
      * INTO RETURN-CODE ONLY AT THE END OF THE RUN
       01  WS-HIGH-RC            PIC 9(4) VALUE ZEROES.

      * GENERATION REGISTER PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(35)
                 VALUE 'STANDING ORDER GENERATION REGISTER'.
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(70) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(7) VALUE '  CUST '.
           05  WS-REG-CUST-NO     PIC X(5).
           05  FILLER             PIC X(6) VALUE ' ITEM '.
           05  WS-REG-ITEM-CODE   PIC X(3).
           05  FILLER             PIC X(5) VALUE ' QTY '.
           05  WS-REG-QUANTITY    PIC ZZZZ9.
           05  FILLER             PIC X(5) VALUE ' DUE '.
           05  WS-REG-DUE-DATE    PIC X(8).
           05  FILLER             PIC X(6) VALUE ' NEXT '.
           05  WS-REG-NEXT-DATE   PIC X(8).
           05  FILLER             PIC X(5) VALUE ' ORD '.
           05  WS-REG-ORDER-NO    PIC X(6).
           05  FILLER             PIC X(5) VALUE ' AMT '.
           05  WS-REG-AMT         PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-REG-DISP        PIC X(9).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-REG-REASON      PIC X(30).
           05  FILLER             PIC X(3) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(24)
                 VALUE '  STANDING ORDERS READ: '.
           05  WS-REG-READ        PIC ZZZZ9.
           05  FILLER             PIC X(7) VALUE '  DUE: '.
           05  WS-REG-DUE         PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE '  GENERATED: '.
           05  WS-REG-GENERATED   PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE '  SKIPPED: '.
           05  WS-REG-SKIPPED     PIC ZZZZ9.
           05  FILLER             PIC X(9) VALUE '  ENDED: '.
           05  WS-REG-ENDED       PIC ZZZZ9.
           05  FILLER             PIC X(14) VALUE '  HASH TOTAL: '.
           05  WS-REG-HASH        PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(17) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1007-LOAD-ORDER-CONTROL.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1200-WRITE-HEADERS.

           PERFORM R2000-SWEEP-STANDING-ORDERS
              UNTIL WS-EOF-STDORD.

           PERFORM R3000-WRITE-TRAILERS.
           PERFORM R3600-UPDATE-ORDER-CONTROL.
           PERFORM R4000-CLOSE-DATASETS.
           MOVE WS-HIGH-RC TO RETURN-CODE.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN I-O    FILE-STDORD.
           OPEN INPUT  FILE-ITEMMAST.
           OPEN INPUT  FILE-CUSTMAST.
           OPEN OUTPUT FILE-SHIPSTD.
           OPEN OUTPUT FILE-STDOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           DISPLAY '  GENERATION RUN DATE: ' WS-RUN-DATE.

           MOVE LOW-VALUES TO SO-KEY.
           START FILE-STDORD KEY >= SO-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-STDORD-SW
           END-START.


      *  ------
        R1007-LOAD-ORDER-CONTROL.
      *  ------
      *    SAME RULE AS THE INVOICE, PO, RMA AND EDI SERIES - THE
      *    SYSIN NUMBER ONLY SEEDS AN EMPTY CONTROL FILE, AND A
      *    MISSING OR GARBAGE SEED FALLS BACK TO 1
           DISPLAY '  R1007 LOAD ORDER CONTROL'.
           OPEN INPUT FILE-STDCTL.
           PERFORM R1010-READ-ORDER-CONTROL
              UNTIL WS-EOF-STDCTL.
           CLOSE FILE-STDCTL.

           IF NOT WS-STDCTL-FOUND
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
           DISPLAY '  FIRST ORDER NUMBER: ' WS-NEXT-ORDER-NO.

      *  ------
        R1010-READ-ORDER-CONTROL.
      *  ------
           READ FILE-STDCTL INTO SHIP-STDCTL-REC
              AT END MOVE 'Y' TO WS-EOF-STDCTL-SW
           END-READ.
           IF NOT WS-EOF-STDCTL
              IF DC-NEXT-DOC-NO NUMERIC
                 SET WS-STDCTL-FOUND TO TRUE
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
           MOVE 'STDGEN' TO SC-STEP-NAME.
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
        R1200-WRITE-HEADERS.
      *  ------
           MOVE WS-RUN-DATE TO WS-REG-HDR-DATE.
           MOVE WS-REG-HDR  TO FIL-STDOUT.
           WRITE FIL-STDOUT.
           MOVE SPACES TO FIL-STDOUT.
           WRITE FIL-STDOUT.

      *    THE ORDER FILE LEADS WITH THE SAME RUN-DATE HEADER
      *    ORDERSYS DEMANDS OF EVERY REGIONAL EXTRACT
           MOVE SPACES      TO SHIP-CTL-REC.
           MOVE 'HDRREC'    TO CTL-REC-ID.
           MOVE WS-RUN-DATE TO CTL-RUN-DATE.
           MOVE ZEROES      TO CTL-REC-COUNT.
           MOVE ZEROES      TO CTL-HASH-TOTAL.
           MOVE SHIP-CTL-REC TO FIL-SHIPSTD.
           WRITE FIL-SHIPSTD.


      *  ------
        R2000-SWEEP-STANDING-ORDERS.
      *  ------
           READ FILE-STDORD NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-STDORD-SW
           END-READ.
           IF NOT WS-STDORD-OK
              MOVE 'Y' TO WS-EOF-STDORD-SW
           END-IF.

           IF NOT WS-EOF-STDORD
              ADD 1 TO WS-READ-CNT
              EVALUATE TRUE
                 WHEN SO-END-DATE NOT = SPACES
                      AND SO-NEXT-DUE-DATE > SO-END-DATE
                    ADD 1 TO WS-ENDED-CNT
                 WHEN SO-NEXT-DUE-DATE > WS-RUN-DATE
                    CONTINUE
                 WHEN OTHER
                    ADD 1 TO WS-DUE-CNT
                    PERFORM R2100-PROCESS-DUE-ORDER
              END-EVALUATE
           END-IF.


      *  ------
        R2100-PROCESS-DUE-ORDER.
      *  ------
           SET WS-ORDER-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON-TXT.
           MOVE ZEROES TO WS-EXPECTED-PRICE.
           MOVE SO-NEXT-DUE-DATE TO WS-WAS-DUE-DATE.
           MOVE SO-NEXT-DUE-DATE TO WS-DUE-DATE.

      *    A DUE DATE THAT ISN'T A DATE COULD NEVER BE MOVED ON
           IF WS-DUE-DATE NOT NUMERIC
              SET WS-ORDER-NOT-VALID TO TRUE
              MOVE 'NEXT DUE DATE NOT A DATE' TO
                 WS-REJECT-REASON-TXT
           ELSE
              IF WS-DUE-MM < 1 OR WS-DUE-MM > 12
                 SET WS-ORDER-NOT-VALID TO TRUE
                 MOVE 'NEXT DUE DATE NOT A DATE' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-ORDER-VALID AND NOT SO-FREQ-VALID
              SET WS-ORDER-NOT-VALID TO TRUE
              MOVE 'FREQUENCY NOT W, B OR M' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-ORDER-VALID
              PERFORM R2200-VALIDATE-CUSTOMER
           END-IF.

           IF WS-ORDER-VALID
              PERFORM R2210-EDIT-QUANTITY
           END-IF.

           IF WS-ORDER-VALID
              PERFORM R2300-VALIDATE-ITEM-AND-PRICE
           END-IF.

           IF WS-ORDER-VALID
              PERFORM R2500-WRITE-GENERATED-ORDER
              PERFORM R2600-ADVANCE-DUE-DATE
              PERFORM R2700-UPDATE-STANDING-ORDER
           ELSE
              ADD 1 TO WS-SKIPPED-CNT
              MOVE 'SKIPPED  ' TO WS-REG-DISP
              IF WS-HIGH-RC < 4
                 MOVE 4 TO WS-HIGH-RC
              END-IF
              DISPLAY '  *** STANDING ORDER ' SO-CUST-NO ' '
                 SO-ITEM-CODE ' SKIPPED - ' WS-REJECT-REASON-TXT
           END-IF.

           PERFORM R2800-WRITE-REGISTER-LINE.


      *  ------
        R2200-VALIDATE-CUSTOMER.
      *  ------
           MOVE '00' TO WS-CUSTMAST-STATUS.
           MOVE SO-CUST-NO TO CM-CUST-NO.
           READ FILE-CUSTMAST
               INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
           END-READ.
           IF WS-CUSTMAST-NOTFOUND
              SET WS-ORDER-NOT-VALID TO TRUE
              MOVE 'UNKNOWN CUSTOMER NUMBER' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2210-EDIT-QUANTITY.
      *  ------
      *    SAME QUANTITY EDITS ORDCAP AND ORDERSYS RUN
           IF SO-QUANTITY NOT NUMERIC
              SET WS-ORDER-NOT-VALID TO TRUE
              MOVE 'NON-NUMERIC QUANTITY' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-ORDER-VALID AND SO-QUANTITY = ZEROES
              SET WS-ORDER-NOT-VALID TO TRUE
              MOVE 'ZERO QUANTITY' TO WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2300-VALIDATE-ITEM-AND-PRICE.
      *  ------
      *    THE SAME SUBPRICE CALL ORDCAP AND ORDERSYS MAKE - A
      *    STANDING ORDER ALWAYS GOES AT WHATEVER PRICE IS IN FORCE
      *    ON THE RUN DATE
           MOVE '00' TO WS-ITEMMAST-STATUS.
           MOVE SO-ITEM-CODE TO IM-ITEM-CODE.
           READ FILE-ITEMMAST
               INVALID KEY MOVE '23' TO WS-ITEMMAST-STATUS
           END-READ.

           IF WS-ITEMMAST-NOTFOUND
              SET WS-ORDER-NOT-VALID TO TRUE
              MOVE 'UNKNOWN ITEM CODE' TO WS-REJECT-REASON-TXT
           ELSE
              CALL 'SUBPRICE' USING SO-CUST-NO, IM-ITEM-CODE,
                 SO-QUANTITY, WS-RUN-DATE, IM-UNIT-PRICE,
                 WS-EXPECTED-PRICE, WS-PRICE-SOURCE
           END-IF.


      *  ------
        R2500-WRITE-GENERATED-ORDER.
      *  ------
      *    EVERY STANDING ORDER IS ITS OWN ORDER TO ORDERSYS
      *    (ORDHIST IS KEYED BY ORDER NUMBER), SO EACH TAKES THE
      *    NEXT NUMBER IN THE STANDING-ORDER SERIES
           MOVE SPACES            TO SHIP-INPUT-REC.
           MOVE WS-NEXT-ORDER-NO  TO SI-ORDER-NO.
           ADD 1 TO WS-NEXT-ORDER-NO.
           MOVE CM-CUST-NAME      TO SI-CUST-NAME.
           MOVE SO-CUST-NO        TO SI-CUST-NO.
           MOVE IM-ITEM-CODE      TO SI-ITEM-CODE.
           MOVE SO-QUANTITY       TO SI-QUANTITY.
           MOVE WS-EXPECTED-PRICE TO SI-UNIT-PRICE.
           MOVE 'S'               TO SI-TRANS-TYPE.
           MOVE SO-REP-CODE       TO SI-REP-CODE.
           MOVE ZEROES            TO SI-EXCH-QUANTITY.
           MOVE SO-CUST-PO-NO     TO SI-CUST-PO-NO.
      *    BLANK LETS ORDERSYS SHIP FROM THE REGION'S WAREHOUSE
           MOVE SO-WHSE-CODE      TO SI-WHSE-CODE.
           MOVE SHIP-INPUT-REC TO FIL-SHIPSTD.
           WRITE FIL-SHIPSTD.

           ADD 1 TO WS-CAP-REC-COUNT.
           COMPUTE WS-EXTENDED-AMT =
              SI-QUANTITY * SI-UNIT-PRICE
              ON SIZE ERROR MOVE ZEROES TO WS-EXTENDED-AMT
           END-COMPUTE.
           ADD WS-EXTENDED-AMT TO WS-CAP-HASH-TOTAL.

           ADD 1 TO WS-GENERATED-CNT.
           MOVE 'GENERATED' TO WS-REG-DISP.
           IF WS-WAS-DUE-DATE < WS-RUN-DATE
              MOVE 'OVERDUE - SHIPPED ONCE' TO WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2600-ADVANCE-DUE-DATE.
      *  ------
      *    ONE CYCLE AT A TIME UNTIL THE DUE DATE IS PAST THE RUN
      *    DATE - A RUN THAT WAS MISSED DOESN'T SHIP TWICE
           PERFORM R2610-STEP-ONE-CYCLE
              UNTIL WS-DUE-DATE > WS-RUN-DATE.


      *  ------
        R2610-STEP-ONE-CYCLE.
      *  ------
           EVALUATE TRUE
              WHEN SO-WEEKLY
                 ADD 7 TO WS-DUE-DD
                 PERFORM R2620-CARRY-INTO-NEXT-MONTH
              WHEN SO-BIWEEKLY
                 ADD 14 TO WS-DUE-DD
                 PERFORM R2620-CARRY-INTO-NEXT-MONTH
              WHEN OTHER
                 PERFORM R2650-BUMP-MONTH
                 PERFORM R2630-SET-MONTHLY-DAY
           END-EVALUATE.

      *  ------
        R2620-CARRY-INTO-NEXT-MONTH.
      *  ------
      *    AT MOST 14 DAYS ARE ADDED, SO A DAY PAST THE MONTH END
      *    NEVER RUNS MORE THAN ONE MONTH OVER
           PERFORM R2640-SET-MONTH-DAYS.
           IF WS-DUE-DD > WS-MONTH-DAYS
              SUBTRACT WS-MONTH-DAYS FROM WS-DUE-DD
              PERFORM R2650-BUMP-MONTH
           END-IF.

      *  ------
        R2630-SET-MONTHLY-DAY.
      *  ------
      *    BACK TO THE ORDER'S OWN DAY OF THE MONTH, OR THE LAST DAY
      *    OF A MONTH TOO SHORT TO HAVE IT
           IF SO-ANCHOR-DD NUMERIC AND SO-ANCHOR-DD > ZEROES
              MOVE SO-ANCHOR-DD TO WS-DUE-DD
           END-IF.
           PERFORM R2640-SET-MONTH-DAYS.
           IF WS-DUE-DD > WS-MONTH-DAYS
              MOVE WS-MONTH-DAYS TO WS-DUE-DD
           END-IF.

      *  ------
        R2640-SET-MONTH-DAYS.
      *  ------
      *    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
      *    CENTURY YEAR NOT DIVISIBLE BY 400
           MOVE WS-MD-DAYS(WS-DUE-MM) TO WS-MONTH-DAYS.
           IF WS-DUE-MM = 2
              DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM-4
              DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM-100
              DIVIDE WS-DUE-YYYY BY 400 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM-400
              IF WS-LEAP-REM-4 = ZEROES
                 AND (WS-LEAP-REM-100 NOT = ZEROES
                      OR WS-LEAP-REM-400 = ZEROES)
                 MOVE 29 TO WS-MONTH-DAYS
              END-IF
           END-IF.

      *  ------
        R2650-BUMP-MONTH.
      *  ------
           ADD 1 TO WS-DUE-MM.
           IF WS-DUE-MM > 12
              MOVE 1 TO WS-DUE-MM
              ADD 1 TO WS-DUE-YYYY
           END-IF.


      *  ------
        R2700-UPDATE-STANDING-ORDER.
      *  ------
      *    THE NEW DUE DATE GOES BACK ON THE STANDING ORDER WITH
      *    WHAT WAS GENERATED, SO TOMORROW'S RUN LEAVES IT ALONE
           MOVE WS-DUE-DATE  TO SO-NEXT-DUE-DATE.
           MOVE WS-RUN-DATE  TO SO-LAST-GEN-DATE.
           MOVE SI-ORDER-NO  TO SO-LAST-ORDER-NO.
           IF SO-GEN-CNT NUMERIC
              ADD 1 TO SO-GEN-CNT
           ELSE
              MOVE 1 TO SO-GEN-CNT
           END-IF.
           REWRITE FIL-STDORD
              INVALID KEY
                 DISPLAY '  *** COULD NOT REWRITE STANDING ORDER '
                    SO-CUST-NO ' ' SO-ITEM-CODE ' - STATUS '
                    WS-STDORD-STATUS
                 IF WS-HIGH-RC < 8
                    MOVE 8 TO WS-HIGH-RC
                 END-IF
           END-REWRITE.


      *  ------
        R2800-WRITE-REGISTER-LINE.
      *  ------
           MOVE SO-CUST-NO        TO WS-REG-CUST-NO.
           MOVE SO-ITEM-CODE      TO WS-REG-ITEM-CODE.
           IF SO-QUANTITY NUMERIC
              MOVE SO-QUANTITY TO WS-REG-QUANTITY
           ELSE
              MOVE ZEROES TO WS-REG-QUANTITY
           END-IF.
           MOVE WS-WAS-DUE-DATE   TO WS-REG-DUE-DATE.
           MOVE SO-NEXT-DUE-DATE  TO WS-REG-NEXT-DATE.
           IF WS-ORDER-VALID
              MOVE SI-ORDER-NO     TO WS-REG-ORDER-NO
              MOVE WS-EXTENDED-AMT TO WS-REG-AMT
           ELSE
              MOVE SPACES TO WS-REG-ORDER-NO
              MOVE ZEROES TO WS-REG-AMT
           END-IF.
           MOVE WS-REJECT-REASON-TXT TO WS-REG-REASON.
           MOVE WS-REG-LINE TO FIL-STDOUT.
           WRITE FIL-STDOUT.
           MOVE SPACES TO FIL-STDOUT.


      *  ------
        R3000-WRITE-TRAILERS.
      *  ------
           DISPLAY '  R3000 WRITE TRAILERS'.

      *    TRAILER CARRIES THE COUNT AND HASH OF THE GENERATED
      *    ORDERS SO ORDERSYS CAN BALANCE THE FILE LIKE ANY OTHER
      *    EXTRACT
           MOVE SPACES            TO SHIP-CTL-REC.
           MOVE 'TRLREC'          TO CTL-REC-ID.
           MOVE WS-RUN-DATE       TO CTL-RUN-DATE.
           MOVE WS-CAP-REC-COUNT  TO CTL-REC-COUNT.
           MOVE WS-CAP-HASH-TOTAL TO CTL-HASH-TOTAL.
           MOVE SHIP-CTL-REC      TO FIL-SHIPSTD.
           WRITE FIL-SHIPSTD.

           MOVE SPACES TO FIL-STDOUT.
           WRITE FIL-STDOUT.
           MOVE WS-READ-CNT       TO WS-REG-READ.
           MOVE WS-DUE-CNT        TO WS-REG-DUE.
           MOVE WS-GENERATED-CNT  TO WS-REG-GENERATED.
           MOVE WS-SKIPPED-CNT    TO WS-REG-SKIPPED.
           MOVE WS-ENDED-CNT      TO WS-REG-ENDED.
           MOVE WS-CAP-HASH-TOTAL TO WS-REG-HASH.
           MOVE WS-REG-TRL TO FIL-STDOUT.
           WRITE FIL-STDOUT.

           DISPLAY '  NEXT UNUSED ORDER NUMBER: ' WS-NEXT-ORDER-NO.


      *  ------
        R3600-UPDATE-ORDER-CONTROL.
      *  ------
      *    REWRITTEN ONLY AT END OF RUN, SAME AS THE INVOICE, PO,
      *    RMA AND EDI CONTROLS
           DISPLAY '  R3600 UPDATE ORDER CONTROL'.
           OPEN OUTPUT FILE-STDCTL.
           MOVE SPACES           TO SHIP-STDCTL-REC.
           MOVE WS-NEXT-ORDER-NO TO DC-NEXT-DOC-NO.
           MOVE WS-RUN-DATE      TO DC-LAST-RUN-DATE.
           MOVE SHIP-STDCTL-REC  TO FIL-STDCTL.
           WRITE FIL-STDCTL.
           CLOSE FILE-STDCTL.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-STDORD.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-SHIPSTD.
           CLOSE FILE-STDOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-DUE-CNT TO SC-IN-COUNT.
           MOVE WS-GENERATED-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
