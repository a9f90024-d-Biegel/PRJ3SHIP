      **************************************************************
      *
      *  PROGRAM ID EDIPOIN
      *  DATE CREATED:  15OCT2026
      *
      * INBOUND EDI PURCHASE ORDER TRANSLATION - THE ORDCAP OF THE
      * CUSTOMERS WHO SEND THEIR PURCHASE ORDERS ELECTRONICALLY, SO
      * NOBODY RE-KEYS THEM ONTO ORDER CARDS.  READS THE PO
      * TRANSMISSION (AN 'H' HEADER PER PO - CUSTOMER, PO NUMBER,
      * PO DATE, SHIP-TO - FOLLOWED BY ITS 'L' LINES CARRYING THE
      * CUSTOMER'S OWN PART NUMBERS), TURNS EACH PART NUMBER INTO
      * OUR ITEM CODE THROUGH FILE-CUSTXREF, AND RUNS THE SAME
      * CUSTMAST/ITEMMAST/SUBPRICE EDITS ORDCAP DOES.  EVERY
      * ACCEPTED LINE IS GIVEN THE NEXT ORDER NUMBER OFF FILE-EDICTL
      * AND WRITTEN AS A SALE ON AN 80-BYTE SHIPREC FILE WITH THE
      * HDRREC/TRLREC CONTROL PAIR - RECORD COUNT AND HASH TOTAL
      * COMPUTED - READY TO FEED ORDERSYS AS A REGIONAL EXTRACT.
      * THE CUSTOMER'S PO NUMBER RIDES ON SI-CUST-PO-NO THROUGH
      * DAYTRAN SO IT PRINTS ON THE INVOICE.
      *
      * A LINE PRICED DIFFERENTLY FROM WHAT SUBPRICE SAYS IS NOT
      * BOUNCED THE WAY A KEYED CARD IS - IT IS TAKEN AT OUR PRICE
      * AND THE ACKNOWLEDGMENT TELLS THE CUSTOMER SO.  FOR EVERY PO
      * AN OUTBOUND ACKNOWLEDGMENT (FILE-EDIACK) CARRIES A HEADER,
      * ONE LINE PER PO LINE (ACCEPTED, PRICE-CHANGED OR REJECTED
      * WITH A REASON CODE) AND A SUMMARY WITH THE PO'S OVERALL
      * STATUS.  A TRANSLATION REGISTER LISTS EVERY PO AND LINE.
      *
      * RETURN CODE 4 WHEN THE TRANSMISSION ITSELF IS OUT OF SHAPE -
      * A LINE WITH NO HEADER AHEAD OF IT OR A RECORD TYPE THAT IS
      * NEITHER 'H' NOR 'L'.  REJECTED LINES ALONE ARE THE
      * CUSTOMER'S BUSINESS AND GO BACK ON THE ACKNOWLEDGMENT.
      *
      * SYSIN CARD 1: COLS 1-8   RUN DATE (CCYYMMDD) FOR THE CONTROL
      *                          RECORDS AND THE SUBPRICE LOOKUPS
      *               COLS 9-14  FIRST ORDER NUMBER - ONLY USED WHEN
      *                          FILE-EDICTL IS EMPTY, TO SEED THE
      *                          SERIES.  SEED IT IN A BLOCK THE
      *                          DESK'S ORDER PADS NEVER REACH
      *               COL  80    'Y' RUNS THE STEP EVEN WHEN ITS
      *                          PREREQUISITES HAVEN'T RUN CLEAN
      *                          (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      *  DAN BIEG   15OCT2026 RETURN CODE 4 FOR SKIPPED RECORDS SET AT
      *                       END OF RUN SO A LATER SUBPRICE CALL
      *                       CAN'T CLEAR IT
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       PROGRAM-ID. EDIPOIN.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-EDIPO ASSIGN TO UT-S-EDIPO.
           SELECT FILE-SHIPEDI ASSIGN TO UT-S-SHIPEDI.
           SELECT FILE-EDIACK ASSIGN TO UT-S-EDIACK.
           SELECT FILE-EDIOUT ASSIGN TO UT-S-EDIOUT.
      *    OPTIONAL - THE VERY FIRST RUN HAS NO CONTROL RECORD YET
           SELECT OPTIONAL FILE-EDICTL ASSIGN TO UT-S-EDICTL.
           SELECT FILE-CUSTXREF ASSIGN TO UT-S-CUSTXRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-CUSTXREF-STATUS.
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

      *INBOUND PURCHASE ORDER TRANSMISSION
       FD  FILE-EDIPO
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-EDIPO.

       01  FIL-EDIPO         PIC X(80).

      * ---

      *TRANSLATED ORDERS - 80-BYTE SHIPREC FORMAT WITH A HDRREC/
      *TRLREC CONTROL PAIR, FED TO THE NEXT ORDERSYS RUN AS A
      *REGIONAL EXTRACT
       FD  FILE-SHIPEDI
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-SHIPEDI.

       01  FIL-SHIPEDI       PIC X(80).

      * ---

      *OUTBOUND PURCHASE ORDER ACKNOWLEDGMENTS
       FD  FILE-EDIACK
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-EDIACK.

       01  FIL-EDIACK        PIC X(80).

      * ---

      *TRANSLATION REGISTER PRINT FILE
       FD  FILE-EDIOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-EDIOUT.

       01  FIL-EDIOUT        PIC X(132).

      * ---

      *ORDER NUMBER CONTROL - NEXT ORDER NUMBER TO GIVE AN EDI LINE
       FD  FILE-EDICTL
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-EDICTL.

       01  FIL-EDICTL        PIC X(80).

      * ---

      *CUSTOMER-ITEM CROSS-REFERENCE - THEIR PART NUMBER TO OUR
      *ITEM CODE
       FD  FILE-CUSTXREF
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTXREF.

       COPY CUSTXREF
           REPLACING CPY-CUST-XREF-REC BY FIL-CUSTXREF.

      * ---

      *ITEM MASTER - EVERY TRANSLATED ITEM IS CROSS-CHECKED THE WAY
      *ORDERSYS WILL CHECK IT TONIGHT
       FD  FILE-ITEMMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ITEMMAST.

       COPY ITEMMAST
           REPLACING CPY-ITEM-MAST-REC BY FIL-ITEMMAST.

      * ---

      *CUSTOMER MASTER - THE PO'S CUSTOMER IS VALIDATED AND THE
      *CUSTOMER NAME FOR THE SHIPREC COMES OFF THE MASTER
       FD  FILE-CUSTMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTMAST.

       COPY CUSTMAST
           REPLACING CPY-CUST-MAST-REC BY FIL-CUSTMAST.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    TRANSMISSION RECORD JUST READ
       COPY EDIPO
           REPLACING CPY-EDI-PO-REC BY SHIP-EDIPO-REC.

      *    ACKNOWLEDGMENT RECORD BUILT FOR FILE-EDIACK
       COPY EDIACK
           REPLACING CPY-EDI-ACK-REC BY SHIP-EDIACK-REC.

      *    THE SHIPREC BUILT FOR EACH ACCEPTED LINE
       COPY SHIPREC
           REPLACING CPY-SHIP-INPUT-REC BY SHIP-INPUT-REC.

      *    ORDER NUMBER CONTROL RECORD AS READ/REWRITTEN
       COPY DOCCTL
           REPLACING CPY-DOC-CTL-REC BY SHIP-EDICTL-REC.

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
           02  WS-EOF-EDIPO-SW    PIC X VALUE 'N'.
               88  WS-EOF-EDIPO          VALUE 'Y'.
           02  WS-LINE-VALID-SW   PIC X VALUE 'Y'.
               88  WS-LINE-VALID         VALUE 'Y'.
               88  WS-LINE-NOT-VALID     VALUE 'N'.
           02  WS-PO-OPEN-SW      PIC X VALUE 'N'.
               88  WS-PO-OPEN            VALUE 'Y'.
           02  WS-LINE-IN-PO-SW   PIC X VALUE 'N'.
               88  WS-LINE-IN-PO         VALUE 'Y'.
           02  WS-PRICE-CHANGED-SW PIC X VALUE 'N'.
               88  WS-PRICE-CHANGED      VALUE 'Y'.
           02  WS-EOF-EDICTL-SW   PIC X VALUE 'N'.
               88  WS-EOF-EDICTL         VALUE 'Y'.
           02  WS-EDICTL-FOUND-SW PIC X VALUE 'N'.
               88  WS-EDICTL-FOUND       VALUE 'Y'.
           02  WS-REC-SKIPPED-SW  PIC X VALUE 'N'.
               88  WS-REC-SKIPPED        VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-CUSTXREF-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTXREF-FOUND       VALUE '00'.
           88  WS-CUSTXREF-NOTFOUND    VALUE '23'.
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

      * NEXT ORDER NUMBER TO GIVE AN ACCEPTED LINE - CONTINUES FROM
      * FILE-EDICTL
       01  WS-NEXT-ORDER-NO      PIC 9(6) VALUE ZEROES.
       01  WS-EDIT-ORDER-NO      PIC X(6).
       01  WS-EDIT-ORDER-NO-9 REDEFINES WS-EDIT-ORDER-NO
                                 PIC 9(6).

      * THE PO BEING TRANSLATED - SET FROM ITS HEADER.  WHEN THE
      * HEADER ITSELF IS NO GOOD, EVERY LINE UNDER IT IS REJECTED
      * WITH THE HEADER'S REASON
       01  WS-PO-CUST-NO         PIC X(5) VALUE SPACES.
       01  WS-PO-CUST-NAME       PIC X(10) VALUE SPACES.
       01  WS-PO-NO              PIC X(12) VALUE SPACES.
       01  WS-PO-REJECT-CODE     PIC X(2) VALUE SPACES.
       01  WS-PO-REJECT-TXT      PIC X(30) VALUE SPACES.

      * COUNTS AND AMOUNT FOR THE PO BEING TRANSLATED
       01  WS-PO-LINE-CNT        PIC 9(3) VALUE ZEROES.
       01  WS-PO-ACCEPTED-CNT    PIC 9(3) VALUE ZEROES.
       01  WS-PO-CHANGED-CNT     PIC 9(3) VALUE ZEROES.
       01  WS-PO-REJECTED-CNT    PIC 9(3) VALUE ZEROES.
       01  WS-PO-AMT             PIC 9(9)V99 VALUE ZEROES.

      * NUMERIC EDIT WORK FIELDS - SAME TECHNIQUE AS ORDCAP
       01  WS-EDIT-QUANTITY     PIC X(5).
       01  WS-EDIT-QUANTITY-9 REDEFINES WS-EDIT-QUANTITY
                                PIC 9(5).
       01  WS-EDIT-UNIT-PRICE   PIC X(7).
       01  WS-EDIT-UNIT-PRICE-9 REDEFINES WS-EDIT-UNIT-PRICE
                                PIC 9(5)V99.

      * WHAT SUBPRICE SAYS THE ITEM SHOULD COST FOR THE RUN DATE
      * AND QUANTITY, AND WHERE THAT PRICE CAME FROM
       01  WS-EXPECTED-PRICE    PIC 9(5)V99 VALUE ZEROES.
       01  WS-PRICE-SOURCE      PIC X(1) VALUE 'M'.

      * WHY THE LINE BOUNCED - A REASON CODE FOR THE CUSTOMER'S
      * ACKNOWLEDGMENT AND THE WORDS FOR THE REGISTER
       01  WS-REJECT-CODE       PIC X(2) VALUE SPACES.
       01  WS-REJECT-REASON-TXT PIC X(30) VALUE SPACES.

      * EXTENDED AMOUNT FOR THE LINE IN HAND AND THE CONTROL
      * TOTALS FOR THE ORDER FILE TRAILER
       01  WS-EXTENDED-AMT       PIC 9(9)V99 VALUE ZEROES.
       01  WS-CAP-REC-COUNT      PIC 9(9) VALUE ZEROES.
       01  WS-CAP-HASH-TOTAL     PIC 9(9)V99 VALUE ZEROES.

      * REGISTER COUNTS FOR THE TRAILER
       01  WS-PO-CNT             PIC 9(5) VALUE ZEROES.
       01  WS-LINE-CNT           PIC 9(5) VALUE ZEROES.
       01  WS-ACCEPTED-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-CHANGED-CNT        PIC 9(5) VALUE ZEROES.
       01  WS-REJECTED-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-BAD-REC-CNT        PIC 9(5) VALUE ZEROES.

      * TRANSLATION REGISTER PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(33)
                 VALUE 'EDI PURCHASE ORDER REGISTER'.
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(72) VALUE SPACES.

       01  WS-REG-PO-LINE.
           05  FILLER             PIC X(5) VALUE '  PO '.
           05  WS-RP-PO-NO        PIC X(12).
           05  FILLER             PIC X(9) VALUE ' | CUST: '.
           05  WS-RP-CUST-NO      PIC X(5).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-RP-CUST-NAME    PIC X(10).
           05  FILLER             PIC X(9) VALUE ' | DATE: '.
           05  WS-RP-PO-DATE      PIC X(8).
           05  FILLER             PIC X(12) VALUE ' | SHIP TO: '.
           05  WS-RP-SHIP-NAME    PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-RP-SHIP-CITY    PIC X(15).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-RP-SHIP-STATE   PIC X(2).
           05  FILLER             PIC X(20) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(5) VALUE '  LN '.
           05  WS-REG-LINE-NO     PIC X(3).
           05  FILLER             PIC X(8) VALUE ' | PART '.
           05  WS-REG-PART-NO     PIC X(15).
           05  FILLER             PIC X(8) VALUE ' | ITEM '.
           05  WS-REG-ITEM-CODE   PIC X(3).
           05  FILLER             PIC X(7) VALUE ' | QTY '.
           05  WS-REG-QUANTITY    PIC ZZZZ9.
           05  FILLER             PIC X(9) VALUE ' | PRICE '.
           05  WS-REG-PRICE       PIC ZZZZ9.99.
           05  FILLER             PIC X(7) VALUE ' | ORD '.
           05  WS-REG-ORDER-NO    PIC X(6).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-REG-DISP        PIC X(9).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-REG-REASON      PIC X(30).
           05  FILLER             PIC X(5) VALUE SPACES.

       01  WS-REG-PO-TOT.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'PO LINES: '.
           05  WS-RT-LINES        PIC ZZ9.
           05  FILLER             PIC X(12) VALUE '  ACCEPTED: '.
           05  WS-RT-ACCEPTED     PIC ZZ9.
           05  FILLER             PIC X(17)
                 VALUE '  PRICE CHANGED: '.
           05  WS-RT-CHANGED      PIC ZZ9.
           05  FILLER             PIC X(12) VALUE '  REJECTED: '.
           05  WS-RT-REJECTED     PIC ZZ9.
           05  FILLER             PIC X(7) VALUE '  AMT: '.
           05  WS-RT-AMT          PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(14) VALUE '  ACK STATUS: '.
           05  WS-RT-STATUS       PIC X(2).
           05  FILLER             PIC X(30) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'PO READ: '.
           05  WS-REG-PO-CNT      PIC ZZZZ9.
           05  FILLER             PIC X(9) VALUE '  LINES: '.
           05  WS-REG-LINES       PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE '  ACCEPTED: '.
           05  WS-REG-ACCEPTED    PIC ZZZZ9.
           05  FILLER             PIC X(17)
                 VALUE '  PRICE CHANGED: '.
           05  WS-REG-CHANGED     PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE '  REJECTED: '.
           05  WS-REG-REJECTED    PIC ZZZZ9.
           05  FILLER             PIC X(14) VALUE '  HASH TOTAL: '.
           05  WS-REG-HASH        PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(19) VALUE SPACES.

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

           PERFORM R2000-PROCESS-EDI-RECORD
              UNTIL WS-EOF-EDIPO.

           PERFORM R3000-WRITE-TRAILERS.
           PERFORM R3600-UPDATE-ORDER-CONTROL.
           PERFORM R4000-CLOSE-DATASETS.

      *    A BROKEN TRANSMISSION IS SET ON THE SWITCH, NOT IN
      *    RETURN-CODE - THE NEXT SUBPRICE CALL WOULD CLEAR IT
           IF WS-REC-SKIPPED
              DISPLAY '  *** EDI RECORDS SKIPPED - SETTING '
                 'RETURN CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-EDIPO.
           OPEN INPUT  FILE-CUSTXREF.
           OPEN INPUT  FILE-ITEMMAST.
           OPEN INPUT  FILE-CUSTMAST.
           OPEN OUTPUT FILE-SHIPEDI.
           OPEN OUTPUT FILE-EDIACK.
           OPEN OUTPUT FILE-EDIOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           DISPLAY '  TRANSLATION RUN DATE: ' WS-RUN-DATE.


      *  ------
        R1007-LOAD-ORDER-CONTROL.
      *  ------
      *    SAME RULE AS THE INVOICE, PO AND RMA SERIES - THE SYSIN
      *    NUMBER ONLY SEEDS AN EMPTY CONTROL FILE, AND A MISSING
      *    OR GARBAGE SEED FALLS BACK TO 1
           DISPLAY '  R1007 LOAD ORDER CONTROL'.
           OPEN INPUT FILE-EDICTL.
           PERFORM R1010-READ-ORDER-CONTROL
              UNTIL WS-EOF-EDICTL.
           CLOSE FILE-EDICTL.

           IF NOT WS-EDICTL-FOUND
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
           READ FILE-EDICTL INTO SHIP-EDICTL-REC
              AT END MOVE 'Y' TO WS-EOF-EDICTL-SW
           END-READ.
           IF NOT WS-EOF-EDICTL
              IF DC-NEXT-DOC-NO NUMERIC
                 SET WS-EDICTL-FOUND TO TRUE
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
           MOVE 'EDIPOIN' TO SC-STEP-NAME.
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
           MOVE WS-REG-HDR  TO FIL-EDIOUT.
           WRITE FIL-EDIOUT.
           MOVE SPACES TO FIL-EDIOUT.
           WRITE FIL-EDIOUT.

      *    THE ORDER FILE LEADS WITH THE SAME RUN-DATE HEADER
      *    ORDERSYS DEMANDS OF EVERY REGIONAL EXTRACT
           MOVE SPACES      TO SHIP-CTL-REC.
           MOVE 'HDRREC'    TO CTL-REC-ID.
           MOVE WS-RUN-DATE TO CTL-RUN-DATE.
           MOVE ZEROES      TO CTL-REC-COUNT.
           MOVE ZEROES      TO CTL-HASH-TOTAL.
           MOVE SHIP-CTL-REC TO FIL-SHIPEDI.
           WRITE FIL-SHIPEDI.


      *  ------
        R2000-PROCESS-EDI-RECORD.
      *  ------
           READ FILE-EDIPO INTO SHIP-EDIPO-REC
              AT END MOVE 'Y' TO WS-EOF-EDIPO-SW
           END-READ.

      *    A PO ENDS WHERE THE NEXT HEADER (OR THE FILE) BEGINS
           IF WS-EOF-EDIPO
              IF WS-PO-OPEN
                 PERFORM R2700-CLOSE-PO
              END-IF
           ELSE
              EVALUATE TRUE
                 WHEN EP-IS-HEADER
                    IF WS-PO-OPEN
                       PERFORM R2700-CLOSE-PO
                    END-IF
                    PERFORM R2100-OPEN-PO
                 WHEN EP-IS-LINE
                    PERFORM R2200-PROCESS-PO-LINE
                 WHEN OTHER
                    ADD 1 TO WS-BAD-REC-CNT
                    SET WS-REC-SKIPPED TO TRUE
                    DISPLAY '  *** UNKNOWN EDI RECORD TYPE '''
                       EP-REC-TYPE ''' FOR PO ' EP-CUST-PO-NO
                       ' - SKIPPED'
              END-EVALUATE
           END-IF.


      *  ------
        R2100-OPEN-PO.
      *  ------
           ADD 1 TO WS-PO-CNT.
           SET WS-PO-OPEN TO TRUE.
           MOVE EP-CUST-NO    TO WS-PO-CUST-NO.
           MOVE EP-CUST-PO-NO TO WS-PO-NO.
           MOVE SPACES        TO WS-PO-CUST-NAME.
           MOVE SPACES        TO WS-PO-REJECT-CODE.
           MOVE SPACES        TO WS-PO-REJECT-TXT.
           MOVE ZEROES TO WS-PO-LINE-CNT.
           MOVE ZEROES TO WS-PO-ACCEPTED-CNT.
           MOVE ZEROES TO WS-PO-CHANGED-CNT.
           MOVE ZEROES TO WS-PO-REJECTED-CNT.
           MOVE ZEROES TO WS-PO-AMT.

      *    WITHOUT ITS OWN PO NUMBER THE CUSTOMER COULD NEVER MATCH
      *    THE ORDER, THE ACKNOWLEDGMENT OR THE INVOICE TO ANYTHING
           IF EP-CUST-PO-NO = SPACES
              MOVE 'NH' TO WS-PO-REJECT-CODE
              MOVE 'PO HEADER HAS NO PO NUMBER' TO
                 WS-PO-REJECT-TXT
           ELSE
              PERFORM R2150-VALIDATE-CUSTOMER
           END-IF.

           MOVE SPACES          TO SHIP-EDIACK-REC.
           MOVE 'H'             TO EA-REC-TYPE.
           MOVE EP-CUST-NO      TO EA-CUST-NO.
           MOVE EP-CUST-PO-NO   TO EA-CUST-PO-NO.
           MOVE WS-RUN-DATE     TO EA-ACK-DATE.
           MOVE EP-PO-DATE      TO EA-PO-DATE.
           MOVE EP-SHIP-TO-NAME TO EA-SHIP-TO-NAME.
           MOVE SHIP-EDIACK-REC TO FIL-EDIACK.
           WRITE FIL-EDIACK.

           MOVE EP-CUST-PO-NO    TO WS-RP-PO-NO.
           MOVE EP-CUST-NO       TO WS-RP-CUST-NO.
           MOVE WS-PO-CUST-NAME  TO WS-RP-CUST-NAME.
           MOVE EP-PO-DATE       TO WS-RP-PO-DATE.
           MOVE EP-SHIP-TO-NAME  TO WS-RP-SHIP-NAME.
           MOVE EP-SHIP-TO-CITY  TO WS-RP-SHIP-CITY.
           MOVE EP-SHIP-TO-STATE TO WS-RP-SHIP-STATE.
           MOVE WS-REG-PO-LINE TO FIL-EDIOUT.
           WRITE FIL-EDIOUT.
           MOVE SPACES TO FIL-EDIOUT.


      *  ------
        R2150-VALIDATE-CUSTOMER.
      *  ------
           MOVE '00' TO WS-CUSTMAST-STATUS.
           MOVE EP-CUST-NO TO CM-CUST-NO.
           READ FILE-CUSTMAST
               INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
           END-READ.

           IF WS-CUSTMAST-NOTFOUND
              MOVE 'CU' TO WS-PO-REJECT-CODE
              MOVE 'UNKNOWN CUSTOMER NUMBER' TO WS-PO-REJECT-TXT
           ELSE
              MOVE CM-CUST-NAME TO WS-PO-CUST-NAME
           END-IF.


      *  ------
        R2200-PROCESS-PO-LINE.
      *  ------
           ADD 1 TO WS-LINE-CNT.
           SET WS-LINE-VALID TO TRUE.
           MOVE 'N' TO WS-PRICE-CHANGED-SW.
           MOVE 'N' TO WS-LINE-IN-PO-SW.
           MOVE SPACES TO WS-REJECT-CODE.
           MOVE SPACES TO WS-REJECT-REASON-TXT.
           MOVE SPACES TO IM-ITEM-CODE.
           MOVE ZEROES TO WS-EXTENDED-AMT.
           MOVE ZEROES TO WS-EDIT-UNIT-PRICE-9.
           MOVE SPACES TO SI-ORDER-NO.
           MOVE EP-QUANTITY TO WS-EDIT-QUANTITY.

      *    A LINE MUST SIT UNDER ITS OWN PO'S HEADER - ONE THAT
      *    DOESN'T IS A BROKEN TRANSMISSION, NOT A CUSTOMER ERROR
           IF NOT WS-PO-OPEN
              OR EP-CUST-NO NOT = WS-PO-CUST-NO
              OR EP-CUST-PO-NO NOT = WS-PO-NO
              SET WS-LINE-NOT-VALID TO TRUE
              MOVE 'NH' TO WS-REJECT-CODE
              MOVE 'LINE HAS NO PO HEADER' TO WS-REJECT-REASON-TXT
              SET WS-REC-SKIPPED TO TRUE
              DISPLAY '  *** EDI LINE ' EP-LINE-NO ' FOR PO '
                 EP-CUST-PO-NO ' HAS NO HEADER'
           ELSE
              SET WS-LINE-IN-PO TO TRUE
              ADD 1 TO WS-PO-LINE-CNT
              IF WS-PO-REJECT-CODE NOT = SPACES
                 SET WS-LINE-NOT-VALID TO TRUE
                 MOVE WS-PO-REJECT-CODE TO WS-REJECT-CODE
                 MOVE WS-PO-REJECT-TXT  TO WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-LINE-VALID
              PERFORM R2210-TRANSLATE-PART-NO
           END-IF.
           IF WS-LINE-VALID
              PERFORM R2220-EDIT-QUANTITY
           END-IF.
           IF WS-LINE-VALID
              PERFORM R2300-VALIDATE-ITEM-AND-PRICE
           END-IF.

           IF WS-LINE-VALID
              PERFORM R2500-WRITE-TRANSLATED-ORDER
           ELSE
              ADD 1 TO WS-REJECTED-CNT
              IF WS-LINE-IN-PO
                 ADD 1 TO WS-PO-REJECTED-CNT
              END-IF
              MOVE 'REJECTED ' TO WS-REG-DISP
              DISPLAY '  *** EDI LINE REJECTED FOR PO '
                 EP-CUST-PO-NO ' LINE ' EP-LINE-NO ' - '
                 WS-REJECT-REASON-TXT
           END-IF.

           PERFORM R2600-WRITE-ACK-LINE.
           PERFORM R2650-WRITE-REGISTER-LINE.


      *  ------
        R2210-TRANSLATE-PART-NO.
      *  ------
      *    THEIR PART NUMBER MEANS NOTHING TO ORDERSYS - THE
      *    CROSS-REFERENCE SAYS WHICH OF OUR ITEMS IT IS
           MOVE '00' TO WS-CUSTXREF-STATUS.
           MOVE EP-CUST-NO      TO XR-CUST-NO.
           MOVE EP-CUST-PART-NO TO XR-CUST-PART-NO.
           READ FILE-CUSTXREF
               INVALID KEY MOVE '23' TO WS-CUSTXREF-STATUS
           END-READ.

           IF WS-CUSTXREF-NOTFOUND
              SET WS-LINE-NOT-VALID TO TRUE
              MOVE 'PN' TO WS-REJECT-CODE
              MOVE 'PART NOT ON CROSS-REFERENCE' TO
                 WS-REJECT-REASON-TXT
           ELSE
              MOVE XR-ITEM-CODE TO IM-ITEM-CODE
           END-IF.


      *  ------
        R2220-EDIT-QUANTITY.
      *  ------
      *    SAME QUANTITY EDITS ORDCAP AND ORDERSYS RUN
           IF WS-EDIT-QUANTITY NOT NUMERIC
              SET WS-LINE-NOT-VALID TO TRUE
              MOVE 'QT' TO WS-REJECT-CODE
              MOVE 'NON-NUMERIC QUANTITY' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-LINE-VALID AND WS-EDIT-QUANTITY-9 = ZEROES
              SET WS-LINE-NOT-VALID TO TRUE
              MOVE 'QT' TO WS-REJECT-CODE
              MOVE 'ZERO QUANTITY' TO WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2300-VALIDATE-ITEM-AND-PRICE.
      *  ------
      *    THE SAME SUBPRICE CALL ORDCAP AND ORDERSYS MAKE.  A
      *    BLANK PO PRICE TAKES OURS; A PO PRICE THAT DOESN'T MATCH
      *    IS OVERRIDDEN WITH OURS AND ACKNOWLEDGED AS A PRICE
      *    CHANGE RATHER THAN LOSING THE WHOLE LINE
           MOVE '00' TO WS-ITEMMAST-STATUS.
           READ FILE-ITEMMAST
               INVALID KEY MOVE '23' TO WS-ITEMMAST-STATUS
           END-READ.

           IF WS-ITEMMAST-NOTFOUND
              SET WS-LINE-NOT-VALID TO TRUE
              MOVE 'IT' TO WS-REJECT-CODE
              MOVE 'MAPPED ITEM NOT ON ITEM MASTER' TO
                 WS-REJECT-REASON-TXT
           ELSE
              CALL 'SUBPRICE' USING EP-CUST-NO, IM-ITEM-CODE,
                 WS-EDIT-QUANTITY-9, WS-RUN-DATE, IM-UNIT-PRICE,
                 WS-EXPECTED-PRICE, WS-PRICE-SOURCE
              IF EP-UNIT-PRICE NOT = SPACES
                 MOVE EP-UNIT-PRICE TO WS-EDIT-UNIT-PRICE
                 IF WS-EDIT-UNIT-PRICE NOT NUMERIC
                    SET WS-LINE-NOT-VALID TO TRUE
                    MOVE 'PR' TO WS-REJECT-CODE
                    MOVE 'NON-NUMERIC UNIT PRICE' TO
                       WS-REJECT-REASON-TXT
                 ELSE
                    IF WS-EDIT-UNIT-PRICE-9
                       NOT = WS-EXPECTED-PRICE
                       SET WS-PRICE-CHANGED TO TRUE
                       MOVE 'PO PRICE REPLACED WITH OURS' TO
                          WS-REJECT-REASON-TXT
                    END-IF
                 END-IF
              END-IF
              IF WS-LINE-VALID
                 MOVE WS-EXPECTED-PRICE TO WS-EDIT-UNIT-PRICE-9
              END-IF
           END-IF.


      *  ------
        R2500-WRITE-TRANSLATED-ORDER.
      *  ------
      *    EVERY LINE IS ITS OWN ORDER TO ORDERSYS (ORDHIST IS
      *    KEYED BY ORDER NUMBER), SO EACH TAKES THE NEXT NUMBER
      *    IN THE EDI SERIES.  THE PO NUMBER TIES THEM BACK TOGETHER
           MOVE SPACES            TO SHIP-INPUT-REC.
           MOVE WS-NEXT-ORDER-NO  TO SI-ORDER-NO.
           ADD 1 TO WS-NEXT-ORDER-NO.
           MOVE WS-PO-CUST-NAME   TO SI-CUST-NAME.
           MOVE EP-CUST-NO        TO SI-CUST-NO.
           MOVE IM-ITEM-CODE      TO SI-ITEM-CODE.
           MOVE WS-EDIT-QUANTITY-9 TO SI-QUANTITY.
           MOVE WS-EDIT-UNIT-PRICE-9 TO SI-UNIT-PRICE.
           MOVE 'S'               TO SI-TRANS-TYPE.
      *    NO REP WRITES AN EDI ORDER - IT POSTS AS A HOUSE ORDER
           MOVE SPACES            TO SI-REP-CODE.
           MOVE ZEROES            TO SI-EXCH-QUANTITY.
           MOVE EP-CUST-PO-NO     TO SI-CUST-PO-NO.
           MOVE SHIP-INPUT-REC TO FIL-SHIPEDI.
           WRITE FIL-SHIPEDI.

           ADD 1 TO WS-CAP-REC-COUNT.
           COMPUTE WS-EXTENDED-AMT =
              SI-QUANTITY * SI-UNIT-PRICE
              ON SIZE ERROR MOVE ZEROES TO WS-EXTENDED-AMT
           END-COMPUTE.
           ADD WS-EXTENDED-AMT TO WS-CAP-HASH-TOTAL.
           ADD WS-EXTENDED-AMT TO WS-PO-AMT.

           IF WS-PRICE-CHANGED
              ADD 1 TO WS-CHANGED-CNT
              ADD 1 TO WS-PO-CHANGED-CNT
              MOVE 'PRICE CHG' TO WS-REG-DISP
           ELSE
              ADD 1 TO WS-ACCEPTED-CNT
              ADD 1 TO WS-PO-ACCEPTED-CNT
              MOVE 'ACCEPTED ' TO WS-REG-DISP
           END-IF.


      *  ------
        R2600-WRITE-ACK-LINE.
      *  ------
           MOVE SPACES          TO SHIP-EDIACK-REC.
           MOVE 'L'             TO EA-REC-TYPE.
           MOVE EP-CUST-NO      TO EA-CUST-NO.
           MOVE EP-CUST-PO-NO   TO EA-CUST-PO-NO.
           MOVE EP-LINE-NO      TO EA-LINE-NO.
           MOVE EP-CUST-PART-NO TO EA-CUST-PART-NO.
           MOVE EP-UNIT-PRICE   TO EA-PO-PRICE.
           MOVE ZEROES          TO EA-QUANTITY.
           MOVE ZEROES          TO EA-UNIT-PRICE.
           IF WS-LINE-VALID
              MOVE IM-ITEM-CODE         TO EA-ITEM-CODE
              MOVE WS-EDIT-QUANTITY-9   TO EA-QUANTITY
              MOVE WS-EDIT-UNIT-PRICE-9 TO EA-UNIT-PRICE
              MOVE SI-ORDER-NO          TO EA-ORDER-NO
              IF WS-PRICE-CHANGED
                 SET EA-LINE-PRICE-CHG TO TRUE
              ELSE
                 SET EA-LINE-ACCEPTED TO TRUE
              END-IF
           ELSE
              MOVE IM-ITEM-CODE   TO EA-ITEM-CODE
              IF WS-EDIT-QUANTITY NUMERIC
                 MOVE WS-EDIT-QUANTITY-9 TO EA-QUANTITY
              END-IF
              SET EA-LINE-REJECTED TO TRUE
              MOVE WS-REJECT-CODE TO EA-REASON-CODE
           END-IF.
           MOVE SHIP-EDIACK-REC TO FIL-EDIACK.
           WRITE FIL-EDIACK.


      *  ------
        R2650-WRITE-REGISTER-LINE.
      *  ------
           MOVE EP-LINE-NO       TO WS-REG-LINE-NO.
           MOVE EP-CUST-PART-NO  TO WS-REG-PART-NO.
           MOVE IM-ITEM-CODE     TO WS-REG-ITEM-CODE.
           IF WS-EDIT-QUANTITY NUMERIC
              MOVE WS-EDIT-QUANTITY-9 TO WS-REG-QUANTITY
           ELSE
              MOVE ZEROES TO WS-REG-QUANTITY
           END-IF.
           MOVE WS-EDIT-UNIT-PRICE-9 TO WS-REG-PRICE.
           IF WS-LINE-VALID
              MOVE SI-ORDER-NO  TO WS-REG-ORDER-NO
           ELSE
              MOVE ZEROES TO WS-REG-PRICE
              MOVE SPACES TO WS-REG-ORDER-NO
           END-IF.
           MOVE WS-REJECT-REASON-TXT TO WS-REG-REASON.
           MOVE WS-REG-LINE TO FIL-EDIOUT.
           WRITE FIL-EDIOUT.
           MOVE SPACES TO FIL-EDIOUT.


      *  ------
        R2700-CLOSE-PO.
      *  ------
      *    THE SUMMARY GIVES THE CUSTOMER ONE ANSWER FOR THE WHOLE
      *    PO - TAKEN AS SENT, TAKEN WITH CHANGES, OR NOT TAKEN
           MOVE 'N' TO WS-PO-OPEN-SW.
           MOVE SPACES          TO SHIP-EDIACK-REC.
           MOVE 'T'             TO EA-REC-TYPE.
           MOVE WS-PO-CUST-NO   TO EA-CUST-NO.
           MOVE WS-PO-NO        TO EA-CUST-PO-NO.
           EVALUATE TRUE
              WHEN WS-PO-ACCEPTED-CNT = ZEROES
                   AND WS-PO-CHANGED-CNT = ZEROES
                 SET EA-PO-REJECTED TO TRUE
              WHEN WS-PO-CHANGED-CNT = ZEROES
                   AND WS-PO-REJECTED-CNT = ZEROES
                 SET EA-PO-ACCEPTED TO TRUE
              WHEN OTHER
                 SET EA-PO-CHANGED TO TRUE
           END-EVALUATE.
           MOVE WS-PO-LINE-CNT     TO EA-LINES-RECEIVED.
           MOVE WS-PO-ACCEPTED-CNT TO EA-LINES-ACCEPTED.
           MOVE WS-PO-CHANGED-CNT  TO EA-LINES-CHANGED.
           MOVE WS-PO-REJECTED-CNT TO EA-LINES-REJECTED.
           MOVE WS-PO-AMT          TO EA-PO-AMOUNT.
           MOVE SHIP-EDIACK-REC TO FIL-EDIACK.
           WRITE FIL-EDIACK.

           MOVE WS-PO-LINE-CNT     TO WS-RT-LINES.
           MOVE WS-PO-ACCEPTED-CNT TO WS-RT-ACCEPTED.
           MOVE WS-PO-CHANGED-CNT  TO WS-RT-CHANGED.
           MOVE WS-PO-REJECTED-CNT TO WS-RT-REJECTED.
           MOVE WS-PO-AMT          TO WS-RT-AMT.
           MOVE EA-PO-STATUS       TO WS-RT-STATUS.
           MOVE WS-REG-PO-TOT TO FIL-EDIOUT.
           WRITE FIL-EDIOUT.
           MOVE SPACES TO FIL-EDIOUT.
           WRITE FIL-EDIOUT.

           IF WS-PO-LINE-CNT = ZEROES
              DISPLAY '  *** PO ' WS-PO-NO ' FOR CUST '
                 WS-PO-CUST-NO ' CAME WITH NO LINES'
           END-IF.


      *  ------
        R3000-WRITE-TRAILERS.
      *  ------
           DISPLAY '  R3000 WRITE TRAILERS'.

      *    TRAILER CARRIES THE COUNT AND HASH OF THE TRANSLATED
      *    ORDERS SO ORDERSYS CAN BALANCE THE FILE LIKE ANY OTHER
      *    EXTRACT
           MOVE SPACES            TO SHIP-CTL-REC.
           MOVE 'TRLREC'          TO CTL-REC-ID.
           MOVE WS-RUN-DATE       TO CTL-RUN-DATE.
           MOVE WS-CAP-REC-COUNT  TO CTL-REC-COUNT.
           MOVE WS-CAP-HASH-TOTAL TO CTL-HASH-TOTAL.
           MOVE SHIP-CTL-REC      TO FIL-SHIPEDI.
           WRITE FIL-SHIPEDI.

           MOVE WS-PO-CNT         TO WS-REG-PO-CNT.
           MOVE WS-LINE-CNT       TO WS-REG-LINES.
           MOVE WS-ACCEPTED-CNT   TO WS-REG-ACCEPTED.
           MOVE WS-CHANGED-CNT    TO WS-REG-CHANGED.
           MOVE WS-REJECTED-CNT   TO WS-REG-REJECTED.
           MOVE WS-CAP-HASH-TOTAL TO WS-REG-HASH.
           MOVE WS-REG-TRL TO FIL-EDIOUT.
           WRITE FIL-EDIOUT.

           IF WS-BAD-REC-CNT > ZEROES
              DISPLAY '  *** ' WS-BAD-REC-CNT ' EDI RECORDS OF '
                 'UNKNOWN TYPE SKIPPED'
           END-IF.
           DISPLAY '  NEXT UNUSED ORDER NUMBER: ' WS-NEXT-ORDER-NO.


      *  ------
        R3600-UPDATE-ORDER-CONTROL.
      *  ------
      *    REWRITTEN ONLY AT END OF RUN, SAME AS THE INVOICE, PO
      *    AND RMA CONTROLS
           DISPLAY '  R3600 UPDATE ORDER CONTROL'.
           OPEN OUTPUT FILE-EDICTL.
           MOVE SPACES           TO SHIP-EDICTL-REC.
           MOVE WS-NEXT-ORDER-NO TO DC-NEXT-DOC-NO.
           MOVE WS-RUN-DATE      TO DC-LAST-RUN-DATE.
           MOVE SHIP-EDICTL-REC  TO FIL-EDICTL.
           WRITE FIL-EDICTL.
           CLOSE FILE-EDICTL.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-EDIPO.
           CLOSE FILE-CUSTXREF.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-SHIPEDI.
           CLOSE FILE-EDIACK.
           CLOSE FILE-EDIOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-LINE-CNT TO SC-IN-COUNT.
           COMPUTE SC-OUT-COUNT = WS-ACCEPTED-CNT
                                + WS-CHANGED-CNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
