      **************************************************************
      *
      *  PROGRAM ID RMAMNT
      *  DATE CREATED:  15OCT2026
      *
      * RETURN MERCHANDISE AUTHORIZATION MAINTENANCE - THE ONLY
      * SANCTIONED WAY TO ISSUE, CHANGE, OR CANCEL FILE-RMAFILE
      * RECORDS, IN THE SAME MOLD AS CTRMNT.  READS A FILE OF
      * MAINTENANCE CARDS FROM CUSTOMER SERVICE.  AN ISSUE CARD IS
      * CHECKED AGAINST THE SALE IT AUTHORIZES A RETURN OF - THE
      * CUSTOMER MUST BE ON FILE-CUSTMAST, THE ORDER MUST BE A SALE
      * OF THAT ITEM TO THAT CUSTOMER ON FILE-ORDHIST (OR THE
      * ORDPURGE ARCHIVE), THE QUANTITY NO MORE THAN WAS SOLD, THE
      * REASON ONE OF THE SI-RETURN-REASON CODES, AND THE EXPIRY A
      * REAL DATE NOT BEFORE THE RUN DATE - AND IS GIVEN THE NEXT
      * RMA NUMBER OFF FILE-RMACTL.  A CHANGE (QUANTITY, REASON OR
      * EXPIRY) OR A CANCEL IS ONLY TAKEN WHILE THE RMA IS STILL
      * OPEN.  PRINTS A BEFORE/AFTER MAINTENANCE REGISTER, WITH THE
      * NUMBER TO GIVE THE CUSTOMER ON EACH ISSUE LINE, AND WRITES
      * AN AUDIT RECORD OF WHO ISSUED OR CHANGED WHICH RMA AND WHEN.
      *
      * SYSIN CARD 1: RUN DATE (CCYYMMDD)
      * SYSIN CARD 1 COLS 9-14: FIRST RMA NUMBER, ONLY USED WHEN
      *               FILE-RMACTL IS EMPTY, TO SEED THE SERIES
      * SYSIN CARD 1 COL 80: 'Y' RUNS THE STEP EVEN WHEN ITS
      *               PREREQUISITES HAVEN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       PROGRAM-ID. RMAMNT.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-RMATRN ASSIGN TO UT-S-RMATRN.
           SELECT FILE-RMAAUD ASSIGN TO UT-S-RMAAUD.
           SELECT FILE-MNTOUT ASSIGN TO UT-S-RMNTOUT.
      *    OPTIONAL - THE VERY FIRST RUN HAS NO CONTROL RECORD YET
           SELECT OPTIONAL FILE-RMACTL ASSIGN TO UT-S-RMACTL.
           SELECT FILE-RMAFILE ASSIGN TO UT-S-RMAFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-RMA-NO
               FILE STATUS IS WS-RMAFILE-STATUS.
           SELECT FILE-CUSTMAST ASSIGN TO UT-S-CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
      *    OPTIONAL, THE SAME AS ORDERSYS
           SELECT OPTIONAL FILE-ORDHIST ASSIGN TO UT-S-ORDHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OH-ORDER-NO
               FILE STATUS IS WS-ORDHIST-STATUS.
      *    OPTIONAL - A SHOP THAT HAS NEVER PURGED HAS NO ARCHIVE
           SELECT OPTIONAL FILE-OHARCH ASSIGN TO UT-S-OHARCH.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *MAINTENANCE TRANSACTION CARDS
       FD  FILE-RMATRN
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-RMATRN.

       01  FIL-RMATRN        PIC X(80).

      * ---

      *AUDIT TRAIL - ONE RECORD PER APPLIED TRANSACTION
       FD  FILE-RMAAUD
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-RMAAUD.

       01  FIL-RMAAUD        PIC X(183).

      * ---

      *MAINTENANCE REGISTER PRINT FILE
       FD  FILE-MNTOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-MNTOUT.

       01  FIL-MNTOUT        PIC X(132).

      * ---

      *RMA NUMBER CONTROL - NEXT RMA NUMBER TO ISSUE
       FD  FILE-RMACTL
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-RMACTL.

       01  FIL-RMACTL        PIC X(80).

      * ---

      *RETURN AUTHORIZATIONS - THE FILE BEING MAINTAINED
       FD  FILE-RMAFILE
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-RMAFILE.

       COPY RMAREC
           REPLACING CPY-RMA-REC BY FIL-RMAFILE.

      * ---

      *CUSTOMER MASTER - EVERY ISSUE CARD'S CUSTOMER MUST BE ON IT
       FD  FILE-CUSTMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTMAST.

       COPY CUSTMAST
           REPLACING CPY-CUST-MAST-REC BY FIL-CUSTMAST.

      * ---

      *ORDER HISTORY - THE SALE AN RMA AUTHORIZES A RETURN OF
       FD  FILE-ORDHIST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ORDHIST.

       COPY ORDHISTREC
           REPLACING CPY-ORDER-HIST-REC BY FIL-ORDHIST.

      * ---

      *ORDER HISTORY ARCHIVE - SALES ORDPURGE HAS RETIRED, SCANNED
      *WHEN THE SALE IS NO LONGER ON FILE-ORDHIST
       FD  FILE-OHARCH
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-OHARCH.

       01  FIL-OHARCH        PIC X(60).

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    MAINTENANCE CARD JUST READ
       COPY RMATRN
           REPLACING CPY-RMA-TRN-REC BY SHIP-TRN-REC.

      *    AUDIT RECORD BUILT FOR FILE-RMAAUD
       COPY RMAAUD
           REPLACING CPY-RMA-AUD-REC BY SHIP-AUD-REC.

      *    RMA NUMBER CONTROL RECORD - SAME LAYOUT AS THE INVOICE
      *    DOCUMENT CONTROL
       COPY DOCCTL
           REPLACING CPY-DOC-CTL-REC BY SHIP-RMACTL-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * ARCHIVED ORDER HISTORY RECORD - SAME 60-BYTE SHAPE AS
      * ORDHISTREC, NAMED APART SO IT CAN SIT BESIDE FIL-ORDHIST
       01  SHIP-OHARCH-REC.
           05  AH-ORDER-NO        PIC X(6).
           05  AH-CUST-NAME       PIC X(10).
           05  AH-ITEM-CODE       PIC X(3).
           05  AH-QUANTITY        PIC 9(5).
           05  AH-UNIT-PRICE      PIC 9(5)V99.
           05  AH-TRANS-TYPE      PIC X(1).
           05  AH-EXTENDED-AMT    PIC 9(9)V99.
           05  AH-RUN-DATE        PIC X(8).
           05  AH-CUST-NO         PIC X(5).
           05  AH-REP-CODE        PIC X(3).
           05  FILLER             PIC X(1).

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-RMATRN-SW   PIC X VALUE 'N'.
               88  WS-EOF-RMATRN         VALUE 'Y'.
           02  WS-TRN-VALID-SW    PIC X VALUE 'Y'.
               88  WS-TRN-VALID          VALUE 'Y'.
               88  WS-TRN-NOT-VALID      VALUE 'N'.
           02  WS-RMA-EXISTS-SW   PIC X VALUE 'N'.
               88  WS-RMA-EXISTS         VALUE 'Y'.
           02  WS-DATE-OK-SW      PIC X VALUE 'Y'.
               88  WS-DATE-OK            VALUE 'Y'.
               88  WS-DATE-NOT-OK        VALUE 'N'.
           02  WS-EOF-RMACTL-SW   PIC X VALUE 'N'.
               88  WS-EOF-RMACTL         VALUE 'Y'.
           02  WS-RMACTL-FOUND-SW PIC X VALUE 'N'.
               88  WS-RMACTL-FOUND       VALUE 'Y'.
           02  WS-SALE-FOUND-SW   PIC X VALUE 'N'.
               88  WS-SALE-FOUND         VALUE 'Y'.
           02  WS-EOF-OHARCH-SW   PIC X VALUE 'N'.
               88  WS-EOF-OHARCH         VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-RMAFILE-STATUS    PIC X(2) VALUE '00'.
           88  WS-RMAFILE-FOUND        VALUE '00'.
           88  WS-RMAFILE-NOTFOUND     VALUE '23'.
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTMAST-FOUND       VALUE '00'.
           88  WS-CUSTMAST-NOTFOUND    VALUE '23'.
       01  WS-ORDHIST-STATUS    PIC X(2) VALUE '00'.
           88  WS-ORDHIST-FOUND        VALUE '00'.
           88  WS-ORDHIST-NOTFOUND     VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  WS-PARM-FIRST-RMA  PIC X(6).
           05  FILLER             PIC X(65).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN - STAMPED ON EVERY AUDIT RECORD AND
      * NEW RMA, AND THE START OF THE DEFAULT EXPIRY
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-9 REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY-9      PIC 9(4).
           05  WS-RUN-MM-9        PIC 9(2).
           05  WS-RUN-DD-9        PIC 9(2).

      * NEXT RMA NUMBER TO ISSUE - CONTINUES FROM FILE-RMACTL
       01  WS-NEXT-RMA-NO        PIC 9(6) VALUE ZEROES.
       01  WS-EDIT-RMA-NO        PIC X(6).
       01  WS-EDIT-RMA-NO-9 REDEFINES WS-EDIT-RMA-NO
                                PIC 9(6).

      * A CARD DATE BROKEN OUT FOR THE REAL-DATE EDIT, AND THE
      * DEFAULT EXPIRY BUILT UP A MONTH PAST THE RUN DATE
       01  WS-EDIT-DATE.
           05  WS-EDIT-YYYY       PIC X(4).
           05  WS-EDIT-MM         PIC X(2).
           05  WS-EDIT-DD         PIC X(2).
       01  WS-EDIT-DATE-9 REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-YYYY-9     PIC 9(4).
           05  WS-EDIT-MM-9       PIC 9(2).
           05  WS-EDIT-DD-9       PIC 9(2).

      * NUMERIC EDIT WORK FIELD FOR THE CARD QUANTITY
       01  WS-EDIT-QTY          PIC X(5).
       01  WS-EDIT-QTY-9 REDEFINES WS-EDIT-QTY
                                PIC 9(5).

      * THE CARD REASON, CHECKED AGAINST THE SI-RETURN-REASON CODES
       01  WS-EDIT-REASON       PIC X(2).
           88  WS-REASON-KNOWN      VALUE 'DF' 'WI' 'NN' 'DM' 'OT'.

      * THE SALE THE RMA IS FOR, AND HOW MANY WERE SOLD ON IT -
      * THE MOST THAT CAN BE AUTHORIZED BACK
       01  WS-SALE-CUST-NO      PIC X(5) VALUE SPACES.
       01  WS-SALE-ORDER-NO     PIC X(6) VALUE SPACES.
       01  WS-SALE-ITEM-CODE    PIC X(3) VALUE SPACES.
       01  WS-SOLD-QTY          PIC 9(5) VALUE ZEROES.

      * WHY THE CARD BOUNCED - PRINTED ON THE REGISTER LINE
       01  WS-REJECT-REASON-TXT PIC X(30) VALUE SPACES.

      * BEFORE IMAGE OF THE RMA RECORD FOR THE AUDIT TRAIL
       01  WS-BEFORE-IMAGE      PIC X(80) VALUE SPACES.

      * REGISTER COUNTS FOR THE TRAILER
       01  WS-APPLIED-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-REJECTED-CNT      PIC 9(5) VALUE ZEROES.
       01  WS-ISSUED-CNT        PIC 9(5) VALUE ZEROES.
       01  WS-CANCELLED-CNT     PIC 9(5) VALUE ZEROES.

      * MAINTENANCE REGISTER PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(24)
                 VALUE 'RMA MAINTENANCE REGISTER'.
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(81) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-ACTION      PIC X(7).
           05  FILLER             PIC X(5) VALUE ' RMA '.
           05  WS-REG-RMA-NO      PIC X(6).
           05  FILLER             PIC X(6) VALUE ' CUST '.
           05  WS-REG-CUST-NO     PIC X(5).
           05  FILLER             PIC X(5) VALUE ' ORD '.
           05  WS-REG-ORDER-NO    PIC X(6).
           05  FILLER             PIC X(6) VALUE ' ITEM '.
           05  WS-REG-ITEM-CODE   PIC X(3).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-REG-STATUS      PIC X(9).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-REASON      PIC X(30).
           05  FILLER             PIC X(6) VALUE ' BY: '.
           05  WS-REG-USER        PIC X(8).
           05  FILLER             PIC X(23) VALUE SPACES.

       01  WS-REG-IMAGE-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-REG-IMAGE-LBL   PIC X(8).
           05  WS-REG-IMAGE       PIC X(80).
           05  FILLER             PIC X(40) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE 'CARDS APPLIED: '.
           05  WS-REG-APPLIED     PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE '  REJECTED: '.
           05  WS-REG-REJECTED    PIC ZZZZ9.
           05  FILLER             PIC X(10) VALUE '  ISSUED: '.
           05  WS-REG-ISSUED      PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE '  CANCELLED: '.
           05  WS-REG-CANCELLED   PIC ZZZZ9.
           05  FILLER             PIC X(58) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1007-LOAD-RMA-CONTROL.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1200-WRITE-REGISTER-HEADER.

           PERFORM R2000-PROCESS-MAINT-CARD
              UNTIL WS-EOF-RMATRN.

           PERFORM R3500-WRITE-REGISTER-TRAILER.
           PERFORM R3600-UPDATE-RMA-CONTROL.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-RMATRN.
           OPEN I-O    FILE-RMAFILE.
           OPEN INPUT  FILE-CUSTMAST.
           OPEN INPUT  FILE-ORDHIST.
           OPEN OUTPUT FILE-RMAAUD.
           OPEN OUTPUT FILE-MNTOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           DISPLAY '  MAINTENANCE RUN DATE: ' WS-RUN-DATE.


      *  ------
        R1007-LOAD-RMA-CONTROL.
      *  ------
      *    SAME RULE AS THE INVOICE AND PO SERIES - THE SYSIN
      *    NUMBER ONLY SEEDS AN EMPTY CONTROL FILE, AND A MISSING
      *    OR GARBAGE SEED FALLS BACK TO 1
           DISPLAY '  R1007 LOAD RMA CONTROL'.
           OPEN INPUT FILE-RMACTL.
           PERFORM R1010-READ-RMA-CONTROL
              UNTIL WS-EOF-RMACTL.
           CLOSE FILE-RMACTL.

           IF NOT WS-RMACTL-FOUND
              MOVE WS-PARM-FIRST-RMA TO WS-EDIT-RMA-NO
              IF WS-EDIT-RMA-NO NUMERIC
                 MOVE WS-EDIT-RMA-NO-9 TO WS-NEXT-RMA-NO
                 DISPLAY '  *** RMA CONTROL FILE EMPTY - SERIES '
                    'SEEDED FROM SYSIN'
              ELSE
                 MOVE 1 TO WS-NEXT-RMA-NO
                 DISPLAY '  *** RMA CONTROL FILE EMPTY AND SYSIN '
                    'SEED NOT NUMERIC - STARTING THE SERIES AT '
                    '000001'
              END-IF
           END-IF.
           DISPLAY '  FIRST RMA NUMBER: ' WS-NEXT-RMA-NO.

      *  ------
        R1010-READ-RMA-CONTROL.
      *  ------
           READ FILE-RMACTL INTO SHIP-RMACTL-REC
              AT END MOVE 'Y' TO WS-EOF-RMACTL-SW
           END-READ.
           IF NOT WS-EOF-RMACTL
              IF DC-NEXT-DOC-NO NUMERIC
                 SET WS-RMACTL-FOUND TO TRUE
                 MOVE DC-NEXT-DOC-NO TO WS-NEXT-RMA-NO
              ELSE
                 DISPLAY '  *** RMA CONTROL RECORD NOT NUMERIC - '
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
           MOVE 'RMAMNT' TO SC-STEP-NAME.
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
           MOVE WS-RUN-DATE TO WS-REG-HDR-DATE.
           MOVE WS-REG-HDR  TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.


      *  ------
        R2000-PROCESS-MAINT-CARD.
      *  ------
           READ FILE-RMATRN INTO SHIP-TRN-REC
              AT END MOVE 'Y' TO WS-EOF-RMATRN-SW
           END-READ.

           IF NOT WS-EOF-RMATRN
              SET WS-TRN-VALID TO TRUE
              MOVE SPACES TO WS-REJECT-REASON-TXT
              MOVE SPACES TO WS-BEFORE-IMAGE

              EVALUATE TRUE
                 WHEN RX-IS-ISSUE
                    PERFORM R2200-APPLY-ISSUE
                 WHEN RX-IS-CHANGE
                    PERFORM R2100-LOOKUP-RMA
                    PERFORM R2300-APPLY-CHANGE
                 WHEN RX-IS-CANCEL
                    PERFORM R2100-LOOKUP-RMA
                    PERFORM R2400-APPLY-CANCEL
                 WHEN OTHER
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'INVALID ACTION CODE' TO
                       WS-REJECT-REASON-TXT
                    PERFORM R2800-WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.


      *  ------
        R2100-LOOKUP-RMA.
      *  ------
           MOVE 'N' TO WS-RMA-EXISTS-SW.
           MOVE '00' TO WS-RMAFILE-STATUS.
           MOVE RX-RMA-NO TO RM-RMA-NO.
           IF RX-RMA-NO = SPACES
              MOVE '23' TO WS-RMAFILE-STATUS
           ELSE
              READ FILE-RMAFILE
                  INVALID KEY MOVE '23' TO WS-RMAFILE-STATUS
              END-READ
           END-IF.
           IF WS-RMAFILE-FOUND
              SET WS-RMA-EXISTS TO TRUE
              MOVE FIL-RMAFILE TO WS-BEFORE-IMAGE
           END-IF.


      *  ------
        R2200-APPLY-ISSUE.
      *  ------
           DISPLAY '  R2200 ISSUE RMA FOR CUST ' RX-CUST-NO
              ' ORDER ' RX-ORDER-NO ' ITEM ' RX-ITEM-CODE.
      *    THE NUMBER IS OURS TO GIVE - A CARD THAT TRIES TO PICK
      *    ITS OWN IS A CHANGE CARD PUNCHED WITH THE WRONG ACTION
           IF RX-RMA-NO NOT = SPACES
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'ISSUE CARD MUST LEAVE RMA BLANK' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2500-VALIDATE-CUSTOMER
           END-IF.

           IF WS-TRN-VALID
              MOVE RX-CUST-NO   TO WS-SALE-CUST-NO
              MOVE RX-ORDER-NO  TO WS-SALE-ORDER-NO
              MOVE RX-ITEM-CODE TO WS-SALE-ITEM-CODE
              PERFORM R2510-VALIDATE-SALE
           END-IF.

           IF WS-TRN-VALID AND RX-AUTH-QTY = SPACES
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'ISSUE REQUIRES A QUANTITY' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID AND RX-REASON = SPACES
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'ISSUE REQUIRES A REASON CODE' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              MOVE SPACES           TO FIL-RMAFILE
              MOVE RX-CUST-NO       TO RM-CUST-NO
              MOVE RX-ORDER-NO      TO RM-ORDER-NO
              MOVE RX-ITEM-CODE     TO RM-ITEM-CODE
              MOVE ZEROES           TO RM-AUTH-QTY
              MOVE WS-RUN-DATE      TO RM-ISSUE-DATE
              MOVE 'O'              TO RM-STATUS
              MOVE ZEROES           TO RM-RECV-QTY
              MOVE RX-USER-ID       TO RM-ISSUED-BY
              IF RX-EXPIRY-DATE = SPACES
                 PERFORM R2560-DEFAULT-EXPIRY
              END-IF
              PERFORM R2600-MOVE-CARD-FIELDS
           END-IF.

      *    THE NUMBER IS SPENT THE MOMENT IT IS ASSIGNED - A GAP IN
      *    THE SERIES IS SAFER THAN HANDING THE SAME NUMBER TO TWO
      *    CUSTOMERS
           IF WS-TRN-VALID
              MOVE WS-NEXT-RMA-NO TO RM-RMA-NO
              ADD 1 TO WS-NEXT-RMA-NO
              WRITE FIL-RMAFILE
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'RMA NUMBER ON FILE - CHECK RMACTL' TO
                       WS-REJECT-REASON-TXT
              END-WRITE
           END-IF.

           IF WS-TRN-VALID
              ADD 1 TO WS-ISSUED-CNT
              MOVE RM-RMA-NO TO RX-RMA-NO
              MOVE FIL-RMAFILE TO RY-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2300-APPLY-CHANGE.
      *  ------
           DISPLAY '  R2300 CHANGE RMA ' RX-RMA-NO.
           IF NOT WS-RMA-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'RMA NOT ON FILE' TO WS-REJECT-REASON-TXT
           END-IF.

      *    ONCE THE GOODS ARE BACK OR THE RMA IS CANCELLED THERE IS
      *    NOTHING LEFT TO AUTHORIZE
           IF WS-TRN-VALID AND NOT RM-IS-OPEN
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'RMA NO LONGER OPEN' TO WS-REJECT-REASON-TXT
           END-IF.

      *    THE CUSTOMER, ORDER AND ITEM ARE WHAT THE RMA IS - TO
      *    MOVE ONE OF THEM, CANCEL IT AND ISSUE A NEW ONE
           IF WS-TRN-VALID
              AND (RX-CUST-NO NOT = SPACES
                   OR RX-ORDER-NO NOT = SPACES
                   OR RX-ITEM-CODE NOT = SPACES)
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'ONLY QTY/REASON/EXPIRY CHANGE' TO
                 WS-REJECT-REASON-TXT
           END-IF.

      *    THE QUANTITY CAP IS THE SALE'S, SO A NEW QUANTITY NEEDS
      *    THE SALE LOOKED UP AGAIN
           IF WS-TRN-VALID AND RX-AUTH-QTY NOT = SPACES
              MOVE RM-CUST-NO   TO WS-SALE-CUST-NO
              MOVE RM-ORDER-NO  TO WS-SALE-ORDER-NO
              MOVE RM-ITEM-CODE TO WS-SALE-ITEM-CODE
              PERFORM R2510-VALIDATE-SALE
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2600-MOVE-CARD-FIELDS
           END-IF.

           IF WS-TRN-VALID
              REWRITE FIL-RMAFILE
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'RMA REWRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-REWRITE
           END-IF.

           IF WS-TRN-VALID
              MOVE FIL-RMAFILE TO RY-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2400-APPLY-CANCEL.
      *  ------
      *    A CANCELLED RMA STAYS ON FILE SO A RETURN THAT TURNS UP
      *    AGAINST IT LATER REJECTS AS CANCELLED, NOT AS UNKNOWN
           DISPLAY '  R2400 CANCEL RMA ' RX-RMA-NO.
           IF NOT WS-RMA-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'RMA NOT ON FILE' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID AND NOT RM-IS-OPEN
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'RMA NO LONGER OPEN' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              MOVE 'X' TO RM-STATUS
              REWRITE FIL-RMAFILE
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'RMA REWRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-REWRITE
           END-IF.

           IF WS-TRN-VALID
              ADD 1 TO WS-CANCELLED-CNT
              MOVE FIL-RMAFILE TO RY-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2500-VALIDATE-CUSTOMER.
      *  ------
           MOVE '00' TO WS-CUSTMAST-STATUS.
           MOVE RX-CUST-NO TO CM-CUST-NO.
           READ FILE-CUSTMAST
               INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
           END-READ.
           IF WS-CUSTMAST-NOTFOUND
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'CUSTOMER NOT ON CUST MASTER' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2510-VALIDATE-SALE.
      *  ------
      *    THE SAME TEST ORDERSYS R2059 PUTS A RETURN THROUGH - THE
      *    ORDER MUST BE A SALE, OF THIS ITEM, TO THIS CUSTOMER -
      *    SO AN RMA THAT IS ISSUED IS ONE WHOSE RETURN WILL POST.
      *    A SALE ORDPURGE HAS RETIRED IS LOOKED FOR ON THE ARCHIVE
           MOVE 'N' TO WS-SALE-FOUND-SW.
           MOVE ZEROES TO WS-SOLD-QTY.
           MOVE '00' TO WS-ORDHIST-STATUS.
           MOVE WS-SALE-ORDER-NO TO OH-ORDER-NO.
           READ FILE-ORDHIST
               INVALID KEY MOVE '23' TO WS-ORDHIST-STATUS
           END-READ.
           IF WS-ORDHIST-FOUND AND OH-TRANS-TYPE = 'S'
              SET WS-SALE-FOUND TO TRUE
              IF OH-CUST-NO NOT = WS-SALE-CUST-NO
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'ORDER IS FOR ANOTHER CUSTOMER' TO
                    WS-REJECT-REASON-TXT
              END-IF
              IF WS-TRN-VALID AND OH-ITEM-CODE NOT = WS-SALE-ITEM-CODE
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'ITEM NOT ON ORIGINAL ORDER' TO
                    WS-REJECT-REASON-TXT
              END-IF
              MOVE OH-QUANTITY TO WS-SOLD-QTY
           ELSE
              PERFORM R2520-FIND-SALE-IN-ARCHIVE
           END-IF.


      *  ------
        R2520-FIND-SALE-IN-ARCHIVE.
      *  ------
      *    OPENED PER CARD, SAME AS ORDERSYS - AN RMA FOR A SALE OLD
      *    ENOUGH TO HAVE BEEN PURGED IS RARE
           MOVE 'N' TO WS-EOF-OHARCH-SW.
           OPEN INPUT FILE-OHARCH.
           PERFORM R2530-SCAN-ARCHIVE-RECORD
              UNTIL WS-EOF-OHARCH OR WS-SALE-FOUND.
           CLOSE FILE-OHARCH.

           IF NOT WS-SALE-FOUND
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'NO SALE ON HIST/ARCHIVE' TO
                 WS-REJECT-REASON-TXT
           ELSE
              IF AH-CUST-NO NOT = WS-SALE-CUST-NO
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'ORDER IS FOR ANOTHER CUSTOMER' TO
                    WS-REJECT-REASON-TXT
              END-IF
              IF WS-TRN-VALID AND AH-ITEM-CODE NOT = WS-SALE-ITEM-CODE
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'ITEM NOT ON ORIGINAL ORDER' TO
                    WS-REJECT-REASON-TXT
              END-IF
              MOVE AH-QUANTITY TO WS-SOLD-QTY
           END-IF.

      *  ------
        R2530-SCAN-ARCHIVE-RECORD.
      *  ------
           READ FILE-OHARCH INTO SHIP-OHARCH-REC
              AT END MOVE 'Y' TO WS-EOF-OHARCH-SW
           END-READ.
           IF NOT WS-EOF-OHARCH
              IF AH-ORDER-NO = WS-SALE-ORDER-NO
                 AND AH-TRANS-TYPE = 'S'
                 SET WS-SALE-FOUND TO TRUE
              END-IF
           END-IF.


      *  ------
        R2560-DEFAULT-EXPIRY.
      *  ------
      *    NO EXPIRY ON AN ISSUE CARD MEANS A MONTH - THE SAME DAY
      *    NEXT MONTH, PULLED BACK TO THE 28TH SO IT IS A REAL DATE
      *    IN EVERY MONTH
           IF WS-RUN-DATE NUMERIC
              MOVE WS-RUN-DATE TO WS-EDIT-DATE
              IF WS-EDIT-MM-9 = 12
                 ADD 1 TO WS-EDIT-YYYY-9
                 MOVE 01 TO WS-EDIT-MM-9
              ELSE
                 ADD 1 TO WS-EDIT-MM-9
              END-IF
              IF WS-EDIT-DD-9 > 28
                 MOVE 28 TO WS-EDIT-DD-9
              END-IF
              MOVE WS-EDIT-DATE TO RX-EXPIRY-DATE
           ELSE
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'NO RUN DATE FOR DEFAULT EXPIRY' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2570-EDIT-REAL-DATE.
      *  ------
      *    SAME RULE PRCMNT AND CTRMNT USE ON THEIR DATES
           SET WS-DATE-OK TO TRUE.
           IF WS-EDIT-DATE NOT NUMERIC
              SET WS-DATE-NOT-OK TO TRUE
           ELSE
              IF WS-EDIT-MM-9 < 01 OR WS-EDIT-MM-9 > 12
                 OR WS-EDIT-DD-9 < 01 OR WS-EDIT-DD-9 > 31
                 SET WS-DATE-NOT-OK TO TRUE
              END-IF
           END-IF.


      *  ------
        R2600-MOVE-CARD-FIELDS.
      *  ------
      *    ONLY THE FILLED-IN CARD FIELDS LAND ON THE RMA - ON A
      *    CHANGE THE BLANK ONES LEAVE THE EXISTING VALUE ALONE,
      *    SO AN EXTENSION IS JUST A NEW EXPIRY DATE
           IF RX-AUTH-QTY NOT = SPACES
              MOVE RX-AUTH-QTY TO WS-EDIT-QTY
              IF WS-EDIT-QTY NOT NUMERIC
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'NON-NUMERIC QUANTITY' TO
                    WS-REJECT-REASON-TXT
              ELSE
                 IF WS-EDIT-QTY-9 = ZEROES
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'QUANTITY IS ZERO' TO
                       WS-REJECT-REASON-TXT
                 ELSE
                    IF WS-EDIT-QTY-9 > WS-SOLD-QTY
                       SET WS-TRN-NOT-VALID TO TRUE
                       MOVE 'QTY EXCEEDS ORIGINAL ORDER' TO
                          WS-REJECT-REASON-TXT
                    ELSE
                       MOVE WS-EDIT-QTY-9 TO RM-AUTH-QTY
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WS-TRN-VALID AND RX-REASON NOT = SPACES
              MOVE RX-REASON TO WS-EDIT-REASON
              IF WS-REASON-KNOWN
                 MOVE RX-REASON TO RM-REASON
              ELSE
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'UNKNOWN RETURN REASON CODE' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

      *    AN RMA THAT HAS ALREADY LAPSED WOULD ONLY BOUNCE THE
      *    RETURN IT WAS ISSUED FOR
           IF WS-TRN-VALID AND RX-EXPIRY-DATE NOT = SPACES
              MOVE RX-EXPIRY-DATE TO WS-EDIT-DATE
              PERFORM R2570-EDIT-REAL-DATE
              IF WS-DATE-NOT-OK
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'EXPIRY DATE NOT A REAL DATE' TO
                    WS-REJECT-REASON-TXT
              ELSE
                 IF RX-EXPIRY-DATE < WS-RUN-DATE
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'EXPIRY BEFORE RUN DATE' TO
                       WS-REJECT-REASON-TXT
                 ELSE
                    MOVE RX-EXPIRY-DATE TO RM-EXPIRY-DATE
                 END-IF
              END-IF
           END-IF.


      *  ------
        R2750-WRITE-AUDIT-AND-REGISTER.
      *  ------
           ADD 1 TO WS-APPLIED-CNT.

           MOVE WS-RUN-DATE      TO RY-RUN-DATE.
           MOVE RX-USER-ID       TO RY-USER-ID.
           MOVE RX-ACTION        TO RY-ACTION.
           MOVE RM-RMA-NO        TO RY-RMA-NO.
           MOVE WS-BEFORE-IMAGE  TO RY-BEFORE-IMAGE.
           MOVE SHIP-AUD-REC     TO FIL-RMAAUD.
           WRITE FIL-RMAAUD.

           PERFORM R2900-SET-ACTION-LABEL.
           MOVE RM-RMA-NO    TO WS-REG-RMA-NO.
           MOVE RM-CUST-NO   TO WS-REG-CUST-NO.
           MOVE RM-ORDER-NO  TO WS-REG-ORDER-NO.
           MOVE RM-ITEM-CODE TO WS-REG-ITEM-CODE.
           MOVE 'APPLIED  ' TO WS-REG-STATUS.
           MOVE SPACES      TO WS-REG-REASON.
           MOVE RX-USER-ID  TO WS-REG-USER.
           MOVE WS-REG-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.

           MOVE 'BEFORE: ' TO WS-REG-IMAGE-LBL.
           MOVE WS-BEFORE-IMAGE TO WS-REG-IMAGE.
           MOVE WS-REG-IMAGE-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.

           MOVE 'AFTER : ' TO WS-REG-IMAGE-LBL.
           MOVE RY-AFTER-IMAGE TO WS-REG-IMAGE.
           MOVE WS-REG-IMAGE-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.


      *  ------
        R2800-WRITE-REJECT-LINE.
      *  ------
           ADD 1 TO WS-REJECTED-CNT.
           PERFORM R2900-SET-ACTION-LABEL.
           MOVE RX-RMA-NO    TO WS-REG-RMA-NO.
           MOVE RX-CUST-NO   TO WS-REG-CUST-NO.
           MOVE RX-ORDER-NO  TO WS-REG-ORDER-NO.
           MOVE RX-ITEM-CODE TO WS-REG-ITEM-CODE.
           MOVE 'REJECTED ' TO WS-REG-STATUS.
           MOVE WS-REJECT-REASON-TXT TO WS-REG-REASON.
           MOVE RX-USER-ID  TO WS-REG-USER.
           MOVE WS-REG-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.
           DISPLAY '  *** MAINT CARD REJECTED FOR RMA '
              RX-RMA-NO ' CUST ' RX-CUST-NO ' ORDER '
              RX-ORDER-NO ' - ' WS-REJECT-REASON-TXT.


      *  ------
        R2900-SET-ACTION-LABEL.
      *  ------
           EVALUATE TRUE
              WHEN RX-IS-ISSUE   MOVE 'ISSUE  ' TO WS-REG-ACTION
              WHEN RX-IS-CHANGE  MOVE 'CHANGE ' TO WS-REG-ACTION
              WHEN RX-IS-CANCEL  MOVE 'CANCEL ' TO WS-REG-ACTION
              WHEN OTHER         MOVE 'INVALID' TO WS-REG-ACTION
           END-EVALUATE.


      *  ------
        R3500-WRITE-REGISTER-TRAILER.
      *  ------
           DISPLAY '  R3500 WRITE REGISTER TRAILER'.
           MOVE SPACES TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE WS-APPLIED-CNT   TO WS-REG-APPLIED.
           MOVE WS-REJECTED-CNT  TO WS-REG-REJECTED.
           MOVE WS-ISSUED-CNT    TO WS-REG-ISSUED.
           MOVE WS-CANCELLED-CNT TO WS-REG-CANCELLED.
           MOVE WS-REG-TRL TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           DISPLAY '  NEXT UNUSED RMA NUMBER: ' WS-NEXT-RMA-NO.


      *  ------
        R3600-UPDATE-RMA-CONTROL.
      *  ------
      *    REWRITTEN ONLY AT END OF RUN, SAME AS THE INVOICE AND PO
      *    CONTROLS
           DISPLAY '  R3600 UPDATE RMA CONTROL'.
           OPEN OUTPUT FILE-RMACTL.
           MOVE SPACES          TO SHIP-RMACTL-REC.
           MOVE WS-NEXT-RMA-NO  TO DC-NEXT-DOC-NO.
           MOVE WS-RUN-DATE     TO DC-LAST-RUN-DATE.
           MOVE SHIP-RMACTL-REC TO FIL-RMACTL.
           WRITE FIL-RMACTL.
           CLOSE FILE-RMACTL.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-RMATRN.
           CLOSE FILE-RMAFILE.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-ORDHIST.
           CLOSE FILE-RMAAUD.
           CLOSE FILE-MNTOUT.


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
