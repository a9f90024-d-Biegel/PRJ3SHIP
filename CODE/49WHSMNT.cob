      **************************************************************
      *
      *  PROGRAM ID WHSMNT
      *  DATE CREATED:  15OCT2026
      *
      * WAREHOUSE STOCK MAINTENANCE AND TRANSFERS - THE ONLY
      * SANCTIONED WAY TO ADD, CHANGE, OR DELETE FILE-WHSTOCK
      * RECORDS AND TO MOVE STOCK BETWEEN WAREHOUSES, IN THE SAME
      * MOLD AS CTRMNT.  AN ADD PUTS AN ITEM INTO A WAREHOUSE WITH
      * ITS REORDER POINT AND BIN; AN ADD OR CHANGE WITH A QUANTITY
      * PLACES THAT MUCH UNASSIGNED STOCK (IM-ON-HAND-QTY NOT YET
      * IN ANY WAREHOUSE) ON THE WAREHOUSE'S SHELF, AND IS REFUSED
      * FOR MORE THAN IS UNASSIGNED.  A DELETE IS ONLY TAKEN WHEN
      * THE WAREHOUSE HAS NOTHING ON HAND AND NOTHING IN TRANSIT.
      *
      * A SHIP CARD TAKES THE QUANTITY OFF THE SENDING WAREHOUSE'S
      * ON-HAND AND PUTS IT IN THE RECEIVING WAREHOUSE'S IN-TRANSIT,
      * WRITES A FILE-XFERFIL RECORD UNDER THE NEXT TRANSFER NUMBER
      * OFF FILE-XFRCTL, AND PRINTS THE NUMBER FOR THE PAPERWORK.  A
      * RECEIVE CARD NAMES THAT NUMBER AND MOVES THE QUANTITY FROM
      * IN-TRANSIT TO ON-HAND AT THE RECEIVING END.  NEITHER TOUCHES
      * ITEMMAST - STOCK IN TRANSIT IS STILL THE COMPANY'S, SO THE
      * ITEM TOTAL DOES NOT MOVE.  EVERY WAREHOUSE RECORD CHANGED
      * GOES ON THE BEFORE/AFTER REGISTER AND THE AUDIT TRAIL.
      *
      * SYSIN CARD 1: RUN DATE (CCYYMMDD)
      * SYSIN CARD 1 COLS 9-14: FIRST TRANSFER NUMBER, ONLY USED
      *               WHEN FILE-XFRCTL IS EMPTY, TO SEED THE SERIES
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
       PROGRAM-ID. WHSMNT.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-WHSTRN ASSIGN TO UT-S-WHSTRN.
           SELECT FILE-WHSAUD ASSIGN TO UT-S-WHSAUD.
           SELECT FILE-MNTOUT ASSIGN TO UT-S-WMNTOUT.
      *    OPTIONAL - THE VERY FIRST RUN HAS NO CONTROL RECORD YET
           SELECT OPTIONAL FILE-XFRCTL ASSIGN TO UT-S-XFRCTL.
      *    DYNAMIC - AN ITEM'S WAREHOUSES ARE BROWSED TO FIND HOW
      *    MUCH OF ITS STOCK IS STILL UNASSIGNED
           SELECT FILE-WHSTOCK ASSIGN TO UT-S-WHSTOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WHSTOCK-STATUS.
           SELECT FILE-XFERFIL ASSIGN TO UT-S-XFERFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XF-XFER-NO
               FILE STATUS IS WS-XFERFIL-STATUS.
           SELECT FILE-ITEMMAST ASSIGN TO UT-S-ITEMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *MAINTENANCE AND TRANSFER CARDS
       FD  FILE-WHSTRN
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-WHSTRN.

       01  FIL-WHSTRN        PIC X(80).

      * ---

      *AUDIT TRAIL - ONE RECORD PER WAREHOUSE RECORD CHANGED
       FD  FILE-WHSAUD
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-WHSAUD.

       01  FIL-WHSAUD        PIC X(150).

      * ---

      *MAINTENANCE REGISTER PRINT FILE
       FD  FILE-MNTOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-MNTOUT.

       01  FIL-MNTOUT        PIC X(132).

      * ---

      *TRANSFER NUMBER CONTROL - NEXT TRANSFER NUMBER TO ISSUE
       FD  FILE-XFRCTL
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-XFRCTL.

       01  FIL-XFRCTL        PIC X(80).

      * ---

      *WAREHOUSE STOCK - THE FILE BEING MAINTAINED
       FD  FILE-WHSTOCK
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-WHSTOCK.

       COPY WHSTOCK
           REPLACING CPY-WHSE-STOCK-REC BY FIL-WHSTOCK.

      * ---

      *TRANSFERS SHIPPED AND RECEIVED
       FD  FILE-XFERFIL
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-XFERFIL.

       COPY XFERREC
           REPLACING CPY-XFER-REC BY FIL-XFERFIL.

      * ---

      *ITEM MASTER - THE COMPANY ON-HAND THE WAREHOUSES SHARE
       FD  FILE-ITEMMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ITEMMAST.

       COPY ITEMMAST
           REPLACING CPY-ITEM-MAST-REC BY FIL-ITEMMAST.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    MAINTENANCE CARD JUST READ
       COPY WHSTRN
           REPLACING CPY-WHSE-TRN-REC BY SHIP-TRN-REC.

      *    AUDIT RECORD BUILT FOR FILE-WHSAUD
       COPY WHSAUD
           REPLACING CPY-WHSE-AUD-REC BY SHIP-AUD-REC.

      *    TRANSFER NUMBER CONTROL RECORD
       COPY DOCCTL
           REPLACING CPY-DOC-CTL-REC BY SHIP-XFRCTL-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-WHSTRN-SW   PIC X VALUE 'N'.
               88  WS-EOF-WHSTRN         VALUE 'Y'.
           02  WS-EOF-XFRCTL-SW   PIC X VALUE 'N'.
               88  WS-EOF-XFRCTL         VALUE 'Y'.
           02  WS-XFRCTL-FOUND-SW PIC X VALUE 'N'.
               88  WS-XFRCTL-FOUND       VALUE 'Y'.
           02  WS-TRN-VALID-SW    PIC X VALUE 'Y'.
               88  WS-TRN-VALID          VALUE 'Y'.
               88  WS-TRN-NOT-VALID      VALUE 'N'.
           02  WS-WHSE-EXISTS-SW  PIC X VALUE 'N'.
               88  WS-WHSE-EXISTS        VALUE 'Y'.
           02  WS-BROWSE-DONE-SW  PIC X VALUE 'N'.
               88  WS-BROWSE-DONE        VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-WHSTOCK-STATUS    PIC X(2) VALUE '00'.
           88  WS-WHSTOCK-FOUND        VALUE '00'.
           88  WS-WHSTOCK-NOTFOUND     VALUE '23'.
       01  WS-XFERFIL-STATUS    PIC X(2) VALUE '00'.
           88  WS-XFERFIL-FOUND        VALUE '00'.
           88  WS-XFERFIL-NOTFOUND     VALUE '23'.
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-ITEMMAST-FOUND       VALUE '00'.
           88  WS-ITEMMAST-NOTFOUND    VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  WS-PARM-FIRST-XFER PIC X(6).
           05  FILLER             PIC X(65).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN - STAMPED ON EVERY AUDIT RECORD, EVERY
      * WAREHOUSE RECORD MOVED, AND EVERY TRANSFER
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.

      * NEXT TRANSFER NUMBER TO ISSUE - CONTINUES FROM FILE-XFRCTL
       01  WS-NEXT-XFER-NO       PIC 9(6) VALUE ZEROES.
       01  WS-EDIT-XFER-NO       PIC X(6).
       01  WS-EDIT-XFER-NO-9 REDEFINES WS-EDIT-XFER-NO
                                PIC 9(6).

      * WHY THE CARD BOUNCED - PRINTED ON THE REGISTER LINE
       01  WS-REJECT-REASON-TXT PIC X(30) VALUE SPACES.

      * NUMERIC EDIT WORK FIELDS FOR THE CARD QUANTITY AND REORDER
      * POINT - A BLANK QUANTITY ON AN ADD OR CHANGE IS ZERO
       01  WS-EDIT-QTY          PIC X(7).
       01  WS-EDIT-QTY-9 REDEFINES WS-EDIT-QTY
                                PIC 9(7).
       01  WS-EDIT-ROP          PIC X(5).
       01  WS-EDIT-ROP-9 REDEFINES WS-EDIT-ROP
                                PIC 9(5).

      * THE ITEM'S STOCK NO WAREHOUSE ACCOUNTS FOR - ITEM TOTAL
      * LESS EVERY WAREHOUSE'S ON-HAND AND IN-TRANSIT
       01  WS-WHSE-TOTAL-QTY    PIC S9(9) VALUE ZEROES.
       01  WS-UNASSIGNED-QTY    PIC S9(9) VALUE ZEROES.

      * BEFORE AND AFTER IMAGES OF THE WAREHOUSE RECORD FOR THE
      * AUDIT TRAIL, AND THE KEY THEY BELONG TO
       01  WS-BEFORE-IMAGE      PIC X(60) VALUE SPACES.
       01  WS-AFTER-IMAGE       PIC X(60) VALUE SPACES.
       01  WS-AUDIT-KEY         PIC X(5)  VALUE SPACES.

      * REGISTER COUNTS FOR THE TRAILER
       01  WS-APPLIED-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-REJECTED-CNT      PIC 9(5) VALUE ZEROES.
       01  WS-SHIPPED-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-RECEIVED-CNT      PIC 9(5) VALUE ZEROES.

      * MAINTENANCE REGISTER PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(30)
                 VALUE 'WAREHOUSE STOCK MAINT REGISTER'.
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(75) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-ACTION      PIC X(7).
           05  FILLER             PIC X(6) VALUE ' ITEM '.
           05  WS-REG-ITEM-CODE   PIC X(3).
           05  FILLER             PIC X(6) VALUE ' WHSE '.
           05  WS-REG-WHSE-CODE   PIC X(2).
           05  FILLER             PIC X(4) VALUE ' TO '.
           05  WS-REG-TO-WHSE     PIC X(2).
           05  FILLER             PIC X(5) VALUE ' QTY '.
           05  WS-REG-QTY         PIC X(7).
           05  FILLER             PIC X(6) VALUE ' XFER '.
           05  WS-REG-XFER-NO     PIC X(6).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-REG-STATUS      PIC X(9).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-REASON      PIC X(30).
           05  FILLER             PIC X(6) VALUE ' BY: '.
           05  WS-REG-USER        PIC X(8).
           05  FILLER             PIC X(18) VALUE SPACES.

       01  WS-REG-IMAGE-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-REG-IMAGE-LBL   PIC X(8).
           05  WS-REG-IMAGE       PIC X(60).
           05  FILLER             PIC X(60) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE 'CARDS APPLIED: '.
           05  WS-REG-APPLIED     PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE '  REJECTED: '.
           05  WS-REG-REJECTED    PIC ZZZZ9.
           05  FILLER             PIC X(21)
                 VALUE '  TRANSFERS SHIPPED: '.
           05  WS-REG-SHIPPED     PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE '  RECEIVED: '.
           05  WS-REG-RECEIVED    PIC ZZZZ9.
           05  FILLER             PIC X(47) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1007-LOAD-XFER-CONTROL.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1200-WRITE-REGISTER-HEADER.

           PERFORM R2000-PROCESS-MAINT-CARD
              UNTIL WS-EOF-WHSTRN.

           PERFORM R3500-WRITE-REGISTER-TRAILER.
           PERFORM R3600-UPDATE-XFER-CONTROL.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-WHSTRN.
           OPEN I-O    FILE-WHSTOCK.
           OPEN I-O    FILE-XFERFIL.
           OPEN INPUT  FILE-ITEMMAST.
           OPEN OUTPUT FILE-WHSAUD.
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
        R1007-LOAD-XFER-CONTROL.
      *  ------
      *    SAME RULE AS THE INVOICE, PO AND RMA SERIES - THE SYSIN
      *    NUMBER ONLY SEEDS AN EMPTY CONTROL FILE, AND A MISSING
      *    OR GARBAGE SEED FALLS BACK TO 1
           DISPLAY '  R1007 LOAD TRANSFER CONTROL'.
           OPEN INPUT FILE-XFRCTL.
           PERFORM R1010-READ-XFER-CONTROL
              UNTIL WS-EOF-XFRCTL.
           CLOSE FILE-XFRCTL.

           IF NOT WS-XFRCTL-FOUND
              MOVE WS-PARM-FIRST-XFER TO WS-EDIT-XFER-NO
              IF WS-EDIT-XFER-NO NUMERIC
                 MOVE WS-EDIT-XFER-NO-9 TO WS-NEXT-XFER-NO
                 DISPLAY '  *** TRANSFER CONTROL FILE EMPTY - '
                    'SERIES SEEDED FROM SYSIN'
              ELSE
                 MOVE 1 TO WS-NEXT-XFER-NO
                 DISPLAY '  *** TRANSFER CONTROL FILE EMPTY AND '
                    'SYSIN SEED NOT NUMERIC - STARTING THE SERIES '
                    'AT 000001'
              END-IF
           END-IF.
           DISPLAY '  FIRST TRANSFER NUMBER: ' WS-NEXT-XFER-NO.

      *  ------
        R1010-READ-XFER-CONTROL.
      *  ------
           READ FILE-XFRCTL INTO SHIP-XFRCTL-REC
              AT END MOVE 'Y' TO WS-EOF-XFRCTL-SW
           END-READ.
           IF NOT WS-EOF-XFRCTL
              IF DC-NEXT-DOC-NO NUMERIC
                 SET WS-XFRCTL-FOUND TO TRUE
                 MOVE DC-NEXT-DOC-NO TO WS-NEXT-XFER-NO
              ELSE
                 DISPLAY '  *** TRANSFER CONTROL RECORD NOT '
                    'NUMERIC - IGNORED'
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
           MOVE 'WHSMNT' TO SC-STEP-NAME.
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
           READ FILE-WHSTRN INTO SHIP-TRN-REC
              AT END MOVE 'Y' TO WS-EOF-WHSTRN-SW
           END-READ.

           IF NOT WS-EOF-WHSTRN
              SET WS-TRN-VALID TO TRUE
              MOVE SPACES TO WS-REJECT-REASON-TXT
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE SPACES TO WS-EDIT-XFER-NO
              MOVE ZEROES TO WS-EDIT-QTY-9

              EVALUATE TRUE
                 WHEN WT-IS-ADD
                    PERFORM R2200-APPLY-ADD
                 WHEN WT-IS-CHANGE
                    PERFORM R2300-APPLY-CHANGE
                 WHEN WT-IS-DELETE
                    PERFORM R2400-APPLY-DELETE
                 WHEN WT-IS-SHIP
                    PERFORM R2500-SHIP-TRANSFER
                 WHEN WT-IS-RECEIVE
                    PERFORM R2600-RECEIVE-TRANSFER
                 WHEN OTHER
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'INVALID ACTION CODE' TO
                       WS-REJECT-REASON-TXT
                    PERFORM R2800-WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.


      *  ------
        R2100-LOOKUP-WHSE-STOCK.
      *  ------
      *    WH-ITEM-CODE AND WH-WHSE-CODE ARE SET BY THE CALLER
           MOVE 'N' TO WS-WHSE-EXISTS-SW.
           MOVE '00' TO WS-WHSTOCK-STATUS.
           READ FILE-WHSTOCK
               INVALID KEY MOVE '23' TO WS-WHSTOCK-STATUS
           END-READ.
           IF WS-WHSTOCK-FOUND
              SET WS-WHSE-EXISTS TO TRUE
           END-IF.


      *  ------
        R2150-EDIT-CARD-FIELDS.
      *  ------
      *    EDITS COMMON TO ADD AND CHANGE - THE ITEM MUST BE ON THE
      *    MASTER, AND A KEYED QUANTITY OR REORDER POINT NUMERIC
           IF WT-WHSE-CODE = SPACES
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'BLANK WAREHOUSE CODE' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2160-VALIDATE-ITEM
           END-IF.

           IF WS-TRN-VALID AND WT-QUANTITY NOT = SPACES
              MOVE WT-QUANTITY TO WS-EDIT-QTY
              IF WS-EDIT-QTY NOT NUMERIC
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'QUANTITY NOT NUMERIC' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-TRN-VALID AND WT-REORDER-POINT NOT = SPACES
              MOVE WT-REORDER-POINT TO WS-EDIT-ROP
              IF WS-EDIT-ROP NOT NUMERIC
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'REORDER POINT NOT NUMERIC' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

      *    STOCK CAN ONLY BE PLACED IN A WAREHOUSE FROM WHAT NO
      *    WAREHOUSE HOLDS YET - ANYTHING MORE WOULD COUNT IT TWICE
           IF WS-TRN-VALID AND WS-EDIT-QTY-9 > ZEROES
              PERFORM R2170-COMPUTE-UNASSIGNED
              IF WS-EDIT-QTY-9 > WS-UNASSIGNED-QTY
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'MORE THAN UNASSIGNED STOCK' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.


      *  ------
        R2160-VALIDATE-ITEM.
      *  ------
           MOVE '00' TO WS-ITEMMAST-STATUS.
           MOVE WT-ITEM-CODE TO IM-ITEM-CODE.
           READ FILE-ITEMMAST
               INVALID KEY MOVE '23' TO WS-ITEMMAST-STATUS
           END-READ.
           IF WS-ITEMMAST-NOTFOUND
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'ITEM NOT ON ITEM MASTER' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2170-COMPUTE-UNASSIGNED.
      *  ------
      *    THE WHSTOCK KEY LEADS WITH THE ITEM, SO ONE START AND A
      *    SHORT FORWARD READ COVERS EVERY WAREHOUSE THAT STOCKS IT.
      *    THE BROWSE MOVES THE RECORD AREA - CALLERS LOOK UP THE
      *    CARD'S OWN WAREHOUSE AFTERWARDS
           MOVE ZEROES TO WS-WHSE-TOTAL-QTY.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE '00' TO WS-WHSTOCK-STATUS.
           MOVE WT-ITEM-CODE TO WH-ITEM-CODE.
           MOVE LOW-VALUES   TO WH-WHSE-CODE.
           START FILE-WHSTOCK KEY >= WH-KEY
              INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.

           PERFORM R2180-ADD-NEXT-WHSE
              UNTIL WS-BROWSE-DONE.

           COMPUTE WS-UNASSIGNED-QTY =
              IM-ON-HAND-QTY - WS-WHSE-TOTAL-QTY.

      *  ------
        R2180-ADD-NEXT-WHSE.
      *  ------
           READ FILE-WHSTOCK NEXT RECORD
              AT END SET WS-BROWSE-DONE TO TRUE
           END-READ.
           IF NOT WS-WHSTOCK-FOUND
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

           IF NOT WS-BROWSE-DONE
              IF WH-ITEM-CODE NOT = WT-ITEM-CODE
                 SET WS-BROWSE-DONE TO TRUE
              ELSE
                 ADD WH-ON-HAND-QTY    TO WS-WHSE-TOTAL-QTY
                 ADD WH-IN-TRANSIT-QTY TO WS-WHSE-TOTAL-QTY
              END-IF
           END-IF.


      *  ------
        R2200-APPLY-ADD.
      *  ------
           DISPLAY '  R2200 ADD ITEM ' WT-ITEM-CODE ' TO WAREHOUSE '
              WT-WHSE-CODE.
           PERFORM R2150-EDIT-CARD-FIELDS.

           IF WS-TRN-VALID
              MOVE WT-ITEM-CODE TO WH-ITEM-CODE
              MOVE WT-WHSE-CODE TO WH-WHSE-CODE
              PERFORM R2100-LOOKUP-WHSE-STOCK
              IF WS-WHSE-EXISTS
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'ITEM ALREADY IN WAREHOUSE' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-TRN-VALID
              MOVE SPACES TO FIL-WHSTOCK
              MOVE WT-ITEM-CODE  TO WH-ITEM-CODE
              MOVE WT-WHSE-CODE  TO WH-WHSE-CODE
              MOVE ZEROES        TO WH-ON-HAND-QTY
              MOVE ZEROES        TO WH-IN-TRANSIT-QTY
              MOVE ZEROES        TO WH-REORDER-POINT
              PERFORM R2700-MOVE-CARD-FIELDS
              WRITE FIL-WHSTOCK
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'WHSTOCK WRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-WRITE
           END-IF.

           IF WS-TRN-VALID
              MOVE WH-KEY      TO WS-AUDIT-KEY
              MOVE FIL-WHSTOCK TO WS-AFTER-IMAGE
              PERFORM R2760-WRITE-APPLIED-LINE
              PERFORM R2750-WRITE-AUDIT-RECORD
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2300-APPLY-CHANGE.
      *  ------
           DISPLAY '  R2300 CHANGE ITEM ' WT-ITEM-CODE ' AT WAREHOUSE '
              WT-WHSE-CODE.
           PERFORM R2150-EDIT-CARD-FIELDS.

           IF WS-TRN-VALID
              MOVE WT-ITEM-CODE TO WH-ITEM-CODE
              MOVE WT-WHSE-CODE TO WH-WHSE-CODE
              PERFORM R2100-LOOKUP-WHSE-STOCK
              IF WS-WHSE-EXISTS
                 MOVE FIL-WHSTOCK TO WS-BEFORE-IMAGE
              ELSE
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'ITEM NOT IN WAREHOUSE' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2700-MOVE-CARD-FIELDS
              REWRITE FIL-WHSTOCK
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'WHSTOCK REWRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-REWRITE
           END-IF.

           IF WS-TRN-VALID
              MOVE WH-KEY      TO WS-AUDIT-KEY
              MOVE FIL-WHSTOCK TO WS-AFTER-IMAGE
              PERFORM R2760-WRITE-APPLIED-LINE
              PERFORM R2750-WRITE-AUDIT-RECORD
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2400-APPLY-DELETE.
      *  ------
           DISPLAY '  R2400 DELETE ITEM ' WT-ITEM-CODE
              ' FROM WAREHOUSE ' WT-WHSE-CODE.
           MOVE WT-ITEM-CODE TO WH-ITEM-CODE.
           MOVE WT-WHSE-CODE TO WH-WHSE-CODE.
           PERFORM R2100-LOOKUP-WHSE-STOCK.
           IF WS-WHSE-EXISTS
              MOVE WH-KEY      TO WS-AUDIT-KEY
              MOVE FIL-WHSTOCK TO WS-BEFORE-IMAGE
           ELSE
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'ITEM NOT IN WAREHOUSE' TO WS-REJECT-REASON-TXT
           END-IF.

      *    STOCK ON THE SHELF OR ON THE ROAD WOULD FALL OUT OF
      *    EVERY WAREHOUSE - IT HAS TO BE SHIPPED OUT OR COUNTED
      *    OFF FIRST
           IF WS-TRN-VALID
              AND (WH-ON-HAND-QTY NOT = ZEROES
                   OR WH-IN-TRANSIT-QTY NOT = ZEROES)
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'WAREHOUSE STILL HOLDS STOCK' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              DELETE FILE-WHSTOCK
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'WHSTOCK DELETE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-DELETE
           END-IF.

           IF WS-TRN-VALID
              MOVE SPACES TO WS-AFTER-IMAGE
              PERFORM R2760-WRITE-APPLIED-LINE
              PERFORM R2750-WRITE-AUDIT-RECORD
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2500-SHIP-TRANSFER.
      *  ------
           DISPLAY '  R2500 SHIP ITEM ' WT-ITEM-CODE ' FROM '
              WT-WHSE-CODE ' TO ' WT-TO-WHSE.
           MOVE WT-QUANTITY TO WS-EDIT-QTY.
           IF WS-EDIT-QTY NOT NUMERIC OR WS-EDIT-QTY-9 = ZEROES
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'TRANSFER QUANTITY NOT VALID' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              AND (WT-TO-WHSE = SPACES OR WT-TO-WHSE = WT-WHSE-CODE)
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'NO OTHER WAREHOUSE TO SHIP TO' TO
                 WS-REJECT-REASON-TXT
           END-IF.

      *    THE RECEIVING END HAS TO STOCK THE ITEM ALREADY - ITS
      *    BIN AND REORDER POINT COME FROM AN ADD, NOT A TRUCK
           IF WS-TRN-VALID
              MOVE WT-ITEM-CODE TO WH-ITEM-CODE
              MOVE WT-TO-WHSE   TO WH-WHSE-CODE
              PERFORM R2100-LOOKUP-WHSE-STOCK
              IF NOT WS-WHSE-EXISTS
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'ITEM NOT IN RECEIVING WHSE' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-TRN-VALID
              MOVE WT-ITEM-CODE TO WH-ITEM-CODE
              MOVE WT-WHSE-CODE TO WH-WHSE-CODE
              PERFORM R2100-LOOKUP-WHSE-STOCK
              IF NOT WS-WHSE-EXISTS
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'ITEM NOT IN SENDING WHSE' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-TRN-VALID AND WH-ON-HAND-QTY < WS-EDIT-QTY-9
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'NOT ENOUGH ON HAND TO SHIP' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2550-WRITE-TRANSFER
           END-IF.

           IF WS-TRN-VALID
              MOVE FIL-WHSTOCK TO WS-BEFORE-IMAGE
              SUBTRACT WS-EDIT-QTY-9 FROM WH-ON-HAND-QTY
              MOVE WS-RUN-DATE TO WH-LAST-MOVE-DATE
              REWRITE FIL-WHSTOCK
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'WHSTOCK REWRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-REWRITE
           END-IF.

           IF WS-TRN-VALID
              ADD 1 TO WS-SHIPPED-CNT
              MOVE WH-KEY      TO WS-AUDIT-KEY
              MOVE FIL-WHSTOCK TO WS-AFTER-IMAGE
              PERFORM R2760-WRITE-APPLIED-LINE
              PERFORM R2750-WRITE-AUDIT-RECORD
              PERFORM R2560-SHIP-TO-RECEIVING
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.

      *  ------
        R2550-WRITE-TRANSFER.
      *  ------
           MOVE SPACES TO FIL-XFERFIL.
           MOVE WS-NEXT-XFER-NO TO XF-XFER-NO.
           ADD 1 TO WS-NEXT-XFER-NO.
           MOVE WT-ITEM-CODE    TO XF-ITEM-CODE.
           MOVE WT-WHSE-CODE    TO XF-FROM-WHSE.
           MOVE WT-TO-WHSE      TO XF-TO-WHSE.
           MOVE WS-EDIT-QTY-9   TO XF-QUANTITY.
           MOVE WS-RUN-DATE     TO XF-SHIP-DATE.
           MOVE WT-USER-ID      TO XF-SHIPPED-BY.
           SET XF-IS-IN-TRANSIT TO TRUE.
           WRITE FIL-XFERFIL
              INVALID KEY
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'XFER NUMBER ON FILE - CHECK CTL' TO
                    WS-REJECT-REASON-TXT
           END-WRITE.
           IF WS-TRN-VALID
              MOVE XF-XFER-NO TO WS-EDIT-XFER-NO-9
           END-IF.

      *  ------
        R2560-SHIP-TO-RECEIVING.
      *  ------
      *    THE SENDING SIDE IS ALREADY ON FILE, SO A FAILURE HERE
      *    CAN ONLY BE REPORTED - THE TRANSFER RECORD SAYS WHERE
      *    THE STOCK WENT
           MOVE WT-ITEM-CODE TO WH-ITEM-CODE.
           MOVE WT-TO-WHSE   TO WH-WHSE-CODE.
           PERFORM R2100-LOOKUP-WHSE-STOCK.
           IF WS-WHSE-EXISTS
              MOVE FIL-WHSTOCK TO WS-BEFORE-IMAGE
              ADD WS-EDIT-QTY-9 TO WH-IN-TRANSIT-QTY
              MOVE WS-RUN-DATE TO WH-LAST-MOVE-DATE
              REWRITE FIL-WHSTOCK
                 INVALID KEY
                    DISPLAY '  *** COULD NOT REWRITE WHSTOCK FOR '
                       'ITEM ' WH-ITEM-CODE ' WHSE ' WH-WHSE-CODE
                       ' - STATUS ' WS-WHSTOCK-STATUS
                    MOVE 8 TO RETURN-CODE
              END-REWRITE
              MOVE WH-KEY      TO WS-AUDIT-KEY
              MOVE FIL-WHSTOCK TO WS-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-RECORD
           ELSE
              DISPLAY '  *** RECEIVING WAREHOUSE ' WT-TO-WHSE
                 ' GONE FOR ITEM ' WT-ITEM-CODE ' - TRANSFER '
                 WS-EDIT-XFER-NO ' NOT IN TRANSIT THERE'
              MOVE 8 TO RETURN-CODE
           END-IF.


      *  ------
        R2600-RECEIVE-TRANSFER.
      *  ------
           DISPLAY '  R2600 RECEIVE TRANSFER ' WT-XFER-NO.
           MOVE WT-XFER-NO TO WS-EDIT-XFER-NO.
           IF WS-EDIT-XFER-NO NOT NUMERIC
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'TRANSFER NUMBER NOT NUMERIC' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              MOVE '00' TO WS-XFERFIL-STATUS
              MOVE WS-EDIT-XFER-NO-9 TO XF-XFER-NO
              READ FILE-XFERFIL
                  INVALID KEY MOVE '23' TO WS-XFERFIL-STATUS
              END-READ
              IF WS-XFERFIL-NOTFOUND
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'TRANSFER NOT ON FILE' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

      *    THE REGISTER SHOWS WHAT THE TRANSFER CARRIED, NOT WHAT
      *    WAS (OR WASN'T) KEYED ON THE RECEIVE CARD
           IF WS-TRN-VALID
              MOVE XF-ITEM-CODE TO WT-ITEM-CODE
              MOVE XF-FROM-WHSE TO WT-WHSE-CODE
              MOVE XF-TO-WHSE   TO WT-TO-WHSE
              MOVE XF-QUANTITY  TO WS-EDIT-QTY-9
              IF NOT XF-IS-IN-TRANSIT
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'TRANSFER ALREADY RECEIVED' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-TRN-VALID
              MOVE XF-ITEM-CODE TO WH-ITEM-CODE
              MOVE XF-TO-WHSE   TO WH-WHSE-CODE
              PERFORM R2100-LOOKUP-WHSE-STOCK
              IF NOT WS-WHSE-EXISTS
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'ITEM NOT IN RECEIVING WHSE' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-TRN-VALID AND WH-IN-TRANSIT-QTY < XF-QUANTITY
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'IN-TRANSIT SHORT - SEE WHSTOCK' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              MOVE FIL-WHSTOCK TO WS-BEFORE-IMAGE
              SUBTRACT XF-QUANTITY FROM WH-IN-TRANSIT-QTY
              ADD XF-QUANTITY TO WH-ON-HAND-QTY
              MOVE WS-RUN-DATE TO WH-LAST-MOVE-DATE
              REWRITE FIL-WHSTOCK
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'WHSTOCK REWRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-REWRITE
           END-IF.

           IF WS-TRN-VALID
              SET XF-IS-RECEIVED TO TRUE
              MOVE WS-RUN-DATE TO XF-RECV-DATE
              MOVE WT-USER-ID  TO XF-RECEIVED-BY
              REWRITE FIL-XFERFIL
                 INVALID KEY
                    DISPLAY '  *** COULD NOT MARK TRANSFER '
                       XF-XFER-NO ' RECEIVED - STATUS '
                       WS-XFERFIL-STATUS
                    MOVE 8 TO RETURN-CODE
              END-REWRITE
              ADD 1 TO WS-RECEIVED-CNT
              MOVE WH-KEY      TO WS-AUDIT-KEY
              MOVE FIL-WHSTOCK TO WS-AFTER-IMAGE
              PERFORM R2760-WRITE-APPLIED-LINE
              PERFORM R2750-WRITE-AUDIT-RECORD
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2700-MOVE-CARD-FIELDS.
      *  ------
      *    ONLY THE FILLED-IN CARD FIELDS LAND ON THE RECORD - ON A
      *    CHANGE THE BLANK ONES LEAVE THE EXISTING VALUES ALONE.
      *    A QUANTITY IS ALWAYS ADDED TO THE SHELF, NEVER SET - THE
      *    CYCLE COUNT IS THE ONLY THING THAT SETS AN ON-HAND
           IF WT-REORDER-POINT NOT = SPACES
              MOVE WS-EDIT-ROP-9 TO WH-REORDER-POINT
           END-IF.
           IF WT-BIN-LOCATION NOT = SPACES
              MOVE WT-BIN-LOCATION TO WH-BIN-LOCATION
           END-IF.
           IF WS-EDIT-QTY-9 > ZEROES
              ADD WS-EDIT-QTY-9 TO WH-ON-HAND-QTY
              MOVE WS-RUN-DATE TO WH-LAST-MOVE-DATE
           END-IF.


      *  ------
        R2750-WRITE-AUDIT-RECORD.
      *  ------
      *    ONE AUDIT RECORD AND ONE BEFORE/AFTER PAIR PER WAREHOUSE
      *    RECORD THE CARD CHANGED
           MOVE SPACES           TO SHIP-AUD-REC.
           MOVE WS-RUN-DATE      TO WA-RUN-DATE.
           MOVE WT-USER-ID       TO WA-USER-ID.
           MOVE WT-ACTION        TO WA-ACTION.
           MOVE WS-AUDIT-KEY     TO WA-KEY.
           MOVE WS-EDIT-XFER-NO  TO WA-XFER-NO.
           MOVE WS-BEFORE-IMAGE  TO WA-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE   TO WA-AFTER-IMAGE.
           MOVE SHIP-AUD-REC     TO FIL-WHSAUD.
           WRITE FIL-WHSAUD.

           MOVE 'BEFORE: ' TO WS-REG-IMAGE-LBL.
           MOVE WS-BEFORE-IMAGE TO WS-REG-IMAGE.
           MOVE WS-REG-IMAGE-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.

           MOVE 'AFTER : ' TO WS-REG-IMAGE-LBL.
           MOVE WA-AFTER-IMAGE TO WS-REG-IMAGE.
           MOVE WS-REG-IMAGE-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.


      *  ------
        R2760-WRITE-APPLIED-LINE.
      *  ------
           ADD 1 TO WS-APPLIED-CNT.
           PERFORM R2900-SET-ACTION-LABEL.
           PERFORM R2910-SET-CARD-COLUMNS.
           MOVE 'APPLIED  ' TO WS-REG-STATUS.
           MOVE SPACES      TO WS-REG-REASON.
           MOVE WS-REG-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.


      *  ------
        R2800-WRITE-REJECT-LINE.
      *  ------
           ADD 1 TO WS-REJECTED-CNT.
           PERFORM R2900-SET-ACTION-LABEL.
           PERFORM R2910-SET-CARD-COLUMNS.
           MOVE 'REJECTED ' TO WS-REG-STATUS.
           MOVE WS-REJECT-REASON-TXT TO WS-REG-REASON.
           MOVE WS-REG-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.
           DISPLAY '  *** MAINT CARD REJECTED FOR ITEM '
              WT-ITEM-CODE ' WHSE ' WT-WHSE-CODE ' - '
              WS-REJECT-REASON-TXT.


      *  ------
        R2900-SET-ACTION-LABEL.
      *  ------
           EVALUATE TRUE
              WHEN WT-IS-ADD      MOVE 'ADD    ' TO WS-REG-ACTION
              WHEN WT-IS-CHANGE   MOVE 'CHANGE ' TO WS-REG-ACTION
              WHEN WT-IS-DELETE   MOVE 'DELETE ' TO WS-REG-ACTION
              WHEN WT-IS-SHIP     MOVE 'SHIP   ' TO WS-REG-ACTION
              WHEN WT-IS-RECEIVE  MOVE 'RECEIVE' TO WS-REG-ACTION
              WHEN OTHER          MOVE 'INVALID' TO WS-REG-ACTION
           END-EVALUATE.

      *  ------
        R2910-SET-CARD-COLUMNS.
      *  ------
           MOVE WT-ITEM-CODE    TO WS-REG-ITEM-CODE.
           MOVE WT-WHSE-CODE    TO WS-REG-WHSE-CODE.
           MOVE WT-TO-WHSE      TO WS-REG-TO-WHSE.
           MOVE WT-QUANTITY     TO WS-REG-QTY.
           IF WT-IS-RECEIVE AND WS-TRN-VALID
              MOVE WS-EDIT-QTY  TO WS-REG-QTY
           END-IF.
           IF WS-EDIT-XFER-NO = SPACES
              MOVE WT-XFER-NO   TO WS-REG-XFER-NO
           ELSE
              MOVE WS-EDIT-XFER-NO TO WS-REG-XFER-NO
           END-IF.
           MOVE WT-USER-ID      TO WS-REG-USER.


      *  ------
        R3500-WRITE-REGISTER-TRAILER.
      *  ------
           DISPLAY '  R3500 WRITE REGISTER TRAILER'.
           MOVE SPACES TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE WS-APPLIED-CNT  TO WS-REG-APPLIED.
           MOVE WS-REJECTED-CNT TO WS-REG-REJECTED.
           MOVE WS-SHIPPED-CNT  TO WS-REG-SHIPPED.
           MOVE WS-RECEIVED-CNT TO WS-REG-RECEIVED.
           MOVE WS-REG-TRL TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           DISPLAY '  NEXT UNUSED TRANSFER NUMBER: ' WS-NEXT-XFER-NO.


      *  ------
        R3600-UPDATE-XFER-CONTROL.
      *  ------
      *    REWRITTEN ONLY AT END OF RUN, SAME AS THE INVOICE, PO
      *    AND RMA CONTROLS
           DISPLAY '  R3600 UPDATE TRANSFER CONTROL'.
           OPEN OUTPUT FILE-XFRCTL.
           MOVE SPACES          TO SHIP-XFRCTL-REC.
           MOVE WS-NEXT-XFER-NO TO DC-NEXT-DOC-NO.
           MOVE WS-RUN-DATE     TO DC-LAST-RUN-DATE.
           MOVE SHIP-XFRCTL-REC TO FIL-XFRCTL.
           WRITE FIL-XFRCTL.
           CLOSE FILE-XFRCTL.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-WHSTRN.
           CLOSE FILE-WHSTOCK.
           CLOSE FILE-XFERFIL.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-WHSAUD.
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
