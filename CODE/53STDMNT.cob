      **************************************************************
      *
      *  PROGRAM ID STDMNT
      *  DATE CREATED:  15OCT2026
      *
      * STANDING ORDER MAINTENANCE - THE ONLY SANCTIONED WAY TO
      * ADD, CHANGE, OR DELETE FILE-STDORD RECURRING ORDERS, IN THE
      * SAME MOLD AS XREFMNT.  READS A FILE OF MAINTENANCE CARDS
      * KEYED BY CUSTOMER AND ITEM CODE, VALIDATES EACH ONE
      * (CUSTOMER MUST BE ON FILE-CUSTMAST, ITEM ON FILE-ITEMMAST,
      * A QUANTITY ABOVE ZERO, A FREQUENCY OF W (WEEKLY), B (EVERY
      * TWO WEEKS) OR M (MONTHLY), REAL DUE AND END DATES, END NOT
      * BEFORE THE NEXT DUE DATE), APPLIES THE GOOD ONES, PRINTS A
      * BEFORE/AFTER MAINTENANCE REGISTER, AND WRITES AN AUDIT
      * RECORD OF WHO SET UP WHICH STANDING ORDER AND WHEN.
      * STDGEN TURNS EVERY STANDING ORDER THAT COMES DUE INTO A
      * SALE FOR ORDERSYS.
      *
      * ON A CHANGE, A BLANK CARD FIELD LEAVES THE FILE VALUE
      * ALONE - SO AN END DATE, ONCE SET, IS MOVED BY KEYING A NEW
      * ONE; TO MAKE AN ORDER OPEN-ENDED AGAIN, DELETE AND RE-ADD
      * IT.  KEYING A NEW NEXT DUE DATE ALSO MOVES THE DAY OF THE
      * MONTH A MONTHLY ORDER FALLS ON.
      *
      * SYSIN CARD 1: RUN DATE (CCYYMMDD)
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
       PROGRAM-ID. STDMNT.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-STDTRN ASSIGN TO UT-S-STDTRN.
           SELECT FILE-STDAUD ASSIGN TO UT-S-STDAUD.
           SELECT FILE-MNTOUT ASSIGN TO UT-S-SMNTOUT.
           SELECT FILE-STDORD ASSIGN TO UT-S-STDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-STDORD-STATUS.
           SELECT FILE-CUSTMAST ASSIGN TO UT-S-CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT FILE-ITEMMAST ASSIGN TO UT-S-ITEMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *MAINTENANCE TRANSACTION CARDS
       FD  FILE-STDTRN
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-STDTRN.

       01  FIL-STDTRN        PIC X(80).

      * ---

      *AUDIT TRAIL - ONE RECORD PER APPLIED TRANSACTION
       FD  FILE-STDAUD
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-STDAUD.

       01  FIL-STDAUD        PIC X(225).

      * ---

      *MAINTENANCE REGISTER PRINT FILE
       FD  FILE-MNTOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-MNTOUT.

       01  FIL-MNTOUT        PIC X(132).

      * ---

      *STANDING ORDERS - THE FILE BEING MAINTAINED
       FD  FILE-STDORD
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-STDORD.

       COPY STDORD
           REPLACING CPY-STD-ORD-REC BY FIL-STDORD.

      * ---

      *CUSTOMER MASTER - EVERY STANDING ORDER'S CUSTOMER MUST BE ON IT
       FD  FILE-CUSTMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTMAST.

       COPY CUSTMAST
           REPLACING CPY-CUST-MAST-REC BY FIL-CUSTMAST.

      * ---

      *ITEM MASTER - EVERY STANDING ORDER'S ITEM MUST BE ON IT
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
       COPY STDTRN
           REPLACING CPY-STD-TRN-REC BY SHIP-TRN-REC.

      *    AUDIT RECORD BUILT FOR FILE-STDAUD
       COPY STDAUD
           REPLACING CPY-STD-AUD-REC BY SHIP-AUD-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-STDTRN-SW   PIC X VALUE 'N'.
               88  WS-EOF-STDTRN         VALUE 'Y'.
           02  WS-TRN-VALID-SW    PIC X VALUE 'Y'.
               88  WS-TRN-VALID          VALUE 'Y'.
               88  WS-TRN-NOT-VALID      VALUE 'N'.
           02  WS-ORDER-EXISTS-SW PIC X VALUE 'N'.
               88  WS-ORDER-EXISTS       VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-STDORD-STATUS     PIC X(2) VALUE '00'.
           88  WS-STDORD-FOUND         VALUE '00'.
           88  WS-STDORD-NOTFOUND      VALUE '23'.
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTMAST-FOUND       VALUE '00'.
           88  WS-CUSTMAST-NOTFOUND    VALUE '23'.
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-ITEMMAST-FOUND       VALUE '00'.
           88  WS-ITEMMAST-NOTFOUND    VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN - STAMPED ON EVERY AUDIT RECORD AND
      * ON THE STANDING ORDER AS ITS LAST MAINTENANCE DATE
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.

      * WHY THE CARD BOUNCED - PRINTED ON THE REGISTER LINE
       01  WS-REJECT-REASON-TXT PIC X(30) VALUE SPACES.

      * BEFORE IMAGE OF THE STANDING ORDER FOR THE AUDIT TRAIL
       01  WS-BEFORE-IMAGE      PIC X(100) VALUE SPACES.

      * CARD QUANTITY EDITED AS A NUMBER
       01  WS-EDIT-QUANTITY     PIC X(5).
       01  WS-EDIT-QUANTITY-9 REDEFINES WS-EDIT-QUANTITY
                                PIC 9(5).

      * THE STANDING ORDER AS IT WILL STAND ONCE THE CARD IS
      * APPLIED - EDITED AS A WHOLE BEFORE ANYTHING IS WRITTEN
       01  WS-NEW-ORDER.
           05  WS-NEW-QUANTITY    PIC 9(5).
           05  WS-NEW-REP-CODE    PIC X(3).
           05  WS-NEW-FREQUENCY   PIC X(1).
               88  WS-NEW-FREQ-VALID  VALUE 'W' 'B' 'M'.
           05  WS-NEW-NEXT-DUE    PIC X(8).
           05  WS-NEW-END-DATE    PIC X(8).
           05  WS-NEW-ANCHOR-DD   PIC 9(2).
           05  WS-NEW-WHSE-CODE   PIC X(2).
           05  WS-NEW-CUST-PO-NO  PIC X(12).

      * ONE DATE BROKEN OUT FOR THE CALENDAR EDIT
       01  WS-CHK-DATE          PIC X(8).
       01  WS-CHK-DATE-9 REDEFINES WS-CHK-DATE.
           05  WS-CHK-YYYY        PIC 9(4).
           05  WS-CHK-MM          PIC 9(2).
           05  WS-CHK-DD          PIC 9(2).

      * REGISTER COUNTS FOR THE TRAILER
       01  WS-APPLIED-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-REJECTED-CNT      PIC 9(5) VALUE ZEROES.

      * MAINTENANCE REGISTER PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(33)
                 VALUE 'STANDING ORDER MAINT REGISTER'.
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(72) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-ACTION      PIC X(7).
           05  FILLER             PIC X(6) VALUE ' CUST '.
           05  WS-REG-CUST        PIC X(5).
           05  FILLER             PIC X(6) VALUE ' ITEM '.
           05  WS-REG-ITEM        PIC X(3).
           05  FILLER             PIC X(5) VALUE ' QTY '.
           05  WS-REG-QTY         PIC X(5).
           05  FILLER             PIC X(6) VALUE ' FREQ '.
           05  WS-REG-FREQ        PIC X(1).
           05  FILLER             PIC X(5) VALUE ' DUE '.
           05  WS-REG-DUE         PIC X(8).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-REG-STATUS      PIC X(9).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-REASON      PIC X(30).
           05  FILLER             PIC X(6) VALUE ' BY: '.
           05  WS-REG-USER        PIC X(8).
           05  FILLER             PIC X(15) VALUE SPACES.

       01  WS-REG-IMAGE-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-REG-IMAGE-LBL   PIC X(8).
           05  WS-REG-IMAGE       PIC X(100).
           05  FILLER             PIC X(20) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE 'CARDS APPLIED: '.
           05  WS-REG-APPLIED     PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE '  REJECTED: '.
           05  WS-REG-REJECTED    PIC ZZZZ9.
           05  FILLER             PIC X(91) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1200-WRITE-REGISTER-HEADER.

           PERFORM R2000-PROCESS-MAINT-CARD
              UNTIL WS-EOF-STDTRN.

           PERFORM R3500-WRITE-REGISTER-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-STDTRN.
           OPEN I-O    FILE-STDORD.
           OPEN INPUT  FILE-CUSTMAST.
           OPEN INPUT  FILE-ITEMMAST.
           OPEN OUTPUT FILE-STDAUD.
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
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'STDMNT' TO SC-STEP-NAME.
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
           READ FILE-STDTRN INTO SHIP-TRN-REC
              AT END MOVE 'Y' TO WS-EOF-STDTRN-SW
           END-READ.

           IF NOT WS-EOF-STDTRN
              SET WS-TRN-VALID TO TRUE
              MOVE SPACES TO WS-REJECT-REASON-TXT
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM R2100-LOOKUP-ORDER

              EVALUATE TRUE
                 WHEN ST-IS-ADD
                    PERFORM R2200-APPLY-ADD
                 WHEN ST-IS-CHANGE
                    PERFORM R2300-APPLY-CHANGE
                 WHEN ST-IS-DELETE
                    PERFORM R2400-APPLY-DELETE
                 WHEN OTHER
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'INVALID ACTION CODE' TO
                       WS-REJECT-REASON-TXT
                    PERFORM R2800-WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.


      *  ------
        R2100-LOOKUP-ORDER.
      *  ------
           MOVE 'N' TO WS-ORDER-EXISTS-SW.
           MOVE '00' TO WS-STDORD-STATUS.
           MOVE ST-CUST-NO   TO SO-CUST-NO.
           MOVE ST-ITEM-CODE TO SO-ITEM-CODE.
           READ FILE-STDORD
               INVALID KEY MOVE '23' TO WS-STDORD-STATUS
           END-READ.
           IF WS-STDORD-FOUND
              SET WS-ORDER-EXISTS TO TRUE
              MOVE FIL-STDORD TO WS-BEFORE-IMAGE
           END-IF.


      *  ------
        R2200-APPLY-ADD.
      *  ------
           DISPLAY '  R2200 ADD STANDING ORDER ' ST-CUST-NO ' '
              ST-ITEM-CODE.
           IF WS-ORDER-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'STANDING ORDER ALREADY ON FILE' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2500-VALIDATE-CUSTOMER
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2510-VALIDATE-ITEM
           END-IF.

      *    AN ORDER WITH NO QUANTITY, CYCLE OR FIRST DUE DATE COULD
      *    NEVER BE GENERATED
           IF WS-TRN-VALID
              AND (ST-QUANTITY = SPACES OR ST-FREQUENCY = SPACES
                   OR ST-NEXT-DUE-DATE = SPACES)
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'ADD REQUIRES QTY, FREQ AND DUE' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              MOVE SPACES TO WS-NEW-ORDER
              MOVE ZEROES TO WS-NEW-QUANTITY
              MOVE ZEROES TO WS-NEW-ANCHOR-DD
              PERFORM R2520-EDIT-CARD-FIELDS
           END-IF.

           IF WS-TRN-VALID
              MOVE SPACES TO FIL-STDORD
              MOVE ST-CUST-NO   TO SO-CUST-NO
              MOVE ST-ITEM-CODE TO SO-ITEM-CODE
              MOVE ZEROES TO SO-GEN-CNT
              PERFORM R2600-MOVE-NEW-FIELDS
              WRITE FIL-STDORD
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'STANDING ORDER WRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-WRITE
           END-IF.

           IF WS-TRN-VALID
              MOVE FIL-STDORD TO SA-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2300-APPLY-CHANGE.
      *  ------
           DISPLAY '  R2300 CHANGE STANDING ORDER ' ST-CUST-NO ' '
              ST-ITEM-CODE.
           IF NOT WS-ORDER-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'STANDING ORDER NOT ON FILE' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              MOVE SO-QUANTITY      TO WS-NEW-QUANTITY
              MOVE SO-REP-CODE      TO WS-NEW-REP-CODE
              MOVE SO-FREQUENCY     TO WS-NEW-FREQUENCY
              MOVE SO-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE
              MOVE SO-END-DATE      TO WS-NEW-END-DATE
              MOVE SO-ANCHOR-DD     TO WS-NEW-ANCHOR-DD
              MOVE SO-WHSE-CODE     TO WS-NEW-WHSE-CODE
              MOVE SO-CUST-PO-NO    TO WS-NEW-CUST-PO-NO
              PERFORM R2520-EDIT-CARD-FIELDS
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2600-MOVE-NEW-FIELDS
              REWRITE FIL-STDORD
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'STANDING ORDER REWRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-REWRITE
           END-IF.

           IF WS-TRN-VALID
              MOVE FIL-STDORD TO SA-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2400-APPLY-DELETE.
      *  ------
           DISPLAY '  R2400 DELETE STANDING ORDER ' ST-CUST-NO ' '
              ST-ITEM-CODE.
           IF NOT WS-ORDER-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'STANDING ORDER NOT ON FILE' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              DELETE FILE-STDORD
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'STANDING ORDER DELETE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-DELETE
           END-IF.

           IF WS-TRN-VALID
              MOVE SPACES TO SA-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2500-VALIDATE-CUSTOMER.
      *  ------
      *    AN ORDER FOR A CUSTOMER WE DON'T HAVE WOULD ONLY BOUNCE
      *    OFF ORDERSYS EVERY CYCLE - IT CAN ONLY BE A KEYING ERROR
           MOVE '00' TO WS-CUSTMAST-STATUS.
           MOVE ST-CUST-NO TO CM-CUST-NO.
           READ FILE-CUSTMAST
               INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
           END-READ.
           IF WS-CUSTMAST-NOTFOUND
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'CUSTOMER NOT ON CUST MASTER' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2510-VALIDATE-ITEM.
      *  ------
           MOVE '00' TO WS-ITEMMAST-STATUS.
           MOVE ST-ITEM-CODE TO IM-ITEM-CODE.
           READ FILE-ITEMMAST
               INVALID KEY MOVE '23' TO WS-ITEMMAST-STATUS
           END-READ.
           IF WS-ITEMMAST-NOTFOUND
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'ITEM NOT ON ITEM MASTER' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2520-EDIT-CARD-FIELDS.
      *  ------
      *    ONLY THE FILLED-IN CARD FIELDS CHANGE THE ORDER - ON A
      *    CHANGE THE BLANK ONES LEAVE THE EXISTING VALUE ALONE, SO
      *    A BIGGER STANDING ORDER IS JUST A NEW QUANTITY
           IF ST-QUANTITY NOT = SPACES
              MOVE ST-QUANTITY TO WS-EDIT-QUANTITY
              IF WS-EDIT-QUANTITY NOT NUMERIC
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'NON-NUMERIC QUANTITY' TO WS-REJECT-REASON-TXT
              ELSE
                 IF WS-EDIT-QUANTITY-9 = ZEROES
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'ZERO QUANTITY' TO WS-REJECT-REASON-TXT
                 ELSE
                    MOVE WS-EDIT-QUANTITY-9 TO WS-NEW-QUANTITY
                 END-IF
              END-IF
           END-IF.

           IF WS-TRN-VALID AND ST-FREQUENCY NOT = SPACES
              MOVE ST-FREQUENCY TO WS-NEW-FREQUENCY
              IF NOT WS-NEW-FREQ-VALID
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'FREQUENCY MUST BE W, B OR M' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

      *    A NEW DUE DATE ALSO SETS THE DAY A MONTHLY ORDER FALLS ON
           IF WS-TRN-VALID AND ST-NEXT-DUE-DATE NOT = SPACES
              MOVE ST-NEXT-DUE-DATE TO WS-CHK-DATE
              PERFORM R2530-EDIT-ONE-DATE
              IF WS-TRN-VALID
                 MOVE ST-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE
                 MOVE WS-CHK-DD TO WS-NEW-ANCHOR-DD
              END-IF
           END-IF.

           IF WS-TRN-VALID AND ST-END-DATE NOT = SPACES
              MOVE ST-END-DATE TO WS-CHK-DATE
              PERFORM R2530-EDIT-ONE-DATE
              IF WS-TRN-VALID
                 MOVE ST-END-DATE TO WS-NEW-END-DATE
              END-IF
           END-IF.

           IF WS-TRN-VALID
              AND WS-NEW-END-DATE NOT = SPACES
              AND WS-NEW-END-DATE < WS-NEW-NEXT-DUE
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'END DATE BEFORE NEXT DUE DATE' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID AND ST-REP-CODE NOT = SPACES
              MOVE ST-REP-CODE TO WS-NEW-REP-CODE
           END-IF.
           IF WS-TRN-VALID AND ST-WHSE-CODE NOT = SPACES
              MOVE ST-WHSE-CODE TO WS-NEW-WHSE-CODE
           END-IF.
           IF WS-TRN-VALID AND ST-CUST-PO-NO NOT = SPACES
              MOVE ST-CUST-PO-NO TO WS-NEW-CUST-PO-NO
           END-IF.


      *  ------
        R2530-EDIT-ONE-DATE.
      *  ------
           IF WS-CHK-DATE NOT NUMERIC
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'DATE NOT NUMERIC' TO WS-REJECT-REASON-TXT
           ELSE
              IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
                 OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'DATE NOT A CALENDAR DATE' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.


      *  ------
        R2600-MOVE-NEW-FIELDS.
      *  ------
           MOVE WS-NEW-QUANTITY   TO SO-QUANTITY.
           MOVE WS-NEW-REP-CODE   TO SO-REP-CODE.
           MOVE WS-NEW-FREQUENCY  TO SO-FREQUENCY.
           MOVE WS-NEW-NEXT-DUE   TO SO-NEXT-DUE-DATE.
           MOVE WS-NEW-END-DATE   TO SO-END-DATE.
           MOVE WS-NEW-ANCHOR-DD  TO SO-ANCHOR-DD.
           MOVE WS-NEW-WHSE-CODE  TO SO-WHSE-CODE.
           MOVE WS-NEW-CUST-PO-NO TO SO-CUST-PO-NO.
           MOVE WS-RUN-DATE       TO SO-LAST-MAINT-DATE.
           MOVE ST-USER-ID        TO SO-LAST-MAINT-USER.


      *  ------
        R2750-WRITE-AUDIT-AND-REGISTER.
      *  ------
           ADD 1 TO WS-APPLIED-CNT.

           MOVE WS-RUN-DATE      TO SA-RUN-DATE.
           MOVE ST-USER-ID       TO SA-USER-ID.
           MOVE ST-ACTION        TO SA-ACTION.
           MOVE ST-CUST-NO       TO SA-CUST-NO.
           MOVE ST-ITEM-CODE     TO SA-ITEM-CODE.
           MOVE WS-BEFORE-IMAGE  TO SA-BEFORE-IMAGE.
           MOVE SHIP-AUD-REC     TO FIL-STDAUD.
           WRITE FIL-STDAUD.

           PERFORM R2900-SET-ACTION-LABEL.
           PERFORM R2910-SET-KEY-COLUMNS.
           MOVE 'APPLIED  ' TO WS-REG-STATUS.
           MOVE SPACES      TO WS-REG-REASON.
           MOVE ST-USER-ID  TO WS-REG-USER.
           MOVE WS-REG-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.

           MOVE 'BEFORE: ' TO WS-REG-IMAGE-LBL.
           MOVE WS-BEFORE-IMAGE TO WS-REG-IMAGE.
           MOVE WS-REG-IMAGE-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.

           MOVE 'AFTER : ' TO WS-REG-IMAGE-LBL.
           MOVE SA-AFTER-IMAGE TO WS-REG-IMAGE.
           MOVE WS-REG-IMAGE-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.


      *  ------
        R2800-WRITE-REJECT-LINE.
      *  ------
           ADD 1 TO WS-REJECTED-CNT.
           PERFORM R2900-SET-ACTION-LABEL.
           PERFORM R2910-SET-KEY-COLUMNS.
           MOVE 'REJECTED ' TO WS-REG-STATUS.
           MOVE WS-REJECT-REASON-TXT TO WS-REG-REASON.
           MOVE ST-USER-ID  TO WS-REG-USER.
           MOVE WS-REG-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.
           DISPLAY '  *** MAINT CARD REJECTED FOR STANDING ORDER '
              ST-CUST-NO ' ' ST-ITEM-CODE ' - '
              WS-REJECT-REASON-TXT.


      *  ------
        R2900-SET-ACTION-LABEL.
      *  ------
           EVALUATE TRUE
              WHEN ST-IS-ADD     MOVE 'ADD    ' TO WS-REG-ACTION
              WHEN ST-IS-CHANGE  MOVE 'CHANGE ' TO WS-REG-ACTION
              WHEN ST-IS-DELETE  MOVE 'DELETE ' TO WS-REG-ACTION
              WHEN OTHER         MOVE 'INVALID' TO WS-REG-ACTION
           END-EVALUATE.

      *  ------
        R2910-SET-KEY-COLUMNS.
      *  ------
           MOVE ST-CUST-NO       TO WS-REG-CUST.
           MOVE ST-ITEM-CODE     TO WS-REG-ITEM.
           MOVE ST-QUANTITY      TO WS-REG-QTY.
           MOVE ST-FREQUENCY     TO WS-REG-FREQ.
           MOVE ST-NEXT-DUE-DATE TO WS-REG-DUE.


      *  ------
        R3500-WRITE-REGISTER-TRAILER.
      *  ------
           DISPLAY '  R3500 WRITE REGISTER TRAILER'.
           MOVE SPACES TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE WS-APPLIED-CNT  TO WS-REG-APPLIED.
           MOVE WS-REJECTED-CNT TO WS-REG-REJECTED.
           MOVE WS-REG-TRL TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-STDTRN.
           CLOSE FILE-STDORD.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-STDAUD.
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
