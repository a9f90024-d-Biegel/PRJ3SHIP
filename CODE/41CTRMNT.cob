      **************************************************************
      *
      *  PROGRAM ID CTRMNT
      *  DATE CREATED:  15OCT2026
      *
      * CUSTOMER CONTRACT PRICE MAINTENANCE - THE ONLY SANCTIONED
      * WAY TO ADD, CHANGE, OR DELETE FILE-CONTRACT RECORDS, IN THE
      * SAME MOLD AS PRCMNT.  READS A FILE OF MAINTENANCE CARDS
      * KEYED BY CUSTOMER, ITEM CODE AND EFFECTIVE DATE, VALIDATES
      * EACH ONE (CUSTOMER MUST BE ON FILE-CUSTMAST, ITEM ON
      * FILE-ITEMMAST, EFFECTIVE AND EXPIRY DATES MUST BE REAL
      * DATES WITH THE EXPIRY NO EARLIER THAN THE EFFECTIVE DATE,
      * PRICE NUMERIC AND ABOVE ZERO), APPLIES THE GOOD ONES,
      * PRINTS A BEFORE/AFTER MAINTENANCE REGISTER, AND WRITES AN
      * AUDIT RECORD OF WHO CHANGED WHICH CONTRACT PRICE AND WHEN.
      * AFTER THE CARDS, A SIDE REPORT LISTS EVERY CONTRACT DUE TO
      * EXPIRE WITHIN THE RENEWAL WINDOW, SO SALES CAN RENEGOTIATE
      * BEFORE THE CUSTOMER DROPS BACK TO LIST PRICE.
      *
      * SYSIN CARD 1: RUN DATE (CCYYMMDD)
      * SYSIN CARD 1 COLS 9-11: RENEWAL WINDOW IN DAYS (BLANK = 30)
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
       PROGRAM-ID. CTRMNT.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-CTRTRN ASSIGN TO UT-S-CTRTRN.
           SELECT FILE-CTRAUD ASSIGN TO UT-S-CTRAUD.
           SELECT FILE-MNTOUT ASSIGN TO UT-S-CMNTOUT.
           SELECT FILE-CONTRACT ASSIGN TO UT-S-CONTRACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-CONTRACT-STATUS.
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
       FD  FILE-CTRTRN
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-CTRTRN.

       01  FIL-CTRTRN        PIC X(80).

      * ---

      *AUDIT TRAIL - ONE RECORD PER APPLIED TRANSACTION
       FD  FILE-CTRAUD
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-CTRAUD.

       01  FIL-CTRAUD        PIC X(153).

      * ---

      *MAINTENANCE REGISTER PRINT FILE
       FD  FILE-MNTOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-MNTOUT.

       01  FIL-MNTOUT        PIC X(132).

      * ---

      *CONTRACT PRICES - THE FILE BEING MAINTAINED.  DYNAMIC ACCESS
      *SO THE EXPIRING-CONTRACTS SWEEP CAN READ IT FRONT TO BACK
      *AFTER THE KEYED MAINTENANCE IS DONE
       FD  FILE-CONTRACT
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CONTRACT.

       COPY CONTRACT
           REPLACING CPY-CONTRACT-REC BY FIL-CONTRACT.

      * ---

      *CUSTOMER MASTER - EVERY CARD'S CUSTOMER MUST BE ON IT
       FD  FILE-CUSTMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTMAST.

       COPY CUSTMAST
           REPLACING CPY-CUST-MAST-REC BY FIL-CUSTMAST.

      * ---

      *ITEM MASTER - EVERY CARD'S ITEM CODE MUST BE ON IT
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
       COPY CTRTRN
           REPLACING CPY-CONTRACT-TRN-REC BY SHIP-TRN-REC.

      *    AUDIT RECORD BUILT FOR FILE-CTRAUD
       COPY CTRAUD
           REPLACING CPY-CONTRACT-AUD-REC BY SHIP-AUD-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-CTRTRN-SW   PIC X VALUE 'N'.
               88  WS-EOF-CTRTRN         VALUE 'Y'.
           02  WS-TRN-VALID-SW    PIC X VALUE 'Y'.
               88  WS-TRN-VALID          VALUE 'Y'.
               88  WS-TRN-NOT-VALID      VALUE 'N'.
           02  WS-CONTRACT-EXISTS-SW PIC X VALUE 'N'.
               88  WS-CONTRACT-EXISTS    VALUE 'Y'.
           02  WS-EOF-SWEEP-SW    PIC X VALUE 'N'.
               88  WS-EOF-SWEEP          VALUE 'Y'.
           02  WS-DATE-OK-SW      PIC X VALUE 'Y'.
               88  WS-DATE-OK            VALUE 'Y'.
               88  WS-DATE-NOT-OK        VALUE 'N'.

      * FILE STATUS FIELDS
       01  WS-CONTRACT-STATUS   PIC X(2) VALUE '00'.
           88  WS-CONTRACT-FOUND       VALUE '00'.
           88  WS-CONTRACT-NOTFOUND    VALUE '23'.
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
           05  WS-PARM-WINDOW     PIC X(3).
           05  WS-PARM-WINDOW-9 REDEFINES WS-PARM-WINDOW
                                  PIC 9(3).
           05  FILLER             PIC X(68).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN - STAMPED ON EVERY AUDIT RECORD AND
      * THE START OF THE EXPIRING-CONTRACTS WINDOW
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-9 REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY-9      PIC 9(4).
           05  WS-RUN-MM-9        PIC 9(2).
           05  WS-RUN-DD-9        PIC 9(2).

      * HOW MANY DAYS AHEAD THE EXPIRING-CONTRACTS REPORT LOOKS
       01  WS-WINDOW-DAYS        PIC 9(3) VALUE 30.

      * A CARD DATE BROKEN OUT FOR THE REAL-DATE EDIT, AND AGAIN
      * FOR THE DAYS-TO-EXPIRY ARITHMETIC ON THE SWEEP
       01  WS-EDIT-DATE.
           05  WS-EDIT-YYYY       PIC X(4).
           05  WS-EDIT-MM         PIC X(2).
           05  WS-EDIT-DD         PIC X(2).
       01  WS-EDIT-DATE-9 REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-YYYY-9     PIC 9(4).
           05  WS-EDIT-MM-9       PIC 9(2).
           05  WS-EDIT-DD-9       PIC 9(2).

      * NUMERIC EDIT WORK FIELD FOR THE CARD PRICE
       01  WS-EDIT-PRICE        PIC X(7).
       01  WS-EDIT-PRICE-9 REDEFINES WS-EDIT-PRICE
                                PIC 9(5)V99.

      * DAYS FROM THE RUN DATE TO A CONTRACT'S EXPIRY, ON THE SAME
      * 30-DAY-MONTH COMMERCIAL CALENDAR THE AGING PROGRAMS USE
       01  WS-DAYS-LEFT          PIC S9(7) VALUE ZEROES.

      * WHY THE CARD BOUNCED - PRINTED ON THE REGISTER LINE
       01  WS-REJECT-REASON-TXT PIC X(30) VALUE SPACES.

      * BEFORE IMAGE OF THE CONTRACT RECORD FOR THE AUDIT TRAIL
       01  WS-BEFORE-IMAGE      PIC X(60) VALUE SPACES.

      * REGISTER COUNTS FOR THE TRAILER
       01  WS-APPLIED-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-REJECTED-CNT      PIC 9(5) VALUE ZEROES.
       01  WS-EXPIRING-CNT      PIC 9(5) VALUE ZEROES.

      * MAINTENANCE REGISTER PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(29)
                 VALUE 'CONTRACT PRICE MAINT REGISTER'.
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(76) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-ACTION      PIC X(7).
           05  FILLER             PIC X(6) VALUE ' CUST '.
           05  WS-REG-CUST-NO     PIC X(5).
           05  FILLER             PIC X(6) VALUE ' ITEM '.
           05  WS-REG-ITEM-CODE   PIC X(3).
           05  FILLER             PIC X(6) VALUE ' EFF: '.
           05  WS-REG-EFF-DATE    PIC X(8).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-REG-STATUS      PIC X(9).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-REASON      PIC X(30).
           05  FILLER             PIC X(6) VALUE ' BY: '.
           05  WS-REG-USER        PIC X(8).
           05  FILLER             PIC X(31) VALUE SPACES.

       01  WS-REG-IMAGE-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-REG-IMAGE-LBL   PIC X(8).
           05  WS-REG-IMAGE       PIC X(60).
           05  FILLER             PIC X(60) VALUE SPACES.

      *    CONTRACTS RUNNING OUT INSIDE THE RENEWAL WINDOW
       01  WS-EXP-HDR.
           05  FILLER             PIC X(26)
                 VALUE 'CONTRACTS EXPIRING WITHIN '.
           05  WS-EXP-HDR-DAYS    PIC ZZ9.
           05  FILLER             PIC X(6) VALUE ' DAYS:'.
           05  FILLER             PIC X(97) VALUE SPACES.

       01  WS-EXP-LINE.
           05  FILLER             PIC X(7) VALUE '  CUST '.
           05  WS-EXP-CUST-NO     PIC X(5).
           05  FILLER             PIC X(8) VALUE ' | ITEM '.
           05  WS-EXP-ITEM-CODE   PIC X(3).
           05  FILLER             PIC X(8) VALUE ' | EFF: '.
           05  WS-EXP-EFF-DATE    PIC X(8).
           05  FILLER             PIC X(12) VALUE ' | EXPIRES: '.
           05  WS-EXP-EXP-DATE    PIC X(8).
           05  FILLER             PIC X(10) VALUE ' | PRICE: '.
           05  WS-EXP-PRICE       PIC ZZZZ9.99.
           05  FILLER             PIC X(8) VALUE ' | REF: '.
           05  WS-EXP-REF         PIC X(10).
           05  FILLER             PIC X(14) VALUE ' | DAYS LEFT: '.
           05  WS-EXP-DAYS        PIC ZZ9.
           05  FILLER             PIC X(20) VALUE SPACES.

       01  WS-EXP-NONE-LINE.
           05  FILLER             PIC X(30)
                 VALUE '  NONE'.
           05  FILLER             PIC X(102) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE 'CARDS APPLIED: '.
           05  WS-REG-APPLIED     PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE '  REJECTED: '.
           05  WS-REG-REJECTED    PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE '  EXPIRING: '.
           05  WS-REG-EXPIRING    PIC ZZZZ9.
           05  FILLER             PIC X(73) VALUE SPACES.

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
              UNTIL WS-EOF-CTRTRN.

           PERFORM R3000-REPORT-EXPIRING-CONTRACTS.
           PERFORM R3500-WRITE-REGISTER-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-CTRTRN.
           OPEN I-O    FILE-CONTRACT.
           OPEN INPUT  FILE-CUSTMAST.
           OPEN INPUT  FILE-ITEMMAST.
           OPEN OUTPUT FILE-CTRAUD.
           OPEN OUTPUT FILE-MNTOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           IF WS-PARM-WINDOW NUMERIC
              MOVE WS-PARM-WINDOW-9 TO WS-WINDOW-DAYS
           END-IF.
           DISPLAY '  MAINTENANCE RUN DATE: ' WS-RUN-DATE.
           DISPLAY '  RENEWAL WINDOW DAYS:  ' WS-WINDOW-DAYS.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'CTRMNT' TO SC-STEP-NAME.
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
           READ FILE-CTRTRN INTO SHIP-TRN-REC
              AT END MOVE 'Y' TO WS-EOF-CTRTRN-SW
           END-READ.

           IF NOT WS-EOF-CTRTRN
              SET WS-TRN-VALID TO TRUE
              MOVE SPACES TO WS-REJECT-REASON-TXT
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM R2100-LOOKUP-CONTRACT

              EVALUATE TRUE
                 WHEN CX-IS-ADD
                    PERFORM R2200-APPLY-ADD
                 WHEN CX-IS-CHANGE
                    PERFORM R2300-APPLY-CHANGE
                 WHEN CX-IS-DELETE
                    PERFORM R2400-APPLY-DELETE
                 WHEN OTHER
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'INVALID ACTION CODE' TO
                       WS-REJECT-REASON-TXT
                    PERFORM R2800-WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.


      *  ------
        R2100-LOOKUP-CONTRACT.
      *  ------
           MOVE 'N' TO WS-CONTRACT-EXISTS-SW.
           MOVE '00' TO WS-CONTRACT-STATUS.
           MOVE CX-CUST-NO   TO CN-CUST-NO.
           MOVE CX-ITEM-CODE TO CN-ITEM-CODE.
           MOVE CX-EFF-DATE  TO CN-EFF-DATE.
           READ FILE-CONTRACT
               INVALID KEY MOVE '23' TO WS-CONTRACT-STATUS
           END-READ.
           IF WS-CONTRACT-FOUND
              SET WS-CONTRACT-EXISTS TO TRUE
              MOVE FIL-CONTRACT TO WS-BEFORE-IMAGE
           END-IF.


      *  ------
        R2200-APPLY-ADD.
      *  ------
           DISPLAY '  R2200 ADD CONTRACT ' CX-CUST-NO ' ITEM '
              CX-ITEM-CODE ' EFF ' CX-EFF-DATE.
           IF WS-CONTRACT-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'CONTRACT ALREADY ON FILE' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2500-VALIDATE-CUSTOMER
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2510-VALIDATE-ITEM
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2550-VALIDATE-EFF-DATE
           END-IF.

      *    AN ADD HAS TO SAY WHEN THE DEAL ENDS AND WHAT IT IS -
      *    AN OPEN-ENDED OR ZERO-PRICED CONTRACT WOULD GIVE THE
      *    ITEM AWAY FOREVER
           IF WS-TRN-VALID AND CX-EXP-DATE = SPACES
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'ADD REQUIRES AN EXPIRY DATE' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID AND CX-UNIT-PRICE = SPACES
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'ADD REQUIRES A CONTRACT PRICE' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              MOVE SPACES TO FIL-CONTRACT
              MOVE CX-CUST-NO   TO CN-CUST-NO
              MOVE CX-ITEM-CODE TO CN-ITEM-CODE
              MOVE CX-EFF-DATE  TO CN-EFF-DATE
              MOVE ZEROES       TO CN-UNIT-PRICE
              PERFORM R2600-MOVE-CARD-FIELDS
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2700-VALIDATE-CONTRACT-SHAPE
           END-IF.

           IF WS-TRN-VALID
              WRITE FIL-CONTRACT
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'CONTRACT WRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-WRITE
           END-IF.

           IF WS-TRN-VALID
              MOVE FIL-CONTRACT TO CY-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2300-APPLY-CHANGE.
      *  ------
           DISPLAY '  R2300 CHANGE CONTRACT ' CX-CUST-NO ' ITEM '
              CX-ITEM-CODE ' EFF ' CX-EFF-DATE.
           IF NOT WS-CONTRACT-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'CONTRACT NOT ON FILE' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2600-MOVE-CARD-FIELDS
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2700-VALIDATE-CONTRACT-SHAPE
           END-IF.

           IF WS-TRN-VALID
              REWRITE FIL-CONTRACT
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'CONTRACT REWRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-REWRITE
           END-IF.

           IF WS-TRN-VALID
              MOVE FIL-CONTRACT TO CY-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2400-APPLY-DELETE.
      *  ------
           DISPLAY '  R2400 DELETE CONTRACT ' CX-CUST-NO ' ITEM '
              CX-ITEM-CODE ' EFF ' CX-EFF-DATE.
           IF NOT WS-CONTRACT-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'CONTRACT NOT ON FILE' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              DELETE FILE-CONTRACT
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'CONTRACT DELETE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-DELETE
           END-IF.

           IF WS-TRN-VALID
              MOVE SPACES TO CY-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2500-VALIDATE-CUSTOMER.
      *  ------
      *    A CONTRACT FOR A CUSTOMER WE DON'T HAVE WOULD NEVER BE
      *    PRICED - IT CAN ONLY BE A KEYING ERROR
           MOVE '00' TO WS-CUSTMAST-STATUS.
           MOVE CX-CUST-NO TO CM-CUST-NO.
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
           MOVE CX-ITEM-CODE TO IM-ITEM-CODE.
           READ FILE-ITEMMAST
               INVALID KEY MOVE '23' TO WS-ITEMMAST-STATUS
           END-READ.
           IF WS-ITEMMAST-NOTFOUND
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'ITEM NOT ON ITEM MASTER' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2550-VALIDATE-EFF-DATE.
      *  ------
           MOVE CX-EFF-DATE TO WS-EDIT-DATE.
           PERFORM R2570-EDIT-REAL-DATE.
           IF WS-DATE-NOT-OK
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'EFFECTIVE DATE NOT A REAL DATE' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2560-VALIDATE-EXP-DATE.
      *  ------
           MOVE CX-EXP-DATE TO WS-EDIT-DATE.
           PERFORM R2570-EDIT-REAL-DATE.
           IF WS-DATE-NOT-OK
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'EXPIRY DATE NOT A REAL DATE' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2570-EDIT-REAL-DATE.
      *  ------
      *    SAME RULE PRCMNT USES ON ITS EFFECTIVE DATES
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
      *    ONLY THE FILLED-IN CARD FIELDS LAND ON THE CONTRACT - ON
      *    A CHANGE THE BLANK ONES LEAVE THE EXISTING VALUE ALONE,
      *    SO AN EXTENSION IS JUST A NEW EXPIRY DATE
           IF CX-EXP-DATE NOT = SPACES
              PERFORM R2560-VALIDATE-EXP-DATE
              IF WS-TRN-VALID
                 MOVE CX-EXP-DATE TO CN-EXP-DATE
              END-IF
           END-IF.

           IF WS-TRN-VALID AND CX-UNIT-PRICE NOT = SPACES
              MOVE CX-UNIT-PRICE TO WS-EDIT-PRICE
              IF WS-EDIT-PRICE NOT NUMERIC
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'NON-NUMERIC CONTRACT PRICE' TO
                    WS-REJECT-REASON-TXT
              ELSE
                 MOVE WS-EDIT-PRICE-9 TO CN-UNIT-PRICE
              END-IF
           END-IF.

           IF WS-TRN-VALID AND CX-CONTRACT-REF NOT = SPACES
              MOVE CX-CONTRACT-REF TO CN-CONTRACT-REF
           END-IF.


      *  ------
        R2700-VALIDATE-CONTRACT-SHAPE.
      *  ------
      *    THE SHAPE SUBPRICE RELIES ON: A PRICE ABOVE ZERO AND A
      *    DATE RANGE THAT RUNS FORWARD
           IF CN-UNIT-PRICE = ZEROES
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'CONTRACT PRICE IS ZERO' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID AND CN-EXP-DATE < CN-EFF-DATE
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'EXPIRY BEFORE EFFECTIVE DATE' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2750-WRITE-AUDIT-AND-REGISTER.
      *  ------
           ADD 1 TO WS-APPLIED-CNT.

           MOVE WS-RUN-DATE      TO CY-RUN-DATE.
           MOVE CX-USER-ID       TO CY-USER-ID.
           MOVE CX-ACTION        TO CY-ACTION.
           MOVE CX-CUST-NO       TO CY-CUST-NO.
           MOVE CX-ITEM-CODE     TO CY-ITEM-CODE.
           MOVE CX-EFF-DATE      TO CY-EFF-DATE.
           MOVE WS-BEFORE-IMAGE  TO CY-BEFORE-IMAGE.
           MOVE SHIP-AUD-REC     TO FIL-CTRAUD.
           WRITE FIL-CTRAUD.

           PERFORM R2900-SET-ACTION-LABEL.
           MOVE CX-CUST-NO   TO WS-REG-CUST-NO.
           MOVE CX-ITEM-CODE TO WS-REG-ITEM-CODE.
           MOVE CX-EFF-DATE  TO WS-REG-EFF-DATE.
           MOVE 'APPLIED  ' TO WS-REG-STATUS.
           MOVE SPACES      TO WS-REG-REASON.
           MOVE CX-USER-ID  TO WS-REG-USER.
           MOVE WS-REG-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.

           MOVE 'BEFORE: ' TO WS-REG-IMAGE-LBL.
           MOVE WS-BEFORE-IMAGE TO WS-REG-IMAGE.
           MOVE WS-REG-IMAGE-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.

           MOVE 'AFTER : ' TO WS-REG-IMAGE-LBL.
           MOVE CY-AFTER-IMAGE TO WS-REG-IMAGE.
           MOVE WS-REG-IMAGE-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.


      *  ------
        R2800-WRITE-REJECT-LINE.
      *  ------
           ADD 1 TO WS-REJECTED-CNT.
           PERFORM R2900-SET-ACTION-LABEL.
           MOVE CX-CUST-NO   TO WS-REG-CUST-NO.
           MOVE CX-ITEM-CODE TO WS-REG-ITEM-CODE.
           MOVE CX-EFF-DATE  TO WS-REG-EFF-DATE.
           MOVE 'REJECTED ' TO WS-REG-STATUS.
           MOVE WS-REJECT-REASON-TXT TO WS-REG-REASON.
           MOVE CX-USER-ID  TO WS-REG-USER.
           MOVE WS-REG-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.
           DISPLAY '  *** MAINT CARD REJECTED FOR CUST '
              CX-CUST-NO ' ITEM ' CX-ITEM-CODE ' EFF '
              CX-EFF-DATE ' - ' WS-REJECT-REASON-TXT.


      *  ------
        R2900-SET-ACTION-LABEL.
      *  ------
           EVALUATE TRUE
              WHEN CX-IS-ADD     MOVE 'ADD    ' TO WS-REG-ACTION
              WHEN CX-IS-CHANGE  MOVE 'CHANGE ' TO WS-REG-ACTION
              WHEN CX-IS-DELETE  MOVE 'DELETE ' TO WS-REG-ACTION
              WHEN OTHER         MOVE 'INVALID' TO WS-REG-ACTION
           END-EVALUATE.


      *  ------
        R3000-REPORT-EXPIRING-CONTRACTS.
      *  ------
      *    EVERY CONTRACT STILL RUNNING THAT ENDS INSIDE THE WINDOW,
      *    IN KEY ORDER - SALES' LIST OF RENEWALS TO CHASE BEFORE
      *    THE CUSTOMER DROPS BACK TO LIST PRICE
           DISPLAY '  R3000 REPORT EXPIRING CONTRACTS'.
           MOVE SPACES TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE WS-WINDOW-DAYS TO WS-EXP-HDR-DAYS.
           MOVE WS-EXP-HDR TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.

      *    WITHOUT A USABLE RUN DATE THERE IS NO WINDOW TO MEASURE
           IF WS-RUN-DATE NOT NUMERIC
              DISPLAY '  *** RUN DATE NOT NUMERIC - EXPIRING '
                 'CONTRACTS NOT REPORTED'
              MOVE 4 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWEEP-SW
           ELSE
              MOVE LOW-VALUES TO CN-KEY
              START FILE-CONTRACT KEY >= CN-KEY
                 INVALID KEY MOVE 'Y' TO WS-EOF-SWEEP-SW
              END-START
           END-IF.

           PERFORM R3100-SWEEP-ONE-CONTRACT
              UNTIL WS-EOF-SWEEP.

           IF WS-EXPIRING-CNT = ZEROES
              MOVE WS-EXP-NONE-LINE TO FIL-MNTOUT
              WRITE FIL-MNTOUT
              MOVE SPACES TO FIL-MNTOUT
           END-IF.

      *  ------
        R3100-SWEEP-ONE-CONTRACT.
      *  ------
           READ FILE-CONTRACT NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-SWEEP-SW
           END-READ.
           IF NOT WS-CONTRACT-FOUND
              MOVE 'Y' TO WS-EOF-SWEEP-SW
           END-IF.

           MOVE -1 TO WS-DAYS-LEFT.
           IF NOT WS-EOF-SWEEP
              MOVE CN-EXP-DATE TO WS-EDIT-DATE
              IF WS-EDIT-DATE NUMERIC
                 COMPUTE WS-DAYS-LEFT =
                    ((WS-EDIT-YYYY-9 - WS-RUN-YYYY-9) * 360)
                  + ((WS-EDIT-MM-9 - WS-RUN-MM-9) * 30)
                  + (WS-EDIT-DD-9 - WS-RUN-DD-9)
              END-IF
           END-IF.

      *    ALREADY LAPSED (NEGATIVE) OR BEYOND THE WINDOW IS NOT
      *    A RENEWAL THAT NEEDS CHASING THIS TIME ROUND
           IF NOT WS-EOF-SWEEP
              AND WS-DAYS-LEFT NOT < ZEROES
              AND WS-DAYS-LEFT NOT > WS-WINDOW-DAYS
              ADD 1 TO WS-EXPIRING-CNT
              MOVE CN-CUST-NO       TO WS-EXP-CUST-NO
              MOVE CN-ITEM-CODE     TO WS-EXP-ITEM-CODE
              MOVE CN-EFF-DATE      TO WS-EXP-EFF-DATE
              MOVE CN-EXP-DATE      TO WS-EXP-EXP-DATE
              MOVE CN-UNIT-PRICE    TO WS-EXP-PRICE
              MOVE CN-CONTRACT-REF  TO WS-EXP-REF
              MOVE WS-DAYS-LEFT     TO WS-EXP-DAYS
              MOVE WS-EXP-LINE TO FIL-MNTOUT
              WRITE FIL-MNTOUT
              MOVE SPACES TO FIL-MNTOUT
           END-IF.


      *  ------
        R3500-WRITE-REGISTER-TRAILER.
      *  ------
           DISPLAY '  R3500 WRITE REGISTER TRAILER'.
           MOVE SPACES TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE WS-APPLIED-CNT  TO WS-REG-APPLIED.
           MOVE WS-REJECTED-CNT TO WS-REG-REJECTED.
           MOVE WS-EXPIRING-CNT TO WS-REG-EXPIRING.
           MOVE WS-REG-TRL TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-CTRTRN.
           CLOSE FILE-CONTRACT.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-CTRAUD.
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
