      **************************************************************
      *
      *  PROGRAM ID POGEN
      *  DATE CREATED:  15OCT2026
      *
      * PURCHASE ORDER GENERATION - TURNS THE REPLEN SUGGESTIONS A
      * BUYER HAS APPROVED INTO OPEN PURCHASE ORDER LINES ON
      * FILE-POFILE.  READS THE SUGGESTED-ORDER FILE REPLEN WROTE
      * AND THE BUYER'S APPROVAL CARDS; A SUGGESTION WITH NO CARD
      * IS NOT ORDERED.  THE CARD MAY OVERRIDE THE QUANTITY, THE
      * VENDOR AND THE UNIT COST - OTHERWISE THE SUGGESTED
      * QUANTITY, THE ITEM'S PRIMARY VENDOR AND ITS CURRENT UNIT
      * COST ARE USED.  EVERY LINE FOR ONE VENDOR IN A RUN GOES ON
      * ONE PO.  PO NUMBERS CONTINUE ACROSS RUNS OFF FILE-POCTL,
      * THE SAME WAY INVOICE NUMBERS ITS DOCUMENTS.  THE EXPECTED
      * DELIVERY DATE IS THE RUN DATE PLUS THE VENDOR'S LEAD TIME.
      * A VENDOR ON HOLD GETS NO NEW ORDERS.  EVERY LINE WRITTEN,
      * EVERY SUGGESTION REFUSED AND EVERY CARD THAT MATCHED NO
      * SUGGESTION IS LISTED ON THE PO REGISTER.
      *
      * SYSIN CARD 1: COLS 1-8 RUN DATE (CCYYMMDD),
      *               COLS 9-14 FIRST PO NUMBER - ONLY USED WHEN
      *               FILE-POCTL IS EMPTY, TO SEED THE SERIES
      *               COL 80 'Y' = RUN EVEN WHEN A PREREQUISITE
      *               STEP HASN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       PROGRAM-ID. POGEN.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-SUGORD ASSIGN TO UT-S-SUGORD.
           SELECT FILE-POAPRV ASSIGN TO UT-S-POAPRV.
           SELECT FILE-POREG ASSIGN TO UT-S-POREG.
      *    OPTIONAL - THE VERY FIRST RUN HAS NO CONTROL RECORD AND
      *    NO PO FILE YET
           SELECT OPTIONAL FILE-POCTL ASSIGN TO UT-S-POCTL.
           SELECT OPTIONAL FILE-POFILE ASSIGN TO UT-S-POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-STATUS.
           SELECT FILE-ITEMMAST ASSIGN TO UT-S-ITEMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT FILE-VENDMAST ASSIGN TO UT-S-VENDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-NO
               FILE STATUS IS WS-VENDMAST-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *REPLEN'S SUGGESTED-ORDER FILE
       FD  FILE-SUGORD
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-SUGORD.

       01  FIL-SUGORD        PIC X(80).

      * ---

      *BUYER'S APPROVAL CARDS - ONE PER SUGGESTION TO ORDER
       FD  FILE-POAPRV
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-POAPRV.

       01  FIL-POAPRV        PIC X(80).

      * ---

      *PO REGISTER PRINT FILE
       FD  FILE-POREG
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-POREG.

       01  FIL-POREG         PIC X(132).

      * ---

      *PO NUMBER CONTROL - NEXT PO NUMBER TO ISSUE
       FD  FILE-POCTL
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-POCTL.

       01  FIL-POCTL         PIC X(80).

      * ---

      *OPEN PURCHASE ORDER FILE - NEW LINES ARE ADDED HERE
       FD  FILE-POFILE
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-POFILE.

       COPY POREC
           REPLACING CPY-PO-LINE-REC BY FIL-POFILE.

      * ---

      *ITEM MASTER - DEFAULT VENDOR AND UNIT COST
       FD  FILE-ITEMMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ITEMMAST.

       COPY ITEMMAST
           REPLACING CPY-ITEM-MAST-REC BY FIL-ITEMMAST.

      * ---

      *VENDOR MASTER - LEAD TIME AND HOLD STATUS
       FD  FILE-VENDMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-VENDMAST.

       COPY VENDMAST
           REPLACING CPY-VEND-MAST-REC BY FIL-VENDMAST.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    SUGGESTION JUST READ
       COPY SUGORD
           REPLACING CPY-SUGGEST-ORD-REC BY SHIP-SUG-REC.

      *    APPROVAL CARD JUST READ
       COPY POAPRV
           REPLACING CPY-PO-APPROVE-REC BY SHIP-APRV-REC.

      *    PO NUMBER CONTROL RECORD
       COPY DOCCTL
           REPLACING CPY-DOC-CTL-REC BY SHIP-POCTL-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-SUGORD-SW   PIC X VALUE 'N'.
               88  WS-EOF-SUGORD         VALUE 'Y'.
           02  WS-EOF-POAPRV-SW   PIC X VALUE 'N'.
               88  WS-EOF-POAPRV         VALUE 'Y'.
           02  WS-EOF-POCTL-SW    PIC X VALUE 'N'.
               88  WS-EOF-POCTL          VALUE 'Y'.
           02  WS-POCTL-FOUND-SW  PIC X VALUE 'N'.
               88  WS-POCTL-FOUND        VALUE 'Y'.
           02  WS-APRV-FOUND-SW   PIC X VALUE 'N'.
               88  WS-APRV-FOUND         VALUE 'Y'.
           02  WS-LINE-VALID-SW   PIC X VALUE 'Y'.
               88  WS-LINE-VALID         VALUE 'Y'.
               88  WS-LINE-NOT-VALID     VALUE 'N'.

      * FILE STATUS FIELDS
       01  WS-POFILE-STATUS     PIC X(2) VALUE '00'.
           88  WS-POFILE-OK            VALUE '00'.
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-ITEMMAST-FOUND       VALUE '00'.
           88  WS-ITEMMAST-NOTFOUND    VALUE '23'.
       01  WS-VENDMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-VENDMAST-FOUND       VALUE '00'.
           88  WS-VENDMAST-NOTFOUND    VALUE '23'.

      * SYSIN PARM - RUN DATE AND THE PO NUMBER SEED
       01  WS-RUN-PARM.
           05  WS-PARM-RUN-DATE   PIC X(8).
           05  WS-PARM-FIRST-PO   PIC X(6).
           05  FILLER             PIC X(65).
           05  WS-PARM-STEP-FORCE PIC X(1).

       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.

      * NEXT PO NUMBER TO ISSUE - CONTINUES FROM FILE-POCTL
       01  WS-NEXT-PO-NO         PIC 9(6) VALUE ZEROES.
       01  WS-EDIT-PO-NO         PIC X(6).
       01  WS-EDIT-PO-NO-9 REDEFINES WS-EDIT-PO-NO
                                PIC 9(6).

      * NUMERIC EDIT WORK FIELDS FOR THE CARD OVERRIDES
       01  WS-EDIT-APRV-QTY     PIC X(7).
       01  WS-EDIT-APRV-QTY-9 REDEFINES WS-EDIT-APRV-QTY
                                PIC 9(7).
       01  WS-EDIT-APRV-COST    PIC X(7).
       01  WS-EDIT-APRV-COST-9 REDEFINES WS-EDIT-APRV-COST
                                PIC 9(5)V99.

      * APPROVAL CARDS, LOADED AT STARTUP.  HARD LIMIT, SAME RULE
      * AS THE REVDISP DECISION TABLE
       01  WS-APRV-COUNT         PIC 9(3) VALUE ZEROES.
       01  WS-APRV-TAB.
           05  WS-APRV-ENT OCCURS 500 TIMES
                          INDEXED BY WS-APRV-IDX.
               10  WS-APRV-ITEM-CODE PIC X(3)  VALUE SPACES.
               10  WS-APRV-QTY       PIC X(7)  VALUE SPACES.
               10  WS-APRV-VENDOR-NO PIC X(5)  VALUE SPACES.
               10  WS-APRV-COST      PIC X(7)  VALUE SPACES.
               10  WS-APRV-BUYER-ID  PIC X(8)  VALUE SPACES.
               10  WS-APRV-USED-SW   PIC X     VALUE 'N'.
                   88  WS-APRV-USED         VALUE 'Y'.

      * POS OPENED THIS RUN - ONE PER VENDOR, WITH THE LAST LINE
      * NUMBER HANDED OUT ON EACH
       01  WS-PV-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-PV-TAB.
           05  WS-PV-ENT OCCURS 200 TIMES
                          INDEXED BY WS-PV-IDX.
               10  WS-PV-VENDOR-NO  PIC X(5)  VALUE SPACES.
               10  WS-PV-PO-NO      PIC X(6)  VALUE SPACES.
               10  WS-PV-LAST-LINE  PIC 9(3)  VALUE ZEROES.

      * THE PO LINE BEING BUILT
       01  WS-LINE-QTY           PIC 9(7) VALUE ZEROES.
       01  WS-LINE-VENDOR-NO     PIC X(5) VALUE SPACES.
       01  WS-LINE-COST          PIC 9(5)V99 VALUE ZEROES.
       01  WS-EXPECTED-DATE      PIC X(8) VALUE SPACES.
       01  WS-REJECT-REASON-TXT  PIC X(50) VALUE SPACES.

      * EXPECTED-DATE ARITHMETIC - 360-DAY COMMERCIAL CALENDAR,
      * SAME CONVENTION AS THE AGING AND DORMANCY DAY COUNTS
       01  WS-DATE-WORK.
           05  WS-DATE-CCYY       PIC 9(4).
           05  WS-DATE-MM         PIC 9(2).
           05  WS-DATE-DD         PIC 9(2).
       01  WS-DAY-NUMBER         PIC 9(7) VALUE ZEROES.
       01  WS-DAY-REMAINDER      PIC 9(3) VALUE ZEROES.

      * RUN COUNTS FOR THE REGISTER TRAILER
       01  WS-SUGG-READ-CNT      PIC 9(5) VALUE ZEROES.
       01  WS-NOT-APPROVED-CNT   PIC 9(5) VALUE ZEROES.
       01  WS-LINES-WRITTEN-CNT  PIC 9(5) VALUE ZEROES.
       01  WS-REFUSED-CNT        PIC 9(5) VALUE ZEROES.
       01  WS-CARDS-IGNORED-CNT  PIC 9(5) VALUE ZEROES.
       01  WS-PO-VALUE           PIC 9(11)V99 VALUE ZEROES.

      * PO REGISTER PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(31)
                 VALUE 'PURCHASE ORDER REGISTER'.
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(74) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(5) VALUE '  PO '.
           05  WS-REG-PO-NO       PIC X(6).
           05  FILLER             PIC X(1) VALUE '-'.
           05  WS-REG-PO-LINE     PIC 9(3).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(8) VALUE 'VENDOR: '.
           05  WS-REG-VENDOR-NO   PIC X(5).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'ITEM '.
           05  WS-REG-ITEM-CODE   PIC X(3).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-REG-ITEM-DESC   PIC X(20).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'QTY: '.
           05  WS-REG-QTY         PIC ZZZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'COST: '.
           05  WS-REG-COST        PIC ZZZZ9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'DUE: '.
           05  WS-REG-DUE-DATE    PIC X(8).
           05  FILLER             PIC X(19) VALUE SPACES.

       01  WS-EXC-LINE.
           05  FILLER             PIC X(11) VALUE '  *** ITEM '.
           05  WS-EXC-ITEM-CODE   PIC X(3).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-EXC-REASON      PIC X(50).
           05  FILLER             PIC X(65) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(19)
                 VALUE 'SUGGESTIONS READ: '.
           05  WS-REG-READ        PIC ZZZZ9.
           05  FILLER             PIC X(18) VALUE '  NOT APPROVED: '.
           05  WS-REG-NOT-APPR    PIC ZZZZ9.
           05  FILLER             PIC X(14) VALUE '  PO LINES: '.
           05  WS-REG-WRITTEN     PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE '  REFUSED: '.
           05  WS-REG-REFUSED     PIC ZZZZ9.
           05  FILLER             PIC X(18)
                 VALUE '  CARDS IGNORED: '.
           05  WS-REG-IGNORED     PIC ZZZZ9.
           05  FILLER             PIC X(25) VALUE SPACES.

       01  WS-REG-TRL2.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE 'POS ISSUED: '.
           05  WS-REG-PO-CNT      PIC ZZ9.
           05  FILLER             PIC X(19)
                 VALUE '  VALUE ORDERED: '.
           05  WS-REG-PO-VALUE    PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(82) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1007-LOAD-PO-CONTROL.
           PERFORM R1100-LOAD-APPROVALS.
           PERFORM R1200-WRITE-REGISTER-HEADER.

           PERFORM R2000-PROCESS-SUGGESTION
              UNTIL WS-EOF-SUGORD.

           PERFORM R3000-LIST-UNUSED-CARDS.
           PERFORM R3100-WRITE-REGISTER-TRAILER.
           PERFORM R3500-UPDATE-PO-CONTROL.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-SUGORD.
           OPEN INPUT  FILE-POAPRV.
           OPEN INPUT  FILE-ITEMMAST.
           OPEN INPUT  FILE-VENDMAST.
           OPEN OUTPUT FILE-POREG.
      *    I-O, NEVER OUTPUT - OPEN LINES FROM EARLIER RUNS STAY ON
      *    FILE UNTIL GOODSRCV CLOSES THEM.  OPTIONAL ON THE SELECT
      *    LETS THE VERY FIRST RUN CREATE IT
           OPEN I-O    FILE-POFILE.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM SYSIN.
           MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE.
           DISPLAY '  PO GENERATION RUN DATE: ' WS-RUN-DATE.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'POGEN' TO SC-STEP-NAME.
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
        R1007-LOAD-PO-CONTROL.
      *  ------
      *    SAME RULE AS THE INVOICE DOCUMENT SERIES - THE SYSIN
      *    NUMBER ONLY SEEDS AN EMPTY CONTROL FILE, AND A MISSING
      *    OR GARBAGE SEED FALLS BACK TO 1
           DISPLAY '  R1007 LOAD PO CONTROL'.
           OPEN INPUT FILE-POCTL.
           PERFORM R1010-READ-PO-CONTROL
              UNTIL WS-EOF-POCTL.
           CLOSE FILE-POCTL.

           IF NOT WS-POCTL-FOUND
              MOVE WS-PARM-FIRST-PO TO WS-EDIT-PO-NO
              IF WS-EDIT-PO-NO NUMERIC
                 MOVE WS-EDIT-PO-NO-9 TO WS-NEXT-PO-NO
                 DISPLAY '  *** PO CONTROL FILE EMPTY - SERIES '
                    'SEEDED FROM SYSIN'
              ELSE
                 MOVE 1 TO WS-NEXT-PO-NO
                 DISPLAY '  *** PO CONTROL FILE EMPTY AND SYSIN '
                    'SEED NOT NUMERIC - STARTING THE SERIES AT '
                    '000001'
              END-IF
           END-IF.
           DISPLAY '  FIRST PO NUMBER: ' WS-NEXT-PO-NO.

      *  ------
        R1010-READ-PO-CONTROL.
      *  ------
           READ FILE-POCTL INTO SHIP-POCTL-REC
              AT END MOVE 'Y' TO WS-EOF-POCTL-SW
           END-READ.
           IF NOT WS-EOF-POCTL
              IF DC-NEXT-DOC-NO NUMERIC
                 SET WS-POCTL-FOUND TO TRUE
                 MOVE DC-NEXT-DOC-NO TO WS-NEXT-PO-NO
              ELSE
                 DISPLAY '  *** PO CONTROL RECORD NOT NUMERIC - '
                    'IGNORED'
              END-IF
           END-IF.


      *  ------
        R1100-LOAD-APPROVALS.
      *  ------
           DISPLAY '  R1100 LOAD APPROVALS'.
           PERFORM R1110-READ-APPROVAL-CARD
              UNTIL WS-EOF-POAPRV.
           DISPLAY '  APPROVAL CARDS LOADED: ' WS-APRV-COUNT.

      *  ------
        R1110-READ-APPROVAL-CARD.
      *  ------
           READ FILE-POAPRV INTO SHIP-APRV-REC
              AT END MOVE 'Y' TO WS-EOF-POAPRV-SW
           END-READ.
           IF NOT WS-EOF-POAPRV
              IF WS-APRV-COUNT >= 500
                 DISPLAY '  *** APPROVAL TABLE FULL AT 500 CARDS - '
                    'SPLIT THE APPROVAL FILE AND RERUN'
                 MOVE 12 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 PERFORM R4900-LOG-STEP-END
                 STOP RUN
              ELSE
                 ADD 1 TO WS-APRV-COUNT
                 SET WS-APRV-IDX TO WS-APRV-COUNT
                 MOVE PA-ITEM-CODE   TO WS-APRV-ITEM-CODE(WS-APRV-IDX)
                 MOVE PA-APPROVE-QTY TO WS-APRV-QTY(WS-APRV-IDX)
                 MOVE PA-VENDOR-NO   TO WS-APRV-VENDOR-NO(WS-APRV-IDX)
                 MOVE PA-UNIT-COST   TO WS-APRV-COST(WS-APRV-IDX)
                 MOVE PA-BUYER-ID    TO WS-APRV-BUYER-ID(WS-APRV-IDX)
              END-IF
           END-IF.


      *  ------
        R1200-WRITE-REGISTER-HEADER.
      *  ------
           MOVE WS-RUN-DATE TO WS-REG-HDR-DATE.
           MOVE WS-REG-HDR TO FIL-POREG.
           WRITE FIL-POREG.
           MOVE SPACES TO FIL-POREG.
           WRITE FIL-POREG.


      *  ------
        R2000-PROCESS-SUGGESTION.
      *  ------
           READ FILE-SUGORD INTO SHIP-SUG-REC
              AT END MOVE 'Y' TO WS-EOF-SUGORD-SW
           END-READ.

           IF NOT WS-EOF-SUGORD
              ADD 1 TO WS-SUGG-READ-CNT
              PERFORM R2100-FIND-APPROVAL
              IF WS-APRV-FOUND
                 SET WS-LINE-VALID TO TRUE
                 MOVE SPACES TO WS-REJECT-REASON-TXT
                 PERFORM R2200-EDIT-APPROVED-LINE
                 IF WS-LINE-VALID
                    PERFORM R2400-ASSIGN-PO-NUMBER
                    PERFORM R2500-WRITE-PO-LINE
                 END-IF
                 IF WS-LINE-NOT-VALID
                    ADD 1 TO WS-REFUSED-CNT
                    MOVE SG-ITEM-CODE         TO WS-EXC-ITEM-CODE
                    MOVE WS-REJECT-REASON-TXT TO WS-EXC-REASON
                    PERFORM R2900-WRITE-EXCEPTION-LINE
                 END-IF
              ELSE
                 ADD 1 TO WS-NOT-APPROVED-CNT
              END-IF
           END-IF.


      *  ------
        R2100-FIND-APPROVAL.
      *  ------
      *    FIRST UNUSED CARD FOR THE ITEM - A SECOND CARD FOR THE
      *    SAME ITEM IS NEVER MATCHED AND SHOWS UP AS IGNORED
           MOVE 'N' TO WS-APRV-FOUND-SW.
           IF WS-APRV-COUNT > 0
              SET WS-APRV-IDX TO 1
              SEARCH WS-APRV-ENT
                 AT END
                    CONTINUE
                 WHEN WS-APRV-ITEM-CODE(WS-APRV-IDX) = SG-ITEM-CODE
                      AND NOT WS-APRV-USED(WS-APRV-IDX)
                    SET WS-APRV-FOUND TO TRUE
                    MOVE 'Y' TO WS-APRV-USED-SW(WS-APRV-IDX)
              END-SEARCH
           END-IF.


      *  ------
        R2200-EDIT-APPROVED-LINE.
      *  ------
      *    QUANTITY - THE CARD'S IF GIVEN, ELSE THE SUGGESTION'S.
      *    A PO LINE HOLDS SEVEN DIGITS
           IF WS-APRV-QTY(WS-APRV-IDX) = SPACES
              IF SG-SUGGEST-QTY > 9999999
                 SET WS-LINE-NOT-VALID TO TRUE
                 MOVE 'SUGGESTED QTY TOO LARGE FOR ONE PO LINE'
                    TO WS-REJECT-REASON-TXT
              ELSE
                 MOVE SG-SUGGEST-QTY TO WS-LINE-QTY
              END-IF
           ELSE
              MOVE WS-APRV-QTY(WS-APRV-IDX) TO WS-EDIT-APRV-QTY
              IF WS-EDIT-APRV-QTY NOT NUMERIC
                 SET WS-LINE-NOT-VALID TO TRUE
                 MOVE 'NON-NUMERIC APPROVED QTY'
                    TO WS-REJECT-REASON-TXT
              ELSE
                 MOVE WS-EDIT-APRV-QTY-9 TO WS-LINE-QTY
              END-IF
           END-IF.

           IF WS-LINE-VALID AND WS-LINE-QTY = ZEROES
              SET WS-LINE-NOT-VALID TO TRUE
              MOVE 'ZERO ORDER QTY' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-LINE-VALID
              MOVE '00' TO WS-ITEMMAST-STATUS
              MOVE SG-ITEM-CODE TO IM-ITEM-CODE
              READ FILE-ITEMMAST
                  INVALID KEY MOVE '23' TO WS-ITEMMAST-STATUS
              END-READ
              IF WS-ITEMMAST-NOTFOUND
                 SET WS-LINE-NOT-VALID TO TRUE
                 MOVE 'ITEM NO LONGER ON THE ITEM MASTER'
                    TO WS-REJECT-REASON-TXT
              END-IF
           END-IF.

      *    UNIT COST - THE CARD'S IF GIVEN, ELSE THE ITEM'S
           IF WS-LINE-VALID
              IF WS-APRV-COST(WS-APRV-IDX) = SPACES
                 MOVE IM-UNIT-COST TO WS-LINE-COST
              ELSE
                 MOVE WS-APRV-COST(WS-APRV-IDX) TO WS-EDIT-APRV-COST
                 IF WS-EDIT-APRV-COST NOT NUMERIC
                    SET WS-LINE-NOT-VALID TO TRUE
                    MOVE 'NON-NUMERIC APPROVED UNIT COST'
                       TO WS-REJECT-REASON-TXT
                 ELSE
                    MOVE WS-EDIT-APRV-COST-9 TO WS-LINE-COST
                 END-IF
              END-IF
           END-IF.

      *    VENDOR - THE CARD'S IF GIVEN, ELSE THE ITEM'S PRIMARY
           IF WS-LINE-VALID
              IF WS-APRV-VENDOR-NO(WS-APRV-IDX) = SPACES
                 MOVE IM-VENDOR-NO TO WS-LINE-VENDOR-NO
              ELSE
                 MOVE WS-APRV-VENDOR-NO(WS-APRV-IDX)
                    TO WS-LINE-VENDOR-NO
              END-IF
              IF WS-LINE-VENDOR-NO = SPACES
                 SET WS-LINE-NOT-VALID TO TRUE
                 MOVE 'NO VENDOR ON THE CARD OR THE ITEM MASTER'
                    TO WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-LINE-VALID
              PERFORM R2300-CHECK-VENDOR
           END-IF.


      *  ------
        R2300-CHECK-VENDOR.
      *  ------
           MOVE '00' TO WS-VENDMAST-STATUS.
           MOVE WS-LINE-VENDOR-NO TO VM-VENDOR-NO.
           READ FILE-VENDMAST
               INVALID KEY MOVE '23' TO WS-VENDMAST-STATUS
           END-READ.
           IF WS-VENDMAST-NOTFOUND
              SET WS-LINE-NOT-VALID TO TRUE
              MOVE 'VENDOR NOT ON THE VENDOR MASTER'
                 TO WS-REJECT-REASON-TXT
           ELSE
              IF VM-IS-ON-HOLD
                 SET WS-LINE-NOT-VALID TO TRUE
                 MOVE 'VENDOR ON HOLD - NO NEW ORDERS'
                    TO WS-REJECT-REASON-TXT
              ELSE
                 PERFORM R2350-COMPUTE-EXPECTED-DATE
              END-IF
           END-IF.


      *  ------
        R2350-COMPUTE-EXPECTED-DATE.
      *  ------
      *    RUN DATE TO A DAY NUMBER, ADD THE LEAD TIME, AND BACK.
      *    THE 31ST IS TAKEN AS THE 30TH.  A RUN DATE THAT ISN'T
      *    NUMERIC CAN'T BE DATED FROM - THE LINE GOES OUT WITH NO
      *    EXPECTED DATE AND POOPEN LEAVES IT OFF THE PAST-DUE LIST
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           IF WS-DATE-WORK NOT NUMERIC
              MOVE SPACES TO WS-EXPECTED-DATE
           ELSE
              IF WS-DATE-DD > 30
                 MOVE 30 TO WS-DATE-DD
              END-IF
              COMPUTE WS-DAY-NUMBER = (WS-DATE-CCYY * 360)
                                    + ((WS-DATE-MM - 1) * 30)
                                    + (WS-DATE-DD - 1)
                                    + VM-LEAD-DAYS
              DIVIDE WS-DAY-NUMBER BY 360
                 GIVING WS-DATE-CCYY REMAINDER WS-DAY-REMAINDER
              DIVIDE WS-DAY-REMAINDER BY 30
                 GIVING WS-DATE-MM REMAINDER WS-DATE-DD
              ADD 1 TO WS-DATE-MM
              ADD 1 TO WS-DATE-DD
              MOVE WS-DATE-WORK TO WS-EXPECTED-DATE
           END-IF.


      *  ------
        R2400-ASSIGN-PO-NUMBER.
      *  ------
      *    ONE PO PER VENDOR PER RUN - THE FIRST LINE FOR A VENDOR
      *    OPENS A NEW PO NUMBER, LATER LINES ADD TO IT
           SET WS-PV-IDX TO 1.
           SEARCH WS-PV-ENT
              AT END
                 PERFORM R2410-OPEN-NEW-PO
              WHEN WS-PV-VENDOR-NO(WS-PV-IDX) = WS-LINE-VENDOR-NO
                 CONTINUE
           END-SEARCH.
           ADD 1 TO WS-PV-LAST-LINE(WS-PV-IDX).

      *  ------
        R2410-OPEN-NEW-PO.
      *  ------
           IF WS-PV-COUNT >= 200
              DISPLAY '  *** PO TABLE FULL AT 200 VENDORS - '
                 'SPLIT THE APPROVAL FILE AND RERUN'
              MOVE 12 TO RETURN-CODE
              PERFORM R3100-WRITE-REGISTER-TRAILER
              PERFORM R3500-UPDATE-PO-CONTROL
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-PV-COUNT.
           SET WS-PV-IDX TO WS-PV-COUNT.
           MOVE WS-LINE-VENDOR-NO TO WS-PV-VENDOR-NO(WS-PV-IDX).
           MOVE WS-NEXT-PO-NO     TO WS-PV-PO-NO(WS-PV-IDX).
           MOVE ZEROES            TO WS-PV-LAST-LINE(WS-PV-IDX).
           ADD 1 TO WS-NEXT-PO-NO.


      *  ------
        R2500-WRITE-PO-LINE.
      *  ------
           MOVE SPACES                    TO FIL-POFILE.
           MOVE WS-PV-PO-NO(WS-PV-IDX)    TO PO-NO.
           MOVE WS-PV-LAST-LINE(WS-PV-IDX) TO PO-LINE-NO.
           MOVE WS-LINE-VENDOR-NO         TO PO-VENDOR-NO.
           MOVE SG-ITEM-CODE              TO PO-ITEM-CODE.
           MOVE WS-LINE-QTY               TO PO-ORDER-QTY.
           MOVE ZEROES                    TO PO-RECEIVED-QTY.
           MOVE WS-LINE-COST              TO PO-UNIT-COST.
           MOVE WS-RUN-DATE               TO PO-ORDER-DATE.
           MOVE WS-EXPECTED-DATE          TO PO-EXPECTED-DATE.
           MOVE SPACES                    TO PO-LAST-RCPT-DATE.
           MOVE 'O'                       TO PO-STATUS.
           MOVE WS-APRV-BUYER-ID(WS-APRV-IDX) TO PO-BUYER-ID.
           WRITE FIL-POFILE
              INVALID KEY
                 SET WS-LINE-NOT-VALID TO TRUE
                 MOVE 'PO LINE ALREADY ON FILE - CHECK FILE-POCTL'
                    TO WS-REJECT-REASON-TXT
                 DISPLAY '  *** COULD NOT WRITE PO LINE ' PO-NO '-'
                    PO-LINE-NO ' - STATUS ' WS-POFILE-STATUS
           END-WRITE.

           IF WS-LINE-VALID
              ADD 1 TO WS-LINES-WRITTEN-CNT
              COMPUTE WS-PO-VALUE = WS-PO-VALUE
                                  + (WS-LINE-QTY * WS-LINE-COST)
              PERFORM R2700-WRITE-REGISTER-LINE
           END-IF.


      *  ------
        R2700-WRITE-REGISTER-LINE.
      *  ------
           MOVE PO-NO             TO WS-REG-PO-NO.
           MOVE PO-LINE-NO        TO WS-REG-PO-LINE.
           MOVE PO-VENDOR-NO      TO WS-REG-VENDOR-NO.
           MOVE PO-ITEM-CODE      TO WS-REG-ITEM-CODE.
           MOVE SG-ITEM-DESC      TO WS-REG-ITEM-DESC.
           MOVE PO-ORDER-QTY      TO WS-REG-QTY.
           MOVE PO-UNIT-COST      TO WS-REG-COST.
           MOVE PO-EXPECTED-DATE  TO WS-REG-DUE-DATE.
           MOVE WS-REG-LINE TO FIL-POREG.
           WRITE FIL-POREG.
           MOVE SPACES TO FIL-POREG.


      *  ------
        R2900-WRITE-EXCEPTION-LINE.
      *  ------
           MOVE WS-EXC-LINE TO FIL-POREG.
           WRITE FIL-POREG.
           MOVE SPACES TO FIL-POREG.
           DISPLAY '  *** ITEM ' WS-EXC-ITEM-CODE ' - '
              WS-EXC-REASON.


      *  ------
        R3000-LIST-UNUSED-CARDS.
      *  ------
      *    A CARD FOR AN ITEM REPLEN DIDN'T SUGGEST (OR A SECOND
      *    CARD FOR ONE IT DID) ORDERS NOTHING - SAID SO, SO THE
      *    BUYER ISN'T LEFT WAITING ON STOCK NOBODY ORDERED
           DISPLAY '  R3000 LIST UNUSED CARDS'.
           PERFORM R3010-CHECK-ONE-CARD
              VARYING WS-APRV-IDX FROM 1 BY 1
              UNTIL WS-APRV-IDX > WS-APRV-COUNT.

      *  ------
        R3010-CHECK-ONE-CARD.
      *  ------
           IF NOT WS-APRV-USED(WS-APRV-IDX)
              ADD 1 TO WS-CARDS-IGNORED-CNT
              MOVE WS-APRV-ITEM-CODE(WS-APRV-IDX) TO WS-EXC-ITEM-CODE
              MOVE 'APPROVAL CARD MATCHES NO SUGGESTION - IGNORED'
                 TO WS-EXC-REASON
              PERFORM R2900-WRITE-EXCEPTION-LINE
           END-IF.


      *  ------
        R3100-WRITE-REGISTER-TRAILER.
      *  ------
           DISPLAY '  R3100 WRITE REGISTER TRAILER'.
           MOVE SPACES TO FIL-POREG.
           WRITE FIL-POREG.
           MOVE WS-SUGG-READ-CNT     TO WS-REG-READ.
           MOVE WS-NOT-APPROVED-CNT  TO WS-REG-NOT-APPR.
           MOVE WS-LINES-WRITTEN-CNT TO WS-REG-WRITTEN.
           MOVE WS-REFUSED-CNT       TO WS-REG-REFUSED.
           MOVE WS-CARDS-IGNORED-CNT TO WS-REG-IGNORED.
           MOVE WS-REG-TRL TO FIL-POREG.
           WRITE FIL-POREG.
           MOVE WS-PV-COUNT          TO WS-REG-PO-CNT.
           MOVE WS-PO-VALUE          TO WS-REG-PO-VALUE.
           MOVE WS-REG-TRL2 TO FIL-POREG.
           WRITE FIL-POREG.
           DISPLAY '  NEXT UNUSED PO NUMBER: ' WS-NEXT-PO-NO.


      *  ------
        R3500-UPDATE-PO-CONTROL.
      *  ------
      *    REWRITTEN ONLY AT END OF RUN, SAME AS THE INVOICE
      *    DOCUMENT CONTROL.  A PO NUMBER OPENED FOR A LINE THAT
      *    THEN FAILED TO WRITE IS STILL SPENT - A GAP IN THE SERIES
      *    IS SAFER THAN REISSUING A NUMBER A VENDOR MAY HAVE SEEN
           DISPLAY '  R3500 UPDATE PO CONTROL'.
           OPEN OUTPUT FILE-POCTL.
           MOVE SPACES          TO SHIP-POCTL-REC.
           MOVE WS-NEXT-PO-NO   TO DC-NEXT-DOC-NO.
           MOVE WS-RUN-DATE     TO DC-LAST-RUN-DATE.
           MOVE SHIP-POCTL-REC  TO FIL-POCTL.
           WRITE FIL-POCTL.
           CLOSE FILE-POCTL.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-SUGORD.
           CLOSE FILE-POAPRV.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-VENDMAST.
           CLOSE FILE-POREG.
           CLOSE FILE-POFILE.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-SUGG-READ-CNT TO SC-IN-COUNT.
           MOVE WS-LINES-WRITTEN-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
