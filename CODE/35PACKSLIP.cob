      **************************************************************
      *
      *  PROGRAM ID PACKSLIP
      *  DATE CREATED:  15OCT2026
      *
      * PACKING SLIPS AND CARRIER MANIFEST - READS THE DAY'S POSTED
      * TRANSACTIONS OFF FILE-DAYTRAN, KEEPS WHAT LEAVES THE DOCK
      * (SALES, AND THE REPLACEMENT SIDE OF EXCHANGES), SORTS IT BY
      * CUSTOMER AND ORDER, AND PRINTS ONE PACKING SLIP PER ORDER
      * TO GO IN THE BOX - SHIP-TO NAME AND ADDRESS OFF THE
      * CUSTOMER MASTER, EVERY LINE WITH ITS DESCRIPTION, THE
      * QUANTITY SHIPPED, AND WHATEVER IS STILL WAITING ON THE
      * BACKORDER FILE FOR THAT ORDER.  A BACKORDERED ITEM THAT
      * SHIPS NOTHING TODAY STILL PRINTS ON THE SLIP AS TO FOLLOW
      * SO THE CUSTOMER KNOWS IT ISN'T LOST.  THE SAME RUN PRINTS
      * THE CARRIER MANIFEST - ONE LINE PER ORDER GOING OUT WITH
      * THE CUSTOMER, LINE, UNIT AND PACKAGE COUNTS, RUN TOTALS,
      * AND THE SIGNATURE BLOCK FOR THE DRIVER.
      *
      * PACKAGES: EACH LINE SHIPS IN ITS OWN CARTON(S).  WITH NO
      * CARTON QUANTITY ON THE CARD A LINE IS ONE PACKAGE; WITH
      * ONE, A LINE IS AS MANY CARTONS AS ITS UNITS NEED.
      *
      * SYSIN CARD 1: COLS 1-8   RUN DATE (CCYYMMDD) FOR THE HEADINGS
      *               COLS 9-13  UNITS PER CARTON, OR BLANK
      *               COL 80     'Y' = RUN EVEN WHEN A PREREQUISITE
      *                          STEP HASN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      *  DAN BIEG   15OCT2026 FILE-DAYTRAN RECORD WIDENED TO 130 BYTES
      *  DAN BIEG   15OCT2026 FILE-DAYTRAN RECORD WIDENED TO 150 BYTES
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       PROGRAM-ID. PACKSLIP.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-DAYTRAN ASSIGN TO UT-S-DAYTRAN.
           SELECT FILE-SORTWK ASSIGN TO UT-S-SORTWK.
           SELECT FILE-SLIPOUT ASSIGN TO UT-S-SLIPOUT.
           SELECT FILE-MANFOUT ASSIGN TO UT-S-MANFOUT.
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
           SELECT FILE-BACKORD ASSIGN TO UT-S-BACKORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BO-ORDER-NO
               FILE STATUS IS WS-BACKORD-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *THE DAY'S POSTED TRANSACTIONS FROM ORDERSYS AND REVDISP
       FD  FILE-DAYTRAN
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-DAYTRAN.

       01  FIL-DAYTRAN       PIC X(150).

      * ---

      *SORT WORK - ONE ENTRY PER LINE THAT SHIPS, KEYED SO EACH
      *CUSTOMER'S ORDERS COME OUT TOGETHER, ONE ORDER AT A TIME
       SD  FILE-SORTWK
              DATA RECORD IS SRT-REC.

       01  SRT-REC.
           05  SRT-CUST-NO        PIC X(5).
           05  SRT-ORDER-NO       PIC X(6).
           05  SRT-ITEM-CODE      PIC X(3).
           05  SRT-SIDE           PIC X(1).
               88  SRT-IS-SALE        VALUE 'S'.
               88  SRT-IS-REPLACEMENT VALUE 'E'.
           05  SRT-ITEM-DESC      PIC X(20).
           05  SRT-QUANTITY       PIC 9(5).
           05  SRT-CUST-NAME      PIC X(10).

      * ---

      *PACKING SLIP DOCUMENTS
       FD  FILE-SLIPOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-SLIPOUT.

       01  FIL-SLIPOUT       PIC X(132).

      * ---

      *CARRIER SHIPPING MANIFEST PRINT FILE
       FD  FILE-MANFOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-MANFOUT.

       01  FIL-MANFOUT       PIC X(132).

      * ---

      *ITEM MASTER - DESCRIPTION OF AN EXCHANGE REPLACEMENT ITEM
       FD  FILE-ITEMMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ITEMMAST.

       COPY ITEMMAST
           REPLACING CPY-ITEM-MAST-REC BY FIL-ITEMMAST.

      * ---

      *CUSTOMER MASTER - THE SHIP-TO NAME AND ADDRESS
       FD  FILE-CUSTMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTMAST.

       COPY CUSTMAST
           REPLACING CPY-CUST-MAST-REC BY FIL-CUSTMAST.

      * ---

      *BACKORDER FILE - WHAT IS STILL OWED ON THE ORDER
       FD  FILE-BACKORD
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-BACKORD.

       COPY BACKORD
           REPLACING CPY-BACKORD-REC BY FIL-BACKORD.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    POSTED TRANSACTION JUST READ
       COPY DAYTRAN
           REPLACING CPY-DAY-TRAN-REC BY SHIP-DAYTRAN-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-DAYTRAN-SW  PIC X VALUE 'N'.
               88  WS-EOF-DAYTRAN        VALUE 'Y'.
           02  WS-EOF-SORT-SW     PIC X VALUE 'N'.
               88  WS-EOF-SORT           VALUE 'Y'.
           02  WS-ORDER-OPEN-SW   PIC X VALUE 'N'.
               88  WS-ORDER-OPEN         VALUE 'Y'.
           02  WS-BO-OPEN-SW      PIC X VALUE 'N'.
               88  WS-BO-OPEN            VALUE 'Y'.
           02  WS-BO-SHOWN-SW     PIC X VALUE 'N'.
               88  WS-BO-SHOWN           VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-ITEMMAST-FOUND       VALUE '00'.
           88  WS-ITEMMAST-NOTFOUND    VALUE '23'.
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTMAST-FOUND       VALUE '00'.
           88  WS-CUSTMAST-NOTFOUND    VALUE '23'.
       01  WS-BACKORD-STATUS    PIC X(2) VALUE '00'.
           88  WS-BACKORD-FOUND        VALUE '00'.
           88  WS-BACKORD-NOTFOUND     VALUE '23'.

      * SYSIN PARM
       01  WS-RUN-PARM.
           05  WS-PARM-RUN-DATE      PIC X(8).
           05  WS-PARM-CARTON-QTY-X  PIC X(5).
           05  WS-PARM-CARTON-QTY    REDEFINES WS-PARM-CARTON-QTY-X
                                     PIC 9(5).
           05  FILLER                PIC X(66).
           05  WS-PARM-STEP-FORCE    PIC X(1).

       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-CARTON-QTY         PIC 9(5) VALUE ZEROES.

      * THE ORDER WHOSE SLIP IS BEING PRINTED
       01  WS-CURR-CUST-NO       PIC X(5) VALUE SPACES.
       01  WS-CURR-ORDER-NO      PIC X(6) VALUE SPACES.
       01  WS-CURR-SHIP-NAME     PIC X(25) VALUE SPACES.
       01  WS-CURR-SHIP-ADDR1    PIC X(25) VALUE SPACES.
       01  WS-CURR-SHIP-ADDR2    PIC X(25) VALUE SPACES.

      * THE ORDER'S OPEN BACKORDER, IF IT HAS ONE
       01  WS-BO-ITEM-CODE       PIC X(3) VALUE SPACES.
       01  WS-BO-QUANTITY        PIC 9(5) VALUE ZEROES.

      * LINE AND ORDER ARITHMETIC
       01  WS-LINE-BO-QTY        PIC 9(5) VALUE ZEROES.
       01  WS-LINE-PKG-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-ORD-LINE-CNT       PIC 9(4) VALUE ZEROES.
       01  WS-ORD-UNIT-CNT       PIC 9(7) VALUE ZEROES.
       01  WS-ORD-PKG-CNT        PIC 9(5) VALUE ZEROES.

      * RUN TOTALS FOR THE MANIFEST TRAILER
       01  WS-TOT-ORDER-CNT      PIC 9(5) VALUE ZEROES.
       01  WS-TOT-LINE-CNT       PIC 9(7) VALUE ZEROES.
       01  WS-TOT-UNIT-CNT       PIC 9(9) VALUE ZEROES.
       01  WS-TOT-PKG-CNT        PIC 9(7) VALUE ZEROES.

      * PACKING SLIP PRINT LINES
       01  WS-SLIP-HDR-1.
           05  FILLER             PIC X(14) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE 'PACKING SLIP'.
           05  FILLER             PIC X(9) VALUE '  ORDER: '.
           05  WS-SH1-ORDER-NO    PIC X(6).
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-SH1-DATE        PIC X(8).
           05  FILLER             PIC X(74) VALUE SPACES.

       01  WS-SLIP-HDR-2.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'SHIP TO: '.
           05  WS-SH2-CUST-NO     PIC X(5).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-SH2-CUST-NAME   PIC X(25).
           05  FILLER             PIC X(87) VALUE SPACES.

       01  WS-SLIP-HDR-3.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  WS-SH3-ADDR        PIC X(25).
           05  FILLER             PIC X(95) VALUE SPACES.

       01  WS-SLIP-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-SL-ITEM-CODE    PIC X(3).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-SL-ITEM-DESC    PIC X(20).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(9) VALUE 'SHIPPED: '.
           05  WS-SL-SHIP-QTY     PIC ZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(13) VALUE 'BACKORDERED: '.
           05  WS-SL-BO-QTY       PIC ZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-SL-NOTE         PIC X(20).
           05  FILLER             PIC X(41) VALUE SPACES.

       01  WS-SLIP-TOT-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(7) VALUE 'LINES: '.
           05  WS-ST-LINES        PIC ZZZ9.
           05  FILLER             PIC X(9) VALUE '  UNITS: '.
           05  WS-ST-UNITS        PIC ZZZZZZ9.
           05  FILLER             PIC X(12) VALUE '  PACKAGES: '.
           05  WS-ST-PKGS         PIC ZZZZ9.
           05  FILLER             PIC X(84) VALUE SPACES.

       01  WS-SLIP-SEP-LINE.
           05  FILLER             PIC X(78) VALUE ALL '-'.
           05  FILLER             PIC X(54) VALUE SPACES.

      * MANIFEST PRINT LINES
       01  WS-MAN-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(30)
                 VALUE 'CARRIER SHIPPING MANIFEST'.
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-MAN-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(75) VALUE SPACES.

       01  WS-MAN-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(6) VALUE 'ORDER '.
           05  WS-ML-ORDER-NO     PIC X(6).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'CUST: '.
           05  WS-ML-CUST-NO      PIC X(5).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-ML-CUST-NAME    PIC X(25).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-ML-SHIP-ADDR    PIC X(25).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(7) VALUE 'LINES: '.
           05  WS-ML-LINES        PIC ZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(7) VALUE 'UNITS: '.
           05  WS-ML-UNITS        PIC ZZZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'PKGS: '.
           05  WS-ML-PKGS         PIC ZZZZ9.
           05  FILLER             PIC X(9) VALUE SPACES.

       01  WS-MAN-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(8) VALUE 'ORDERS: '.
           05  WS-MT-ORDERS       PIC ZZZZ9.
           05  FILLER             PIC X(9) VALUE '  LINES: '.
           05  WS-MT-LINES        PIC ZZZZZZ9.
           05  FILLER             PIC X(9) VALUE '  UNITS: '.
           05  WS-MT-UNITS        PIC ZZZZZZZZ9.
           05  FILLER             PIC X(12) VALUE '  PACKAGES: '.
           05  WS-MT-PKGS         PIC ZZZZZZ9.
           05  FILLER             PIC X(64) VALUE SPACES.

      *    SIGNATURE BLOCK - THE DRIVER SIGNS FOR THE COUNT ABOVE
       01  WS-MAN-SIGN-1.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(18)
                 VALUE 'DRIVER SIGNATURE: '.
           05  FILLER             PIC X(30) VALUE ALL '_'.
           05  FILLER             PIC X(14) VALUE '  DATE/TIME: '.
           05  FILLER             PIC X(20) VALUE ALL '_'.
           05  FILLER             PIC X(48) VALUE SPACES.

       01  WS-MAN-SIGN-2.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(18)
                 VALUE 'RELEASED BY: '.
           05  FILLER             PIC X(30) VALUE ALL '_'.
           05  FILLER             PIC X(14) VALUE '  TRAILER NO: '.
           05  FILLER             PIC X(20) VALUE ALL '_'.
           05  FILLER             PIC X(48) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.

           SORT FILE-SORTWK
              ON ASCENDING KEY SRT-CUST-NO
                               SRT-ORDER-NO
                               SRT-ITEM-CODE
              INPUT PROCEDURE IS R2000-SELECT-SHIPMENTS
              OUTPUT PROCEDURE IS R2500-BUILD-SLIPS.

           PERFORM R3000-WRITE-MANIFEST-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-DAYTRAN.
           OPEN INPUT  FILE-ITEMMAST.
           OPEN INPUT  FILE-CUSTMAST.
           OPEN INPUT  FILE-BACKORD.
           OPEN OUTPUT FILE-SLIPOUT.
           OPEN OUTPUT FILE-MANFOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM SYSIN.
           MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE.
           IF WS-PARM-CARTON-QTY-X NOT = SPACES
              AND WS-PARM-CARTON-QTY NUMERIC
              MOVE WS-PARM-CARTON-QTY TO WS-CARTON-QTY
           END-IF.
           DISPLAY '  SHIP DATE: ' WS-RUN-DATE
              ' UNITS PER CARTON: ' WS-CARTON-QTY.

           MOVE WS-RUN-DATE TO WS-MAN-HDR-DATE.
           MOVE WS-MAN-HDR TO FIL-MANFOUT.
           WRITE FIL-MANFOUT.
           MOVE SPACES TO FIL-MANFOUT.
           WRITE FIL-MANFOUT.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'PACKSLIP' TO SC-STEP-NAME.
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
        R2000-SELECT-SHIPMENTS.
      *  ------
           PERFORM R2100-RELEASE-ONE-TRAN
              UNTIL WS-EOF-DAYTRAN.

      *  ------
        R2100-RELEASE-ONE-TRAN.
      *  ------
           READ FILE-DAYTRAN INTO SHIP-DAYTRAN-REC
              AT END MOVE 'Y' TO WS-EOF-DAYTRAN-SW
           END-READ.

      *    A SALE SHIPS AS POSTED.  AN EXCHANGE SHIPS ITS
      *    REPLACEMENT SIDE - THE RETURNED SIDE IS COMING IN, NOT
      *    GOING OUT.  RETURNS, CANCELS AND BACKORDERS SHIP NOTHING
           IF NOT WS-EOF-DAYTRAN
              MOVE DT-CUST-NO   TO SRT-CUST-NO
              MOVE DT-ORDER-NO  TO SRT-ORDER-NO
              MOVE DT-CUST-NAME TO SRT-CUST-NAME
              EVALUATE TRUE
                 WHEN DT-TRANS-IS-SALE
                    MOVE DT-ITEM-CODE TO SRT-ITEM-CODE
                    MOVE 'S'          TO SRT-SIDE
                    MOVE DT-ITEM-DESC TO SRT-ITEM-DESC
                    MOVE DT-QUANTITY  TO SRT-QUANTITY
                    RELEASE SRT-REC
                 WHEN DT-TRANS-IS-EXCHANGE
                    AND DT-EXCH-ITEM-CODE NOT = SPACES
                    AND DT-EXCH-QUANTITY NUMERIC
                    AND DT-EXCH-QUANTITY > ZEROES
                    MOVE DT-EXCH-ITEM-CODE TO SRT-ITEM-CODE
                    MOVE 'E'               TO SRT-SIDE
                    PERFORM R2200-LOOKUP-ITEM-DESC
                    MOVE DT-EXCH-QUANTITY  TO SRT-QUANTITY
                    RELEASE SRT-REC
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *  ------
        R2200-LOOKUP-ITEM-DESC.
      *  ------
      *    THE DAYTRAN DESCRIPTION IS THE RETURNED ITEM'S - THE
      *    REPLACEMENT'S COMES OFF THE MASTER
           MOVE '00' TO WS-ITEMMAST-STATUS.
           MOVE DT-EXCH-ITEM-CODE TO IM-ITEM-CODE.
           READ FILE-ITEMMAST
               INVALID KEY MOVE '23' TO WS-ITEMMAST-STATUS
           END-READ.
           IF WS-ITEMMAST-FOUND
              MOVE IM-ITEM-DESC TO SRT-ITEM-DESC
           ELSE
              MOVE '** NOT ON ITEMMAST' TO SRT-ITEM-DESC
           END-IF.


      *  ------
        R2500-BUILD-SLIPS.
      *  ------
           PERFORM R2510-RETURN-ONE-LINE
              UNTIL WS-EOF-SORT.

           IF WS-ORDER-OPEN
              PERFORM R2700-FINISH-ORDER
           END-IF.

      *  ------
        R2510-RETURN-ONE-LINE.
      *  ------
           RETURN FILE-SORTWK
              AT END MOVE 'Y' TO WS-EOF-SORT-SW
           END-RETURN.

           IF NOT WS-EOF-SORT
              IF WS-ORDER-OPEN
                 AND (SRT-CUST-NO NOT = WS-CURR-CUST-NO
                      OR SRT-ORDER-NO NOT = WS-CURR-ORDER-NO)
                 PERFORM R2700-FINISH-ORDER
              END-IF
              IF NOT WS-ORDER-OPEN
                 PERFORM R2600-START-ORDER
              END-IF
              PERFORM R2650-PRINT-SLIP-LINE
           END-IF.

      *  ------
        R2600-START-ORDER.
      *  ------
           SET WS-ORDER-OPEN TO TRUE.
           MOVE SRT-CUST-NO  TO WS-CURR-CUST-NO.
           MOVE SRT-ORDER-NO TO WS-CURR-ORDER-NO.
           MOVE ZEROES TO WS-ORD-LINE-CNT.
           MOVE ZEROES TO WS-ORD-UNIT-CNT.
           MOVE ZEROES TO WS-ORD-PKG-CNT.

      *    SHIP-TO OFF THE MASTER.  A CUSTOMER GONE FROM THE MASTER
      *    STILL GETS A SLIP UNDER THE NAME THE ORDER POSTED WITH,
      *    FLAGGED SO THE DOCK CHECKS THE LABEL BEFORE IT LEAVES
           MOVE '00' TO WS-CUSTMAST-STATUS.
           MOVE SRT-CUST-NO TO CM-CUST-NO.
           READ FILE-CUSTMAST
               INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
           END-READ.
           IF WS-CUSTMAST-FOUND
              MOVE CM-CUST-NAME  TO WS-CURR-SHIP-NAME
              MOVE CM-ADDR-LINE1 TO WS-CURR-SHIP-ADDR1
              MOVE CM-ADDR-LINE2 TO WS-CURR-SHIP-ADDR2
           ELSE
              DISPLAY '  *** CUSTOMER ' SRT-CUST-NO
                 ' NOT ON CUSTMAST - ORDER ' SRT-ORDER-NO
                 ' HAS NO SHIP-TO ADDRESS'
              MOVE SRT-CUST-NAME TO WS-CURR-SHIP-NAME
              MOVE '** NOT ON CUSTOMER MASTER' TO WS-CURR-SHIP-ADDR1
              MOVE SPACES        TO WS-CURR-SHIP-ADDR2
           END-IF.

      *    ONE BACKORDER ENTRY PER ORDER NUMBER - ONLY AN OPEN ONE
      *    IS STILL OWED
           MOVE 'N' TO WS-BO-OPEN-SW.
           MOVE 'N' TO WS-BO-SHOWN-SW.
           MOVE '00' TO WS-BACKORD-STATUS.
           MOVE SRT-ORDER-NO TO BO-ORDER-NO.
           READ FILE-BACKORD
               INVALID KEY MOVE '23' TO WS-BACKORD-STATUS
           END-READ.
           IF WS-BACKORD-FOUND AND BO-IS-OPEN
              SET WS-BO-OPEN TO TRUE
              MOVE BO-ITEM-CODE TO WS-BO-ITEM-CODE
              MOVE BO-QUANTITY  TO WS-BO-QUANTITY
           END-IF.

           MOVE SRT-ORDER-NO TO WS-SH1-ORDER-NO.
           MOVE WS-RUN-DATE  TO WS-SH1-DATE.
           MOVE WS-SLIP-HDR-1 TO FIL-SLIPOUT.
           WRITE FIL-SLIPOUT.
           MOVE SRT-CUST-NO       TO WS-SH2-CUST-NO.
           MOVE WS-CURR-SHIP-NAME TO WS-SH2-CUST-NAME.
           MOVE WS-SLIP-HDR-2 TO FIL-SLIPOUT.
           WRITE FIL-SLIPOUT.
           MOVE WS-CURR-SHIP-ADDR1 TO WS-SH3-ADDR.
           MOVE WS-SLIP-HDR-3 TO FIL-SLIPOUT.
           WRITE FIL-SLIPOUT.
           MOVE WS-CURR-SHIP-ADDR2 TO WS-SH3-ADDR.
           MOVE WS-SLIP-HDR-3 TO FIL-SLIPOUT.
           WRITE FIL-SLIPOUT.
           MOVE SPACES TO FIL-SLIPOUT.
           WRITE FIL-SLIPOUT.

      *  ------
        R2650-PRINT-SLIP-LINE.
      *  ------
           MOVE ZEROES TO WS-LINE-BO-QTY.
           IF WS-BO-OPEN AND NOT WS-BO-SHOWN
              AND SRT-ITEM-CODE = WS-BO-ITEM-CODE
              MOVE WS-BO-QUANTITY TO WS-LINE-BO-QTY
              SET WS-BO-SHOWN TO TRUE
           END-IF.

           IF WS-CARTON-QTY = ZEROES
              MOVE 1 TO WS-LINE-PKG-CNT
           ELSE
              COMPUTE WS-LINE-PKG-CNT =
                 (SRT-QUANTITY + WS-CARTON-QTY - 1) / WS-CARTON-QTY
           END-IF.

           MOVE SRT-ITEM-CODE  TO WS-SL-ITEM-CODE.
           MOVE SRT-ITEM-DESC  TO WS-SL-ITEM-DESC.
           MOVE SRT-QUANTITY   TO WS-SL-SHIP-QTY.
           MOVE WS-LINE-BO-QTY TO WS-SL-BO-QTY.
           IF SRT-IS-REPLACEMENT
              MOVE 'EXCHANGE REPLACEMENT' TO WS-SL-NOTE
           ELSE
              MOVE SPACES TO WS-SL-NOTE
           END-IF.
           MOVE WS-SLIP-LINE TO FIL-SLIPOUT.
           WRITE FIL-SLIPOUT.

           ADD 1               TO WS-ORD-LINE-CNT.
           ADD SRT-QUANTITY    TO WS-ORD-UNIT-CNT.
           ADD WS-LINE-PKG-CNT TO WS-ORD-PKG-CNT.

      *  ------
        R2700-FINISH-ORDER.
      *  ------
      *    A BACKORDERED ITEM WITH NOTHING SHIPPING TODAY STILL
      *    GOES ON THE SLIP, SO THE CUSTOMER SEES IT IS TO FOLLOW
           IF WS-BO-OPEN AND NOT WS-BO-SHOWN
              MOVE '00' TO WS-ITEMMAST-STATUS
              MOVE WS-BO-ITEM-CODE TO IM-ITEM-CODE
              READ FILE-ITEMMAST
                  INVALID KEY MOVE '23' TO WS-ITEMMAST-STATUS
              END-READ
              MOVE WS-BO-ITEM-CODE TO WS-SL-ITEM-CODE
              IF WS-ITEMMAST-FOUND
                 MOVE IM-ITEM-DESC TO WS-SL-ITEM-DESC
              ELSE
                 MOVE '** NOT ON ITEMMAST' TO WS-SL-ITEM-DESC
              END-IF
              MOVE ZEROES         TO WS-SL-SHIP-QTY
              MOVE WS-BO-QUANTITY TO WS-SL-BO-QTY
              MOVE 'TO FOLLOW'    TO WS-SL-NOTE
              MOVE WS-SLIP-LINE TO FIL-SLIPOUT
              WRITE FIL-SLIPOUT
           END-IF.

           MOVE SPACES TO FIL-SLIPOUT.
           WRITE FIL-SLIPOUT.
           MOVE WS-ORD-LINE-CNT TO WS-ST-LINES.
           MOVE WS-ORD-UNIT-CNT TO WS-ST-UNITS.
           MOVE WS-ORD-PKG-CNT  TO WS-ST-PKGS.
           MOVE WS-SLIP-TOT-LINE TO FIL-SLIPOUT.
           WRITE FIL-SLIPOUT.
           MOVE WS-SLIP-SEP-LINE TO FIL-SLIPOUT.
           WRITE FIL-SLIPOUT.

           MOVE WS-CURR-ORDER-NO   TO WS-ML-ORDER-NO.
           MOVE WS-CURR-CUST-NO    TO WS-ML-CUST-NO.
           MOVE WS-CURR-SHIP-NAME  TO WS-ML-CUST-NAME.
           MOVE WS-CURR-SHIP-ADDR2 TO WS-ML-SHIP-ADDR.
           IF WS-CURR-SHIP-ADDR2 = SPACES
              MOVE WS-CURR-SHIP-ADDR1 TO WS-ML-SHIP-ADDR
           END-IF.
           MOVE WS-ORD-LINE-CNT    TO WS-ML-LINES.
           MOVE WS-ORD-UNIT-CNT    TO WS-ML-UNITS.
           MOVE WS-ORD-PKG-CNT     TO WS-ML-PKGS.
           MOVE WS-MAN-LINE TO FIL-MANFOUT.
           WRITE FIL-MANFOUT.

           ADD 1               TO WS-TOT-ORDER-CNT.
           ADD WS-ORD-LINE-CNT TO WS-TOT-LINE-CNT.
           ADD WS-ORD-UNIT-CNT TO WS-TOT-UNIT-CNT.
           ADD WS-ORD-PKG-CNT  TO WS-TOT-PKG-CNT.
           MOVE 'N' TO WS-ORDER-OPEN-SW.


      *  ------
        R3000-WRITE-MANIFEST-TRAILER.
      *  ------
           DISPLAY '  R3000 WRITE MANIFEST TRAILER'.
           MOVE SPACES TO FIL-MANFOUT.
           WRITE FIL-MANFOUT.
           MOVE WS-TOT-ORDER-CNT TO WS-MT-ORDERS.
           MOVE WS-TOT-LINE-CNT  TO WS-MT-LINES.
           MOVE WS-TOT-UNIT-CNT  TO WS-MT-UNITS.
           MOVE WS-TOT-PKG-CNT   TO WS-MT-PKGS.
           MOVE WS-MAN-TRL TO FIL-MANFOUT.
           WRITE FIL-MANFOUT.

           MOVE SPACES TO FIL-MANFOUT.
           WRITE FIL-MANFOUT.
           WRITE FIL-MANFOUT.
           MOVE WS-MAN-SIGN-1 TO FIL-MANFOUT.
           WRITE FIL-MANFOUT.
           MOVE SPACES TO FIL-MANFOUT.
           WRITE FIL-MANFOUT.
           MOVE WS-MAN-SIGN-2 TO FIL-MANFOUT.
           WRITE FIL-MANFOUT.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-DAYTRAN.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-BACKORD.
           CLOSE FILE-SLIPOUT.
           CLOSE FILE-MANFOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-TOT-LINE-CNT TO SC-IN-COUNT.
           MOVE WS-TOT-ORDER-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
