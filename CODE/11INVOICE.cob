      *               COLS 22-26 REPRINT CUSTOMER NUMBER
      *               COLS 27-34 REPRINT FROM DATE (CCYYMMDD)
      *               COLS 35-42 REPRINT TO DATE (CCYYMMDD)
      *               COL  80    'Y' = RUN EVEN WHEN A PREREQUISITE
      *                          STEP HASN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      *                       KEY TO 00000 AND COLLIDED WITH ITS
      *                       OWN HEADER, DROPPING THE LINE FROM
      *                       THE REPRINT HISTORY
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      *  DAN BIEG   15OCT2026 FILE-DAYTRAN WIDENED TO 130 BYTES.  EACH
      *                       LINE PRINTS THE CUSTOMER'S PURCHASE ORDER
      *                       NUMBER WHEN THE ORDER CAME IN ON ONE
      *                       (EDI), AND INVHIST KEEPS IT FOR THE
      *                       REPRINT
      *  DAN BIEG   15OCT2026 FILE-DAYTRAN RECORD WIDENED TO 150 BYTES
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-DAYTRAN.

       01  FIL-DAYTRAN       PIC X(150).

      * ---

               88  SRT-IS-INVOICE     VALUE 'I'.
               88  SRT-IS-CREDIT      VALUE 'R'.
           05  SRT-ORDER-NO       PIC X(6).
           05  SRT-TRAN           PIC X(150).

      * ---

       COPY DOCCTL
           REPLACING CPY-DOC-CTL-REC BY SHIP-DOCCTL-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-DAYTRAN-SW  PIC X VALUE 'N'.
           05  WS-PARM-RP-CUST-NO PIC X(5).
           05  WS-PARM-RP-FROM-DT PIC X(8).
           05  WS-PARM-RP-TO-DT   PIC X(8).
           05  FILLER             PIC X(37).
           05  WS-PARM-STEP-FORCE PIC X(1).

       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-NEXT-DOC-NO        PIC 9(6) VALUE 1.

      * REGISTER COUNTS FOR THE TRAILER
       01  WS-INVOICE-CNT        PIC 9(5) VALUE ZEROES.
       01  WS-BILLABLE-CNT       PIC 9(7) VALUE ZEROES.
       01  WS-CREDIT-CNT         PIC 9(5) VALUE ZEROES.
       01  WS-INVOICE-AMT        PIC 9(11)V99 VALUE ZEROES.
       01  WS-CREDIT-AMT         PIC 9(11)V99 VALUE ZEROES.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(7) VALUE 'ORDER: '.
           05  WS-DL-ORDER-NO     PIC X(6).
      *    ' | PO: ' ONLY WHEN THE CUSTOMER SENT A PO NUMBER
           05  WS-DL-PO-LABEL     PIC X(7).
           05  WS-DL-CUST-PO-NO   PIC X(12).
           05  FILLER             PIC X(16) VALUE SPACES.

       01  WS-DOC-TOT-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
        R0000-MAINLINE.
      *  ------
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.

           IF WS-REPRINT-MODE
              PERFORM R5000-REPRINT-RUN
              PERFORM R3500-UPDATE-DOC-CONTROL
              PERFORM R4000-CLOSE-DATASETS
           END-IF.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


           END-IF.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT.  A
      *    REPRINT ISSUES NOTHING, SO IT LOGS UNDER A NAME OF ITS
      *    OWN THAT THE STREAM NEVER WAITS ON OR BLOCKS
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           IF WS-REPRINT-MODE
              MOVE 'INVREPRT' TO SC-STEP-NAME
           ELSE
              MOVE 'INVOICE' TO SC-STEP-NAME
           END-IF.
           MOVE WS-RUN-DATE TO SC-RUN-DATE.
           MOVE WS-PARM-STEP-FORCE TO SC-FORCE-SW.
           MOVE ZEROES TO SC-IN-COUNT.
           MOVE ZEROES TO SC-OUT-COUNT.
           MOVE ZEROES TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
           IF SC-STEP-BLOCKED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.


      *  ------
        R1007-LOAD-DOC-CONTROL.
      *  ------
                 MOVE DT-ORDER-NO TO SRT-ORDER-NO
                 MOVE SHIP-DAYTRAN-REC TO SRT-TRAN
                 RELEASE SRT-REC
                 ADD 1 TO WS-BILLABLE-CNT
              END-IF
           END-IF.

           MOVE DT-UNIT-PRICE   TO WS-DL-UNIT-PRICE.
           MOVE DT-EXTENDED-AMT TO WS-DL-AMOUNT.
           MOVE DT-ORDER-NO     TO WS-DL-ORDER-NO.
           MOVE DT-CUST-PO-NO   TO WS-DL-CUST-PO-NO.
           PERFORM R2655-SET-PO-LABEL.
           MOVE WS-DOC-LINE TO FIL-INVOUT.
           WRITE FIL-INVOUT.

           MOVE DT-UNIT-PRICE   TO IH-UNIT-PRICE.
           MOVE DT-EXTENDED-AMT TO IH-AMOUNT.
           MOVE DT-ORDER-NO     TO IH-ORDER-NO.
           MOVE DT-CUST-PO-NO   TO IH-CUST-PO-NO.
           WRITE FIL-INVHIST
              INVALID KEY
                 DISPLAY '  *** DOCUMENT ' WS-CURR-DOC-NO ' LINE '
                    'NUMBER SERIES HAS OVERLAPPED'
           END-WRITE.


      *  ------
        R2655-SET-PO-LABEL.
      *  ------
      *    A CUSTOMER WHO ORDERED ON THEIR OWN PO (EDI) GETS IT
      *    QUOTED BACK ON THE LINE SO THEIR PAYABLES CAN MATCH IT -
      *    DESK-KEYED ORDERS HAVE NONE AND PRINT NO LABEL
           IF WS-DL-CUST-PO-NO = SPACES
              MOVE SPACES    TO WS-DL-PO-LABEL
           ELSE
              MOVE ' | PO: ' TO WS-DL-PO-LABEL
           END-IF.

      *  ------
        R2700-CLOSE-DOCUMENT.
      *  ------
           CLOSE FILE-INVHIST.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           IF WS-REPRINT-MODE
              MOVE ZEROES TO SC-IN-COUNT
              MOVE WS-REPRINTED-CNT TO SC-OUT-COUNT
           ELSE
              MOVE WS-BILLABLE-CNT TO SC-IN-COUNT
              COMPUTE SC-OUT-COUNT = WS-INVOICE-CNT
                                   + WS-CREDIT-CNT
           END-IF.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.


      *  ------
        R5000-REPRINT-RUN.
      *  ------
           MOVE IH-UNIT-PRICE TO WS-DL-UNIT-PRICE.
           MOVE IH-AMOUNT     TO WS-DL-AMOUNT.
           MOVE IH-ORDER-NO   TO WS-DL-ORDER-NO.
           MOVE IH-CUST-PO-NO TO WS-DL-CUST-PO-NO.
           PERFORM R2655-SET-PO-LABEL.
           MOVE WS-DOC-LINE TO FIL-INVOUT.
           WRITE FIL-INVOUT.

