      **************************************************************
      *
      *  PROGRAM ID POOPEN
      *  DATE CREATED:  15OCT2026
      *
      * OPEN PURCHASE ORDER AND PAST-DUE DELIVERY REPORT - SWEEPS
      * FILE-POFILE FRONT TO BACK AND LISTS EVERY PO LINE STILL
      * OUTSTANDING (OPEN OR PARTIALLY RECEIVED): THE VENDOR, THE
      * ITEM, WHAT WAS ORDERED, WHAT HAS COME IN, WHAT IS STILL
      * DUE AND WHEN.  A LINE WHOSE EXPECTED DATE IS BEFORE THE
      * AS-OF DATE IS FLAGGED PAST DUE WITH THE DAYS LATE, SO THE
      * BUYER KNOWS WHICH VENDORS TO CHASE.  CLOSED AND CANCELLED
      * LINES ARE LEFT OFF.  DAYS LATE USE THE SAME 360-DAY
      * COMMERCIAL CALENDAR AS THE AR AGING.
      *
      * SYSIN CARD 1: AS-OF DATE (CCYYMMDD)
      * SYSIN CARD 1 COL 80: 'Y' RUNS THE STEP EVEN WHEN ITS
      *               PREREQUISITES HAVEN'T RUN CLEAN (SUBSTEP)
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
       PROGRAM-ID. POOPEN.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-POFILE ASSIGN TO UT-S-POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-STATUS.
           SELECT FILE-VENDMAST ASSIGN TO UT-S-VENDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-NO
               FILE STATUS IS WS-VENDMAST-STATUS.
           SELECT FILE-POOUT ASSIGN TO UT-S-POOUT.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *OPEN PURCHASE ORDER FILE - SWEPT FRONT TO BACK
       FD  FILE-POFILE
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-POFILE.

       COPY POREC
           REPLACING CPY-PO-LINE-REC BY FIL-POFILE.

      * ---

      *VENDOR MASTER - NAME FOR THE REPORT LINE
       FD  FILE-VENDMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-VENDMAST.

       COPY VENDMAST
           REPLACING CPY-VEND-MAST-REC BY FIL-VENDMAST.

      * ---

      *OPEN PO REPORT PRINT FILE
       FD  FILE-POOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-POOUT.

       01  FIL-POOUT         PIC X(132).

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-POFILE-SW   PIC X VALUE 'N'.
               88  WS-EOF-POFILE         VALUE 'Y'.
           02  WS-PAST-DUE-SW     PIC X VALUE 'N'.
               88  WS-LINE-PAST-DUE      VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-POFILE-STATUS     PIC X(2) VALUE '00'.
           88  WS-POFILE-OK            VALUE '00'.
       01  WS-VENDMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-VENDMAST-FOUND       VALUE '00'.
           88  WS-VENDMAST-NOTFOUND    VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * SYSIN PARM - THE AS-OF DATE
       01  WS-AS-OF-DATE         PIC X(8) VALUE SPACES.
       01  WS-AS-OF-DATE-R REDEFINES WS-AS-OF-DATE.
           05  WS-AS-OF-CCYY      PIC 9(4).
           05  WS-AS-OF-MM        PIC 9(2).
           05  WS-AS-OF-DD        PIC 9(2).

      * EXPECTED DATE OF THE LINE IN HAND
       01  WS-DUE-DATE           PIC X(8) VALUE SPACES.
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05  WS-DUE-CCYY        PIC 9(4).
           05  WS-DUE-MM          PIC 9(2).
           05  WS-DUE-DD          PIC 9(2).

      * ARITHMETIC FOR THE LINE IN HAND
       01  WS-OPEN-QTY           PIC S9(7) VALUE ZEROES.
       01  WS-DAYS-LATE          PIC S9(7) VALUE ZEROES.
       01  WS-LAST-VENDOR-NO     PIC X(5) VALUE SPACES.
       01  WS-VENDOR-NAME        PIC X(30) VALUE SPACES.

      * RUN COUNTS AND TOTALS FOR THE TRAILER
       01  WS-LINES-READ-CNT     PIC 9(7) VALUE ZEROES.
       01  WS-OPEN-LINE-CNT      PIC 9(7) VALUE ZEROES.
       01  WS-PAST-DUE-CNT       PIC 9(7) VALUE ZEROES.
       01  WS-OPEN-UNITS         PIC 9(9) VALUE ZEROES.
       01  WS-OPEN-VALUE         PIC 9(11)V99 VALUE ZEROES.

      * OPEN PO REPORT PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(31)
                 VALUE 'OPEN PURCHASE ORDER REPORT'.
           05  FILLER             PIC X(10) VALUE '  AS OF: '.
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(73) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(5) VALUE '  PO '.
           05  WS-REG-PO-NO       PIC X(6).
           05  FILLER             PIC X(1) VALUE '-'.
           05  WS-REG-PO-LINE     PIC 9(3).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-REG-VENDOR-NO   PIC X(5).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-REG-VENDOR-NAME PIC X(20).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'ITEM '.
           05  WS-REG-ITEM-CODE   PIC X(3).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'ORD: '.
           05  WS-REG-ORDERED     PIC ZZZZZZ9.
           05  FILLER             PIC X(6) VALUE ' RCV: '.
           05  WS-REG-RECEIVED    PIC ZZZZZZ9.
           05  FILLER             PIC X(6) VALUE ' DUE: '.
           05  WS-REG-OPEN        PIC ZZZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(4) VALUE 'BY: '.
           05  WS-REG-DUE-DATE    PIC X(8).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-REG-FLAG        PIC X(9).
           05  WS-REG-DAYS-LATE   PIC ZZZZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(14) VALUE 'LINES READ: '.
           05  WS-REG-READ        PIC ZZZZZZ9.
           05  FILLER             PIC X(15) VALUE '  OUTSTANDING: '.
           05  WS-REG-OPEN-CNT    PIC ZZZZZZ9.
           05  FILLER             PIC X(12) VALUE '  PAST DUE: '.
           05  WS-REG-PAST-DUE    PIC ZZZZZZ9.
           05  FILLER             PIC X(68) VALUE SPACES.

       01  WS-REG-TRL2.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(19)
                 VALUE 'UNITS STILL DUE: '.
           05  WS-REG-UNITS       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(19)
                 VALUE '  VALUE AT COST: '.
           05  WS-REG-VALUE       PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(69) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1200-WRITE-REPORT-HEADER.

           PERFORM R2000-SWEEP-PO-FILE
              UNTIL WS-EOF-POFILE.

           PERFORM R3000-WRITE-REPORT-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-POFILE.
           OPEN INPUT  FILE-VENDMAST.
           OPEN OUTPUT FILE-POOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-AS-OF-DATE.
           DISPLAY '  OPEN PO REPORT AS OF: ' WS-AS-OF-DATE.
           IF WS-AS-OF-DATE NOT NUMERIC
              DISPLAY '  *** AS-OF DATE NOT NUMERIC - NO LINE WILL '
                 'BE CALLED PAST DUE'
           END-IF.

           MOVE LOW-VALUES TO PO-KEY.
           START FILE-POFILE KEY >= PO-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-POFILE-SW
           END-START.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'POOPEN' TO SC-STEP-NAME.
           MOVE WS-AS-OF-DATE TO SC-RUN-DATE.
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
        R1200-WRITE-REPORT-HEADER.
      *  ------
           MOVE WS-AS-OF-DATE TO WS-REG-HDR-DATE.
           MOVE WS-REG-HDR TO FIL-POOUT.
           WRITE FIL-POOUT.
           MOVE SPACES TO FIL-POOUT.
           WRITE FIL-POOUT.


      *  ------
        R2000-SWEEP-PO-FILE.
      *  ------
           READ FILE-POFILE NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-POFILE-SW
           END-READ.
           IF NOT WS-POFILE-OK
              MOVE 'Y' TO WS-EOF-POFILE-SW
           END-IF.

           IF NOT WS-EOF-POFILE
              ADD 1 TO WS-LINES-READ-CNT
              IF PO-IS-OUTSTANDING
                 PERFORM R2100-REPORT-OPEN-LINE
              END-IF
           END-IF.


      *  ------
        R2100-REPORT-OPEN-LINE.
      *  ------
      *    AN OVER-RECEIVED LINE IS CLOSED BY GOODSRCV, SO WHAT IS
      *    STILL DUE ON AN OUTSTANDING LINE IS NEVER NEGATIVE -
      *    ZERO IS TAKEN IF IT EVER IS
           ADD 1 TO WS-OPEN-LINE-CNT.
           COMPUTE WS-OPEN-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY.
           IF WS-OPEN-QTY < ZEROES
              MOVE ZEROES TO WS-OPEN-QTY
           END-IF.
           ADD WS-OPEN-QTY TO WS-OPEN-UNITS.
           COMPUTE WS-OPEN-VALUE = WS-OPEN-VALUE
                                 + (WS-OPEN-QTY * PO-UNIT-COST).

           PERFORM R2200-GET-VENDOR-NAME.
           PERFORM R2300-CHECK-PAST-DUE.
           PERFORM R2700-WRITE-REPORT-LINE.


      *  ------
        R2200-GET-VENDOR-NAME.
      *  ------
      *    THE FILE IS IN PO ORDER AND A PO IS ONE VENDOR, SO THE
      *    MASTER IS ONLY READ WHEN THE VENDOR CHANGES
           IF PO-VENDOR-NO NOT = WS-LAST-VENDOR-NO
              MOVE PO-VENDOR-NO TO WS-LAST-VENDOR-NO
              MOVE '00' TO WS-VENDMAST-STATUS
              MOVE PO-VENDOR-NO TO VM-VENDOR-NO
              READ FILE-VENDMAST
                  INVALID KEY MOVE '23' TO WS-VENDMAST-STATUS
              END-READ
              IF WS-VENDMAST-NOTFOUND
                 MOVE '*** NOT ON VENDOR MASTER' TO WS-VENDOR-NAME
              ELSE
                 MOVE VM-VENDOR-NAME TO WS-VENDOR-NAME
              END-IF
           END-IF.


      *  ------
        R2300-CHECK-PAST-DUE.
      *  ------
      *    A LINE WITH NO EXPECTED DATE (VENDOR HAD NO LEAD TIME ON
      *    FILE WHEN THE PO WAS CUT) CAN'T BE LATE
           MOVE 'N' TO WS-PAST-DUE-SW.
           MOVE ZEROES TO WS-DAYS-LATE.
           MOVE PO-EXPECTED-DATE TO WS-DUE-DATE.
           IF WS-DUE-DATE NUMERIC AND WS-AS-OF-DATE NUMERIC
              AND WS-DUE-DATE < WS-AS-OF-DATE
              SET WS-LINE-PAST-DUE TO TRUE
              ADD 1 TO WS-PAST-DUE-CNT
              COMPUTE WS-DAYS-LATE =
                 ((WS-AS-OF-CCYY - WS-DUE-CCYY) * 360)
               + ((WS-AS-OF-MM   - WS-DUE-MM)   * 30)
               +  (WS-AS-OF-DD   - WS-DUE-DD)
           END-IF.


      *  ------
        R2700-WRITE-REPORT-LINE.
      *  ------
           MOVE PO-NO             TO WS-REG-PO-NO.
           MOVE PO-LINE-NO        TO WS-REG-PO-LINE.
           MOVE PO-VENDOR-NO      TO WS-REG-VENDOR-NO.
           MOVE WS-VENDOR-NAME    TO WS-REG-VENDOR-NAME.
           MOVE PO-ITEM-CODE      TO WS-REG-ITEM-CODE.
           MOVE PO-ORDER-QTY      TO WS-REG-ORDERED.
           MOVE PO-RECEIVED-QTY   TO WS-REG-RECEIVED.
           MOVE WS-OPEN-QTY       TO WS-REG-OPEN.
           MOVE PO-EXPECTED-DATE  TO WS-REG-DUE-DATE.
           IF WS-LINE-PAST-DUE
              MOVE 'PAST DUE ' TO WS-REG-FLAG
              MOVE WS-DAYS-LATE TO WS-REG-DAYS-LATE
           ELSE
              MOVE SPACES TO WS-REG-FLAG
              MOVE ZEROES TO WS-REG-DAYS-LATE
           END-IF.
           MOVE WS-REG-LINE TO FIL-POOUT.
           WRITE FIL-POOUT.
           MOVE SPACES TO FIL-POOUT.


      *  ------
        R3000-WRITE-REPORT-TRAILER.
      *  ------
           DISPLAY '  R3000 WRITE REPORT TRAILER'.
           MOVE SPACES TO FIL-POOUT.
           WRITE FIL-POOUT.
           MOVE WS-LINES-READ-CNT TO WS-REG-READ.
           MOVE WS-OPEN-LINE-CNT  TO WS-REG-OPEN-CNT.
           MOVE WS-PAST-DUE-CNT   TO WS-REG-PAST-DUE.
           MOVE WS-REG-TRL TO FIL-POOUT.
           WRITE FIL-POOUT.
           MOVE WS-OPEN-UNITS     TO WS-REG-UNITS.
           MOVE WS-OPEN-VALUE     TO WS-REG-VALUE.
           MOVE WS-REG-TRL2 TO FIL-POOUT.
           WRITE FIL-POOUT.
           IF WS-PAST-DUE-CNT > ZEROES
              DISPLAY '  *** ' WS-PAST-DUE-CNT
                 ' PO LINES PAST DUE - SEE THE OPEN PO REPORT'
           END-IF.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-POFILE.
           CLOSE FILE-VENDMAST.
           CLOSE FILE-POOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-LINES-READ-CNT TO SC-IN-COUNT.
           MOVE WS-OPEN-LINE-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
