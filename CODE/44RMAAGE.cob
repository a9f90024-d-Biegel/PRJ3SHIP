      **************************************************************
      *
      *  PROGRAM ID RMAAGE
      *  DATE CREATED:  15OCT2026
      *
      * OPEN RMA AGING - SWEEPS THE RMA FILE FRONT TO BACK AND LISTS
      * EVERY RETURN AUTHORIZATION STILL OPEN, WITH HOW MANY DAYS
      * SINCE IT WAS ISSUED AND A FLAG ON THE ONES PAST THEIR
      * EXPIRY, SO CUSTOMER SERVICE CAN CHASE THE GOODS OR CANCEL
      * THE RMA THROUGH RMAMNT.  A SECOND SECTION READS THE REJECT
      * FILE FROM THE ORDERSYS RUN AND LISTS EVERY 'R' RETURN THAT
      * CAME IN WITHOUT A VALID RMA (REJECT CODE E011) - GOODS ON
      * THE DOCK THAT NOBODY AUTHORIZED.  RUN ON DEMAND - IT
      * TOUCHES NOTHING, IT ONLY REPORTS.
      *
      * SYSIN CARD 1: AS-OF DATE (CCYYMMDD)
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
       PROGRAM-ID. RMAAGE.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-RMAFILE ASSIGN TO UT-S-RMAFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RMA-NO
               FILE STATUS IS WS-RMAFILE-STATUS.
           SELECT FILE-SHIPREJ ASSIGN TO UT-S-SHIPREJ.
           SELECT FILE-RMAOUT ASSIGN TO UT-S-RMAOUT.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *RETURN AUTHORIZATIONS ISSUED BY RMAMNT
       FD  FILE-RMAFILE
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-RMAFILE.

       COPY RMAREC
           REPLACING CPY-RMA-REC BY FIL-RMAFILE.

      * ---

      *REJECTS FROM THE ORDERSYS RUN
       FD  FILE-SHIPREJ
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-SHIPREJ.

       01  FIL-SHIPREJ       PIC X(116).

      * ---

      *AGING REPORT PRINT FILE
       FD  FILE-RMAOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-RMAOUT.

       01  FIL-RMAOUT        PIC X(132).

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    REJECT RECORD AS READ, AND THE ORDER RECORD INSIDE IT
       COPY SHIPREJ
           REPLACING CPY-SHIP-REJECT-REC BY SHIP-REJECT-REC.

       COPY SHIPREC
           REPLACING CPY-SHIP-INPUT-REC BY SHIP-INPUT-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-RMAFILE-SW  PIC X VALUE 'N'.
               88  WS-EOF-RMAFILE        VALUE 'Y'.
           02  WS-EOF-SHIPREJ-SW  PIC X VALUE 'N'.
               88  WS-EOF-SHIPREJ        VALUE 'Y'.

      * RMA FILE STATUS
       01  WS-RMAFILE-STATUS    PIC X(2) VALUE '00'.
           88  WS-RMAFILE-OK           VALUE '00'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * AS-OF DATE FROM SYSIN AND THE AGE ARITHMETIC FIELDS -
      * 360-DAY COMMERCIAL CALENDAR, SAME AS THE AR AGING
       01  WS-ASOF-DATE.
           05  WS-ASOF-YYYY       PIC 9(4).
           05  WS-ASOF-MM         PIC 9(2).
           05  WS-ASOF-DD         PIC 9(2).
       01  WS-ASOF-DATE-X REDEFINES WS-ASOF-DATE
                                 PIC X(8).
       01  WS-ISSUE-DATE.
           05  WS-ISSUE-YYYY      PIC 9(4).
           05  WS-ISSUE-MM        PIC 9(2).
           05  WS-ISSUE-DD        PIC 9(2).
       01  WS-DAYS-OLD           PIC S9(5) VALUE ZEROES.

      * REPORT COUNTS
       01  WS-OPEN-RMA-CNT       PIC 9(7) VALUE ZEROES.
       01  WS-EXPIRED-CNT        PIC 9(7) VALUE ZEROES.
       01  WS-NO-RMA-CNT         PIC 9(7) VALUE ZEROES.

      * AGING REPORT PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(30)
                 VALUE 'OPEN RETURN AUTHORIZATIONS'.
           05  FILLER             PIC X(10) VALUE '  AS OF: '.
           05  WS-REG-HDR-ASOF    PIC X(8).
           05  FILLER             PIC X(74) VALUE SPACES.

       01  WS-RMA-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(5) VALUE 'RMA: '.
           05  WS-RL-RMA-NO       PIC X(6).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'CUST: '.
           05  WS-RL-CUST-NO      PIC X(5).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(7) VALUE 'ORDER: '.
           05  WS-RL-ORDER-NO     PIC X(6).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'ITEM: '.
           05  WS-RL-ITEM-CODE    PIC X(3).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'QTY: '.
           05  WS-RL-QTY          PIC ZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(8) VALUE 'ISSUED: '.
           05  WS-RL-ISSUE-DATE   PIC X(8).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(9) VALUE 'EXPIRES: '.
           05  WS-RL-EXPIRY-DATE  PIC X(8).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'AGE: '.
           05  WS-RL-DAYS-OLD     PIC ZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-RL-FLAG         PIC X(7).
           05  FILLER             PIC X(2) VALUE SPACES.

       01  WS-RMA-TOT-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(11) VALUE 'OPEN RMAS: '.
           05  WS-RT-OPEN         PIC ZZZZZZ9.
           05  FILLER             PIC X(15) VALUE '  PAST EXPIRY: '.
           05  WS-RT-EXPIRED      PIC ZZZZZZ9.
           05  FILLER             PIC X(90) VALUE SPACES.

      *    RETURNS ORDERSYS BOUNCED FOR WANT OF A GOOD RMA
       01  WS-REJ-HDR.
           05  FILLER             PIC X(45)
                 VALUE 'RETURNS ARRIVING WITHOUT A VALID RMA (E011):'.
           05  FILLER             PIC X(87) VALUE SPACES.

       01  WS-REJ-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(7) VALUE 'ORDER: '.
           05  WS-JL-ORDER-NO     PIC X(6).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'CUST: '.
           05  WS-JL-CUST-NO      PIC X(5).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'ITEM: '.
           05  WS-JL-ITEM-CODE    PIC X(3).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'QTY: '.
           05  WS-JL-QTY          PIC ZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'RMA: '.
           05  WS-JL-RMA-NO       PIC X(6).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-JL-REASON       PIC X(30).
           05  FILLER             PIC X(31) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER             PIC X(30)
                 VALUE '  NONE'.
           05  FILLER             PIC X(102) VALUE SPACES.

       01  WS-REJ-TOT-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(29)
                 VALUE 'RETURNS WITHOUT A VALID RMA: '.
           05  WS-JT-COUNT        PIC ZZZZZZ9.
           05  FILLER             PIC X(94) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.

           PERFORM R2000-SWEEP-RMA-FILE
              UNTIL WS-EOF-RMAFILE.
           PERFORM R2300-WRITE-RMA-TOTALS.

           PERFORM R2500-LIST-NO-RMA-RETURNS.

           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-RMAFILE.
           OPEN INPUT  FILE-SHIPREJ.
           OPEN OUTPUT FILE-RMAOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-ASOF-DATE-X.
           DISPLAY '  RMA AGING AS OF: ' WS-ASOF-DATE-X.

           MOVE WS-ASOF-DATE-X TO WS-REG-HDR-ASOF.
           MOVE WS-REG-HDR TO FIL-RMAOUT.
           WRITE FIL-RMAOUT.
           MOVE SPACES TO FIL-RMAOUT.
           WRITE FIL-RMAOUT.

           MOVE LOW-VALUES TO RM-RMA-NO.
           START FILE-RMAFILE KEY >= RM-RMA-NO
              INVALID KEY MOVE 'Y' TO WS-EOF-RMAFILE-SW
           END-START.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'RMAAGE' TO SC-STEP-NAME.
           MOVE WS-ASOF-DATE-X TO SC-RUN-DATE.
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
        R2000-SWEEP-RMA-FILE.
      *  ------
           READ FILE-RMAFILE NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-RMAFILE-SW
           END-READ.
           IF NOT WS-RMAFILE-OK
              MOVE 'Y' TO WS-EOF-RMAFILE-SW
           END-IF.

      *    RECEIVED AND CANCELLED RMAS ARE FINISHED BUSINESS
           IF NOT WS-EOF-RMAFILE AND RM-IS-OPEN
              PERFORM R2100-AGE-AND-PRINT-RMA
           END-IF.


      *  ------
        R2100-AGE-AND-PRINT-RMA.
      *  ------
           ADD 1 TO WS-OPEN-RMA-CNT.
           PERFORM R2200-COMPUTE-DAYS-OLD.

      *    SAME TEST ORDERSYS APPLIES - THE RMA IS GOOD THROUGH ITS
      *    EXPIRY DATE AND LAPSED THE DAY AFTER
           IF RM-EXPIRY-DATE < WS-ASOF-DATE-X
              MOVE 'EXPIRED' TO WS-RL-FLAG
              ADD 1 TO WS-EXPIRED-CNT
           ELSE
              MOVE SPACES TO WS-RL-FLAG
           END-IF.

           MOVE RM-RMA-NO      TO WS-RL-RMA-NO.
           MOVE RM-CUST-NO     TO WS-RL-CUST-NO.
           MOVE RM-ORDER-NO    TO WS-RL-ORDER-NO.
           MOVE RM-ITEM-CODE   TO WS-RL-ITEM-CODE.
           MOVE RM-AUTH-QTY    TO WS-RL-QTY.
           MOVE RM-ISSUE-DATE  TO WS-RL-ISSUE-DATE.
           MOVE RM-EXPIRY-DATE TO WS-RL-EXPIRY-DATE.
           MOVE WS-DAYS-OLD    TO WS-RL-DAYS-OLD.
           MOVE WS-RMA-LINE TO FIL-RMAOUT.
           WRITE FIL-RMAOUT.
           MOVE SPACES TO FIL-RMAOUT.


      *  ------
        R2200-COMPUTE-DAYS-OLD.
      *  ------
      *    360-DAY COMMERCIAL CALENDAR - SAME ARITHMETIC THE AR
      *    AGING USES, AND A BAD DATE AGES TO ZERO INSTEAD OF
      *    BLOWING UP THE REPORT
           IF RM-ISSUE-DATE NOT NUMERIC
              MOVE ZEROES TO WS-DAYS-OLD
           ELSE
              MOVE RM-ISSUE-DATE TO WS-ISSUE-DATE
              COMPUTE WS-DAYS-OLD =
                 ((WS-ASOF-YYYY - WS-ISSUE-YYYY) * 360)
                 + ((WS-ASOF-MM - WS-ISSUE-MM) * 30)
                 + (WS-ASOF-DD - WS-ISSUE-DD)
              IF WS-DAYS-OLD < ZEROES
                 MOVE ZEROES TO WS-DAYS-OLD
              END-IF
           END-IF.


      *  ------
        R2300-WRITE-RMA-TOTALS.
      *  ------
           IF WS-OPEN-RMA-CNT = ZEROES
              MOVE WS-NONE-LINE TO FIL-RMAOUT
              WRITE FIL-RMAOUT
           END-IF.
           MOVE SPACES TO FIL-RMAOUT.
           WRITE FIL-RMAOUT.
           MOVE WS-OPEN-RMA-CNT TO WS-RT-OPEN.
           MOVE WS-EXPIRED-CNT  TO WS-RT-EXPIRED.
           MOVE WS-RMA-TOT-LINE TO FIL-RMAOUT.
           WRITE FIL-RMAOUT.
           MOVE SPACES TO FIL-RMAOUT.
           WRITE FIL-RMAOUT.


      *  ------
        R2500-LIST-NO-RMA-RETURNS.
      *  ------
           DISPLAY '  R2500 LIST RETURNS WITHOUT A VALID RMA'.
           MOVE WS-REJ-HDR TO FIL-RMAOUT.
           WRITE FIL-RMAOUT.
           MOVE SPACES TO FIL-RMAOUT.

           PERFORM R2600-CHECK-ONE-REJECT
              UNTIL WS-EOF-SHIPREJ.

           IF WS-NO-RMA-CNT = ZEROES
              MOVE WS-NONE-LINE TO FIL-RMAOUT
              WRITE FIL-RMAOUT
           END-IF.
           MOVE SPACES TO FIL-RMAOUT.
           WRITE FIL-RMAOUT.
           MOVE WS-NO-RMA-CNT TO WS-JT-COUNT.
           MOVE WS-REJ-TOT-LINE TO FIL-RMAOUT.
           WRITE FIL-RMAOUT.


      *  ------
        R2600-CHECK-ONE-REJECT.
      *  ------
           READ FILE-SHIPREJ INTO SHIP-REJECT-REC
              AT END MOVE 'Y' TO WS-EOF-SHIPREJ-SW
           END-READ.

           IF NOT WS-EOF-SHIPREJ AND RJ-REASON-CODE = 'E011'
              MOVE RJ-ORIGINAL-REC TO SHIP-INPUT-REC
              IF SI-TRANS-IS-RETURN
                 ADD 1 TO WS-NO-RMA-CNT
                 MOVE SI-ORDER-NO    TO WS-JL-ORDER-NO
                 MOVE SI-CUST-NO     TO WS-JL-CUST-NO
                 MOVE SI-ITEM-CODE   TO WS-JL-ITEM-CODE
                 MOVE SI-QUANTITY    TO WS-JL-QTY
                 MOVE SI-RMA-NO      TO WS-JL-RMA-NO
                 MOVE RJ-REASON-TEXT TO WS-JL-REASON
                 MOVE WS-REJ-LINE TO FIL-RMAOUT
                 WRITE FIL-RMAOUT
                 MOVE SPACES TO FIL-RMAOUT
              END-IF
           END-IF.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-RMAFILE.
           CLOSE FILE-SHIPREJ.
           CLOSE FILE-RMAOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-OPEN-RMA-CNT TO SC-IN-COUNT.
           COMPUTE SC-OUT-COUNT = WS-OPEN-RMA-CNT
                                + WS-NO-RMA-CNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
