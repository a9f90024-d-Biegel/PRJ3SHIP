      * FOR A HUMAN TO RESEARCH.  THE CASH-SIDE JOURNAL ENTRIES GO
      * OUT ON A GLEXT-FORMAT FILE, SAME LAYOUT AS THE ORDERSYS
      * DAILY EXTRACT, SO ACCOUNTING LOADS THEM THE SAME WAY.
      * EVERY APPLICATION TO AN ITEM THAT CARRIES A REP CODE ALSO
      * GOES ON THE COMMISSION LEDGER AS A COLLECTED ('K') ENTRY -
      * THE SALES SHARE OF THE CASH A COLLECTED-BASIS COMMRUN PAYS
      * THE REP ON.
      *
      * SYSIN CARD 1: RUN DATE (CCYYMMDD)
      * SYSIN CARD 1 COL 80: 'Y' RUNS THE STEP EVEN WHEN ITS
      *               PREREQUISITES HAVEN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      *                       THE TABLE-FULL EMERGENCY STOP SO
      *                       PAID-DOWN AR ITEMS ARE NEVER LEFT
      *                       WITHOUT THEIR JOURNAL
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      *  DAN BIEG   15OCT2026 WRITE A COLLECTED ENTRY TO FILE-
      *                       COMMLEDG FOR EVERY APPLICATION TO AN
      *                       AR ITEM THAT CARRIES A REP CODE
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
           SELECT FILE-REMIT ASSIGN TO UT-S-REMIT.
           SELECT FILE-GLEXT ASSIGN TO UT-S-CAGLEX.
           SELECT FILE-CSHOUT ASSIGN TO UT-S-CSHOUT.
      *    OPTIONAL - THE FIRST PROGRAM TO WRITE THE COMMISSION
      *    LEDGER CREATES IT WITH ITS OPEN EXTEND
           SELECT OPTIONAL FILE-COMMLEDG ASSIGN TO UT-S-COMMLEDG.
           SELECT FILE-ARFILE ASSIGN TO UT-S-ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

      * ---

      *COMMISSION LEDGER - THE CASH EACH REP'S ORDERS BROUGHT IN,
      *ADDED TO EVERY RUN
       FD  FILE-COMMLEDG
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-COMMLEDG.

       01  FIL-COMMLEDG      PIC X(100).

      * ---

      *AR OPEN ITEMS WRITTEN BY ORDERSYS - PAID DOWN IN PLACE HERE
       FD  FILE-ARFILE
              LABEL RECORDS ARE STANDARD
       COPY GLEXTREC
           REPLACING CPY-GL-EXTRACT-REC BY SHIP-GL-REC.

      *    COMMISSION LEDGER ENTRY BUILT FOR FILE-COMMLEDG
       COPY COMMLEDG
           REPLACING CPY-COMM-LEDG-REC BY SHIP-LEDG-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-REMIT-SW    PIC X VALUE 'N'.
           88  WS-ARFILE-OK            VALUE '00'.
           88  WS-ARFILE-NOTFOUND      VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN - STAMPED ON THE GL ENTRIES.  ITS
      * CCYYMM IS THE COMMISSION PERIOD THE CASH BELONGS TO
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-PERIOD      PIC X(6).
           05  FILLER             PIC X(2).

      * NUMERIC EDIT WORK FIELD - THE CARD AMOUNT IS TESTED HERE
      * AND CONVERTED THROUGH THE REDEFINES ONCE IT PROVES NUMERIC
       01  WS-REMIT-CNT          PIC 9(5) VALUE ZEROES.
       01  WS-REJECTED-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-ITEMS-CLOSED-CNT   PIC 9(5) VALUE ZEROES.
       01  WS-LEDGER-CNT         PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-RECEIVED-AMT PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-APPLIED-AMT  PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-UNAPPL-AMT   PIC 9(9)V99 VALUE ZEROES.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1200-WRITE-REGISTER-HEADER.

           PERFORM R2000-PROCESS-REMITTANCE
           PERFORM R3100-WRITE-REGISTER-TRAILER.
           PERFORM R3200-WRITE-GL-EXTRACT.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


           OPEN I-O    FILE-ARFILE.
           OPEN OUTPUT FILE-GLEXT.
           OPEN OUTPUT FILE-CSHOUT.
           OPEN EXTEND FILE-COMMLEDG.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           DISPLAY '  CASH APPLICATION RUN DATE: ' WS-RUN-DATE.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'CASHAPP' TO SC-STEP-NAME.
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
                 DISPLAY '  *** COULD NOT REWRITE AR ITEM FOR '
                    'ORDER ' AR-ORDER-NO ' - STATUS '
                    WS-ARFILE-STATUS
              NOT INVALID KEY
                 PERFORM R2550-WRITE-COLLECTED-ENTRY
           END-REWRITE.

           SUBTRACT WS-APPLY-AMT FROM WS-REMAIN-AMT.
           ADD WS-APPLY-AMT TO WS-TOTAL-APPLIED-AMT.


      *  ------
        R2550-WRITE-COLLECTED-ENTRY.
      *  ------
      *    THE ITEM WAS OPENED AT AMOUNT PLUS TAX AND THE REP IS
      *    PAID ON THE AMOUNT ONLY, SO THE TAX SHARE OF THE CASH
      *    COMES OUT PRO RATA.  ITEMS OPENED BEFORE THE REP CODE
      *    RODE ON THE AR RECORD HAVE NOBODY TO CREDIT
           IF AR-REP-CODE NOT = SPACES
              AND (AR-AMOUNT + AR-TAX-AMT) > ZEROES
              MOVE SPACES          TO SHIP-LEDG-REC
              SET CL-IS-COLLECTED  TO TRUE
              MOVE AR-REP-CODE     TO CL-REP-CODE
              MOVE AR-CUST-NO      TO CL-CUST-NO
              MOVE AR-ORDER-NO     TO CL-ORDER-NO
              MOVE WS-RUN-DATE     TO CL-RUN-DATE
              MOVE WS-RUN-PERIOD   TO CL-PERIOD
              COMPUTE CL-SALES-AMT ROUNDED =
                 WS-APPLY-AMT * AR-AMOUNT
                 / (AR-AMOUNT + AR-TAX-AMT)
              MOVE ZEROES          TO CL-COMM-AMT
              MOVE ZEROES          TO CL-COMM-RATE
              MOVE SHIP-LEDG-REC TO FIL-COMMLEDG
              WRITE FIL-COMMLEDG
              ADD 1 TO WS-LEDGER-CNT
           END-IF.


      *  ------
        R2600-TRACK-UNAPPLIED-CASH.
      *  ------
              PERFORM R3200-WRITE-GL-EXTRACT
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-UA-COUNT.
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           DISPLAY '  COMMISSION LEDGER ENTRIES: ' WS-LEDGER-CNT.
           CLOSE FILE-REMIT.
           CLOSE FILE-ARFILE.
           CLOSE FILE-GLEXT.
           CLOSE FILE-CSHOUT.
           CLOSE FILE-COMMLEDG.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-REMIT-CNT TO SC-IN-COUNT.
           MOVE WS-ITEMS-CLOSED-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
