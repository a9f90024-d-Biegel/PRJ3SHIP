      * THEIR SALES COMMISSIONS AT ZERO, NOT NEGATIVE.  HOUSE
      * ORDERS ('***') ARE LISTED FOR COMPLETENESS AT A ZERO RATE.
      *
      * RUN ON THE COLLECTED BASIS INSTEAD, THE REP EARNS ONLY ON
      * CASH - THE PERIOD'S COLLECTED ('K') ENTRIES CASHAPP PUT ON
      * THE COMMISSION LEDGER TAKE THE PLACE OF THE PERIOD MASTER
      * SALES, SO AN ORDER THE CUSTOMER NEVER PAYS FOR NEVER PAYS
      * THE REP.  EITHER WAY, CLAWBACKS COMMCLAW POSTED FOR THE
      * PERIOD COME OFF THE REP'S NET PAYABLE, AND ONE PAID ('P')
      * ENTRY PER REP AND ORDER GOES BACK ON THE LEDGER SO COMMCLAW
      * KNOWS WHAT IT CAN TAKE BACK LATER.
      *
      * A PER-REP COMMISSION STATEMENT IS PRODUCED ALONGSIDE THE
      * REGISTER FROM THE MONTH'S ACCUMULATED DAYTRAN DETAIL
      * (WHICH NOW CARRIES THE POSTING REP CODE) AND THE LEDGER -
      * EVERY ORDER THAT MOVED THE REP'S FIGURES, WITH ITS EARNED
      * LINES (SALES AND RETURNS BOOKED, OR CASH COLLECTED), THE
      * COMMISSION PAID ON IT AND ANY CLAWBACK AGAINST IT, ENDING
      * IN THE SAME NET, COMMISSION AND CLAWBACK THE REGISTER SHOWS.
      * A DISPUTE IS A TWO-MINUTE LOOKUP INSTEAD OF A HALF DAY IN
      * OLD RUN REPORTS.
      *
      * SYSIN CARD 1: FISCAL PERIOD CCYYPP (FISCAL YEAR AND PERIOD
      *               NUMBER ON FILE-FISCAL) - THE PERIOD'S START
      *               AND END DATES SELECT THE PERIOD MASTER, DAYTRAN
      *               AND COLLECTED/CLAWBACK LEDGER DETAIL, AND THE
      *               PAID ENTRIES GO ON THE LEDGER UNDER CCYYPP
      * SYSIN CARD 1 COL 7: 'C' PAYS ON THE COLLECTED BASIS, ANYTHING
      *               ELSE ON THE BOOKED BASIS
      * SYSIN CARD 1 COL 80: 'Y' RUNS THE STEP EVEN WHEN ITS
      *               PREREQUISITES HAVEN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      *  DAN BIEG   02SEP2026 ADD THE PER-REP COMMISSION DETAIL
      *                       STATEMENTS OFF THE MONTH'S DAYTRAN
      *                       FILE, SORTED BY REP/DATE/ORDER
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      *  DAN BIEG   15OCT2026 COLLECTED-BASIS OPTION (SYSIN COL 7)
      *                       OFF THE COMMISSION LEDGER; CLAWBACKS
      *                       ON THE REGISTER; PAID ENTRIES WRITTEN
      *                       BACK TO THE LEDGER; STATEMENTS NOW
      *                       GROUPED BY ORDER WITH EARNED, PAID
      *                       AND CLAWBACK LINES.  REGISTER PRINTS
      *                       AFTER THE SORT SO IT CAN CARRY THEM
      *  DAN BIEG   15OCT2026 FILE-DAYTRAN RECORD WIDENED TO 130 BYTES
      *  DAN BIEG   15OCT2026 COMMISSION BY FISCAL PERIOD - SYSIN
      *                       PERIOD IS NOW CCYYPP LOOKED UP ON
      *                       FILE-FISCAL; PERIOD MASTER, DAYTRAN AND
      *                       K/C LEDGER ENTRIES SELECTED BY ITS
      *                       START/END DATES
      *  DAN BIEG   15OCT2026 FILE-DAYTRAN RECORD WIDENED TO 150 BYTES
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
           SELECT FILE-DAYTRAN ASSIGN TO UT-S-DAYTRAN.
           SELECT FILE-SORTWK ASSIGN TO UT-S-SORTWK.
           SELECT FILE-CSTOUT ASSIGN TO UT-S-CSTOUT.
           SELECT FILE-FISCAL ASSIGN TO UT-S-FISCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FISCAL-STATUS.
      *    OPTIONAL - THE FIRST PROGRAM TO WRITE THE COMMISSION
      *    LEDGER CREATES IT WITH ITS OPEN EXTEND
           SELECT OPTIONAL FILE-COMMLEDG ASSIGN TO UT-S-COMMLEDG.

      **************************************************************
       DATA DIVISION.
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-DAYTRAN.

       01  FIL-DAYTRAN       PIC X(150).

      * ---

      *SORT WORK - THE PERIOD'S SALES AND RETURNS, AND THE LEDGER
      *ENTRIES THAT BELONG ON THE STATEMENTS, KEYED SO EACH REP'S
      *ORDERS COME OUT TOGETHER AND EACH ORDER'S LINES COME OUT
      *EARNED FIRST, CLAWBACKS LAST
       SD  FILE-SORTWK
              DATA RECORD IS SRT-REC.

       01  SRT-REC.
           05  SRT-REP-CODE       PIC X(3).
           05  SRT-CUST-NO        PIC X(5).
           05  SRT-ORDER-NO       PIC X(6).
           05  SRT-LINE-KIND      PIC X(1).
               88  SRT-KIND-BOOKED    VALUE '1'.
               88  SRT-KIND-CASH      VALUE '2'.
               88  SRT-KIND-CLAWBACK  VALUE '3'.
           05  SRT-RUN-DATE       PIC X(8).
           05  SRT-TRAN           PIC X(150).

      * ---


       01  FIL-CSTOUT        PIC X(132).

      * ---

      *COMMISSION LEDGER - READ FOR THE PERIOD'S COLLECTED AND
      *CLAWBACK ENTRIES, THEN ADDED TO WITH THE PAID ENTRIES
       FD  FILE-COMMLEDG
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-COMMLEDG.

       01  FIL-COMMLEDG      PIC X(100).

      * ---

      *FISCAL CALENDAR - START AND END DATE OF EVERY PERIOD
       FD  FILE-FISCAL
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-FISCAL.

       COPY FISCAL
           REPLACING CPY-FISCAL-REC BY FIL-FISCAL.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************
       COPY DAYTRAN
           REPLACING CPY-DAY-TRAN-REC BY SHIP-DAYTRAN-REC.

      *    COMMISSION LEDGER ENTRY AS READ / AS SORTED / AS WRITTEN
       COPY COMMLEDG
           REPLACING CPY-COMM-LEDG-REC BY SHIP-LEDG-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-PTDMAST-SW  PIC X VALUE 'N'.
               88  WS-EOF-SORT           VALUE 'Y'.
           02  WS-STMT-OPEN-SW    PIC X VALUE 'N'.
               88  WS-STMT-OPEN          VALUE 'Y'.
           02  WS-EOF-LEDGER-SW   PIC X VALUE 'N'.
               88  WS-EOF-LEDGER         VALUE 'Y'.
           02  WS-ORDER-OPEN-SW   PIC X VALUE 'N'.
               88  WS-ORDER-OPEN         VALUE 'Y'.
           02  WS-ORDER-PAID-SW   PIC X VALUE 'N'.
               88  WS-ORDER-PAID         VALUE 'Y'.
      *    A PAID ENTRY ALREADY ON THE LEDGER FOR THE PERIOD MEANS
      *    THIS IS A RERUN - THE REPORTS COME OUT AGAIN BUT THE
      *    LEDGER IS NOT PAID TWICE
           02  WS-ALREADY-PAID-SW PIC X VALUE 'N'.
               88  WS-ALREADY-PAID       VALUE 'Y'.
           02  WS-LEDGER-OPEN-SW  PIC X VALUE 'N'.
               88  WS-LEDGER-OPEN        VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-FISCAL-STATUS     PIC X(2) VALUE '00'.
           88  WS-FISCAL-FOUND         VALUE '00'.
           88  WS-FISCAL-NOTFOUND      VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-PERIOD PIC X(6).
           05  WS-PARM-BASIS      PIC X(1).
               88  WS-COLLECTED-BASIS    VALUE 'C'.
           05  FILLER             PIC X(72).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * SYSIN PARM - THE FISCAL PERIOD BEING COMMISSIONED
       01  WS-PARM-PERIOD.
           05  WS-PARM-YYYY       PIC X(4).
           05  WS-PARM-PP         PIC X(2).

      * THE COMMISSIONED PERIOD'S DATES OFF FILE-FISCAL
       01  WS-PER-START-DATE    PIC X(8) VALUE SPACES.
       01  WS-PER-END-DATE      PIC X(8) VALUE SPACES.

      * REP MASTER RATES LOADED AT STARTUP - HARD LIMIT, SAME RULE
      * AS THE ORDERSYS REP TABLE.  THE NAME NAMES A REP WITH NO
      * PERIOD MASTER RECORD, WHICH IS EVERY REP ON THE COLLECTED
      * BASIS
       01  WS-RATE-COUNT         PIC 9(3) VALUE ZEROES.
       01  WS-RATE-TAB.
           05  WS-RATE-ENT OCCURS 100 TIMES
                            INDEXED BY WS-RATE-IDX.
               10  WS-RATE-REP-CODE PIC X(3)  VALUE SPACES.
               10  WS-RATE-REP-NAME PIC X(20) VALUE SPACES.
               10  WS-RATE-RATE     PIC 9V999 VALUE ZEROES.

      * PERIOD SALES/RETURNS AGGREGATED BY REP - HARD LIMIT TOO.
      * ON THE COLLECTED BASIS THE SALES COLUMN IS CASH COLLECTED
      * AND RETURNS STAY ZERO (A RETURN NEVER BRINGS IN CASH)
       01  WS-CR-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-CR-TAB.
           05  WS-CR-ENT OCCURS 100 TIMES
               10  WS-CR-REP-NAME   PIC X(20)    VALUE SPACES.
               10  WS-CR-SALES-AMT  PIC 9(11)V99 VALUE ZEROES.
               10  WS-CR-RETURN-AMT PIC 9(11)V99 VALUE ZEROES.
               10  WS-CR-CLAW-AMT   PIC 9(11)V99 VALUE ZEROES.

      * REP CODE BEING LOOKED UP IN / ADDED TO THE REP TABLE
       01  WS-LOOK-REP-CODE      PIC X(3) VALUE SPACES.

      * COMMISSION ARITHMETIC FOR THE REP BEING PRINTED
       01  WS-NET-SALES          PIC S9(11)V99 VALUE ZEROES.
       01  WS-COMM-RATE          PIC 9V999 VALUE ZEROES.
       01  WS-COMM-AMT           PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-COMM-AMT     PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-CLAW-AMT     PIC 9(11)V99 VALUE ZEROES.
       01  WS-NET-PAYABLE        PIC S9(11)V99 VALUE ZEROES.

      * THE REP WHOSE STATEMENT IS BEING BUILT AND ITS RUNNING
      * FIGURES - THE NET, COMMISSION AND CLAWBACK AT THE BOTTOM
      * MUST COME OUT THE SAME AS THE REGISTER LINE
       01  WS-CURR-REP-CODE      PIC X(3) VALUE SPACES.
       01  WS-STMT-SALES-AMT     PIC 9(11)V99 VALUE ZEROES.
       01  WS-STMT-RETURN-AMT    PIC 9(11)V99 VALUE ZEROES.
       01  WS-STMT-CLAW-AMT      PIC 9(11)V99 VALUE ZEROES.
       01  WS-STMT-CNT           PIC 9(5) VALUE ZEROES.

      * THE ORDER BEING PRINTED ON THE STATEMENT - THE BASE ITS
      * COMMISSION IS PAID ON (NET BOOKED SALES, OR CASH COLLECTED)
       01  WS-CURR-CUST-NO       PIC X(5) VALUE SPACES.
       01  WS-CURR-ORDER-NO      PIC X(6) VALUE SPACES.
       01  WS-CURR-CUST-NAME     PIC X(10) VALUE SPACES.
       01  WS-ORD-BASE-AMT       PIC S9(11)V99 VALUE ZEROES.
       01  WS-ORD-COMM-AMT       PIC S9(9)V99 VALUE ZEROES.
       01  WS-LINE-COMM-AMT      PIC S9(9)V99 VALUE ZEROES.
       01  WS-PAID-ENTRY-CNT     PIC 9(5) VALUE ZEROES.

      * COMMISSION STATEMENT PRINT LINES
       01  WS-STM-HDR.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-SH-REP-NAME     PIC X(20).
           05  FILLER             PIC X(10) VALUE '  PERIOD: '.
           05  WS-SH-PERIOD       PIC X(6).
           05  FILLER             PIC X(9) VALUE '  BASIS: '.
           05  WS-SH-BASIS        PIC X(9).
           05  FILLER             PIC X(44) VALUE SPACES.

       01  WS-STM-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-SL-CUST-NAME    PIC X(10).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'AMT: '.
           05  WS-SL-AMT          PIC --------9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-SL-SIDE         PIC X(8).
           05  FILLER             PIC X(9) VALUE ' | COMM: '.
           05  WS-SL-COMM         PIC --------9.99.
           05  FILLER             PIC X(33) VALUE SPACES.

       01  WS-STM-TOT-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-ST-COMM         PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(42) VALUE SPACES.

       01  WS-STM-PAY-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(13) VALUE 'CLAWED BACK: '.
           05  WS-ST-CLAW         PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(15) VALUE '  NET PAYABLE: '.
           05  WS-ST-PAYABLE      PIC ----------9.99.
           05  FILLER             PIC X(72) VALUE SPACES.

       01  WS-STM-SEP-LINE.
           05  FILLER             PIC X(78) VALUE ALL '-'.
           05  FILLER             PIC X(54) VALUE SPACES.
                 VALUE 'COMMISSION REGISTER'.
           05  FILLER             PIC X(10) VALUE '  PERIOD: '.
           05  WS-REG-HDR-PERIOD  PIC X(6).
           05  FILLER             PIC X(9) VALUE '  BASIS: '.
           05  WS-REG-HDR-BASIS   PIC X(9).
           05  FILLER             PIC X(67) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(6) VALUE '  REP '.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'COMM: '.
           05  WS-REG-COMM        PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(11) VALUE ' | CLAWBK: '.
           05  WS-REG-CLAW        PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(18) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(19)
                 VALUE 'TOTAL COMMISSION: '.
           05  WS-REG-TOT-COMM    PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(15) VALUE '  CLAWED BACK: '.
           05  WS-REG-TOT-CLAW    PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(15) VALUE '  NET PAYABLE: '.
           05  WS-REG-TOT-NET     PIC ----------9.99.
           05  FILLER             PIC X(39) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1010-LOOKUP-FISCAL-PERIOD.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1100-LOAD-REP-RATES.

      *    ON THE COLLECTED BASIS THE REP TOTALS COME OFF THE
      *    LEDGER INSTEAD, WHILE THE SORT INPUT IS BEING BUILT
           IF NOT WS-COLLECTED-BASIS
              PERFORM R2000-PROCESS-PTD-RECORD
                 UNTIL WS-EOF-PTDMAST
           END-IF.

      *    THE DETAIL STATEMENTS - THE PERIOD'S DAYTRAN RECORDS
      *    AND LEDGER ENTRIES SORTED SO EACH REP'S ORDERS COME OUT
      *    TOGETHER, ONE STATEMENT PER REP
           SORT FILE-SORTWK
              ON ASCENDING KEY SRT-REP-CODE
                               SRT-CUST-NO
                               SRT-ORDER-NO
                               SRT-LINE-KIND
                               SRT-RUN-DATE
              INPUT PROCEDURE IS R5000-SELECT-DETAIL
              OUTPUT PROCEDURE IS R5500-BUILD-STATEMENTS.

      *    THE REGISTER COMES LAST - THE CLAWBACKS (AND ON THE
      *    COLLECTED BASIS THE CASH) ARE ONLY KNOWN ONCE THE
      *    LEDGER HAS BEEN READ
           PERFORM R3000-WRITE-REGISTER.

           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


           OPEN INPUT  FILE-PTDMAST.
           OPEN INPUT  FILE-REPMAST.
           OPEN INPUT  FILE-DAYTRAN.
           OPEN INPUT  FILE-FISCAL.
           OPEN OUTPUT FILE-COMOUT.
           OPEN OUTPUT FILE-CSTOUT.

        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-PERIOD TO WS-PARM-PERIOD.
           DISPLAY '  COMMISSION PERIOD: ' WS-PARM-PERIOD.
           IF WS-COLLECTED-BASIS
              MOVE 'COLLECTED' TO WS-REG-HDR-BASIS
           ELSE
              MOVE 'BOOKED   ' TO WS-REG-HDR-BASIS
           END-IF.
           MOVE WS-REG-HDR-BASIS TO WS-SH-BASIS.
           DISPLAY '  COMMISSION BASIS:  ' WS-REG-HDR-BASIS.


      *  ------
        R1010-LOOKUP-FISCAL-PERIOD.
      *  ------
           DISPLAY '  R1010 LOOKUP FISCAL PERIOD'.
      *    THE PERIOD MUST BE ON THE CALENDAR - GUESSING AT ITS
      *    DATES WOULD PAY THE REPS ON THE WRONG DAYS
           MOVE '00' TO WS-FISCAL-STATUS.
           MOVE WS-PARM-YYYY TO FC-FISCAL-YEAR.
           MOVE WS-PARM-PP   TO FC-PERIOD-NO.
           READ FILE-FISCAL
               INVALID KEY MOVE '23' TO WS-FISCAL-STATUS
           END-READ.
           IF NOT WS-FISCAL-FOUND
              DISPLAY '  *** FISCAL PERIOD ' WS-PARM-PERIOD
                 ' NOT ON FILE-FISCAL - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.
           MOVE FC-START-DATE TO WS-PER-START-DATE.
           MOVE FC-END-DATE   TO WS-PER-END-DATE.
           DISPLAY '  PERIOD DATES: ' WS-PER-START-DATE ' THRU '
              WS-PER-END-DATE.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'COMMRUN' TO SC-STEP-NAME.
           MOVE WS-PARM-PERIOD TO SC-RUN-DATE.
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
                    '- GROW THE TABLE BEFORE ADDING REPS'
                 MOVE 12 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 PERFORM R4900-LOG-STEP-END
                 STOP RUN
              ELSE
                 ADD 1 TO WS-RATE-COUNT
                 SET WS-RATE-IDX TO WS-RATE-COUNT
                 MOVE RP-REP-CODE  TO WS-RATE-REP-CODE(WS-RATE-IDX)
                 MOVE RP-REP-NAME  TO WS-RATE-REP-NAME(WS-RATE-IDX)
                 MOVE RP-COMM-RATE TO WS-RATE-RATE(WS-RATE-IDX)
              END-IF
           END-IF.

           IF NOT WS-EOF-PTDMAST
              IF PT-IS-REP-TOTAL
                 AND PT-RUN-DATE NOT < WS-PER-START-DATE
                 AND PT-RUN-DATE NOT > WS-PER-END-DATE
                 PERFORM R2100-ACCUMULATE-REP
              END-IF
           END-IF.
      *  ------
        R2100-ACCUMULATE-REP.
      *  ------
           MOVE PT-REP-CODE TO WS-LOOK-REP-CODE.
           PERFORM R2150-FIND-REP-ENTRY.
           MOVE PT-REP-NAME TO WS-CR-REP-NAME(WS-CR-IDX).
           ADD PT-REP-SALES-AMT  TO WS-CR-SALES-AMT(WS-CR-IDX).
           ADD PT-REP-RETURN-AMT TO WS-CR-RETURN-AMT(WS-CR-IDX).

      *  ------
        R2150-FIND-REP-ENTRY.
      *  ------
      *    LEAVES WS-CR-IDX ON THE REP'S ENTRY, ADDING ONE IF THIS
      *    IS THE FIRST TIME THE REP HAS COME UP
           SET WS-CR-IDX TO 1.
           SEARCH WS-CR-ENT
              AT END
                 PERFORM R2110-ADD-REP-ENTRY
              WHEN WS-CR-REP-CODE(WS-CR-IDX) = WS-LOOK-REP-CODE
                 CONTINUE
           END-SEARCH.

      *  ------
        R2110-ADD-REP-ENTRY.
                 '- GROW THE TABLE BEFORE ADDING REPS'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-CR-COUNT.
           SET WS-CR-IDX TO WS-CR-COUNT.
           MOVE WS-LOOK-REP-CODE TO WS-CR-REP-CODE(WS-CR-IDX).
      *    THE PERIOD MASTER NAMES THE REP WHEN THERE IS ONE -
      *    OTHERWISE THE REP MASTER DOES
           IF WS-LOOK-REP-CODE = '***'
              MOVE 'HOUSE ORDERS' TO WS-CR-REP-NAME(WS-CR-IDX)
           ELSE
              IF WS-RATE-COUNT > 0
                 SET WS-RATE-IDX TO 1
                 SEARCH WS-RATE-ENT
                    AT END
                       CONTINUE
                    WHEN WS-RATE-REP-CODE(WS-RATE-IDX)
                         = WS-LOOK-REP-CODE
                       MOVE WS-RATE-REP-NAME(WS-RATE-IDX)
                          TO WS-CR-REP-NAME(WS-CR-IDX)
                 END-SEARCH
              END-IF
           END-IF.


      *  ------

           MOVE SPACES TO FIL-COMOUT.
           WRITE FIL-COMOUT.
           COMPUTE WS-NET-PAYABLE =
              WS-TOTAL-COMM-AMT - WS-TOTAL-CLAW-AMT.
           MOVE WS-TOTAL-COMM-AMT TO WS-REG-TOT-COMM.
           MOVE WS-TOTAL-CLAW-AMT TO WS-REG-TOT-CLAW.
           MOVE WS-NET-PAYABLE    TO WS-REG-TOT-NET.
           MOVE WS-REG-TRL TO FIL-COMOUT.
           WRITE FIL-COMOUT.

              - WS-CR-RETURN-AMT(WS-CR-IDX).

      *    RETURNS OUTRUNNING SALES COMMISSIONS AT ZERO - WE DON'T
      *    CLAW BACK THROUGH THE REGISTER; COMMCLAW DOES THAT, AND
      *    ITS CLAWBACKS FOR THE PERIOD PRINT ALONGSIDE
           IF WS-NET-SALES < ZEROES
              MOVE ZEROES TO WS-COMM-AMT
           ELSE
                 WS-NET-SALES * WS-COMM-RATE
           END-IF.
           ADD WS-COMM-AMT TO WS-TOTAL-COMM-AMT.
           ADD WS-CR-CLAW-AMT(WS-CR-IDX) TO WS-TOTAL-CLAW-AMT.

           MOVE WS-CR-REP-CODE(WS-CR-IDX) TO WS-REG-REP-CODE.
           MOVE WS-CR-REP-NAME(WS-CR-IDX) TO WS-REG-REP-NAME.
           MOVE WS-NET-SALES TO WS-REG-NET.
           MOVE WS-COMM-RATE TO WS-REG-RATE.
           MOVE WS-COMM-AMT  TO WS-REG-COMM.
           MOVE WS-CR-CLAW-AMT(WS-CR-IDX) TO WS-REG-CLAW.
           MOVE WS-REG-LINE TO FIL-COMOUT.
           WRITE FIL-COMOUT.
           MOVE SPACES TO FIL-COMOUT.
           PERFORM R5100-RELEASE-ONE-TRAN
              UNTIL WS-EOF-DAYTRAN.

           OPEN INPUT FILE-COMMLEDG.
           PERFORM R5200-RELEASE-ONE-LEDGER
              UNTIL WS-EOF-LEDGER.
           CLOSE FILE-COMMLEDG.

      *  ------
        R5100-RELEASE-ONE-TRAN.
      *  ------
      *    POSTED BEFORE THE REP CODE EXISTED CARRIES SPACES AND
      *    STATEMENTS UNDER '***' WITH THE HOUSE ORDERS
           IF NOT WS-EOF-DAYTRAN
              IF DT-RUN-DATE NOT < WS-PER-START-DATE
                 AND DT-RUN-DATE NOT > WS-PER-END-DATE
                 AND (DT-TRANS-IS-SALE OR DT-TRANS-IS-RETURN)
                 IF DT-REP-CODE = SPACES
                    MOVE '***' TO SRT-REP-CODE
                 ELSE
                    MOVE DT-REP-CODE TO SRT-REP-CODE
                 END-IF
                 MOVE DT-CUST-NO  TO SRT-CUST-NO
                 MOVE DT-ORDER-NO TO SRT-ORDER-NO
                 SET SRT-KIND-BOOKED TO TRUE
                 MOVE DT-RUN-DATE TO SRT-RUN-DATE
                 MOVE SHIP-DAYTRAN-REC TO SRT-TRAN
                 RELEASE SRT-REC
              END-IF
           END-IF.

      *  ------
        R5200-RELEASE-ONE-LEDGER.
      *  ------
           READ FILE-COMMLEDG INTO SHIP-LEDG-REC
              AT END MOVE 'Y' TO WS-EOF-LEDGER-SW
           END-READ.

      *    CASH ONLY COUNTS ON THE COLLECTED BASIS - ON THE BOOKED
      *    BASIS THE REP WAS PAID WHEN THE SALE POSTED.  CLAWBACKS
      *    COUNT EITHER WAY.  CASH AND CLAWBACKS BELONG TO THE
      *    FISCAL PERIOD THEIR RUN DATE FALLS IN; A PAID ENTRY
      *    CARRIES NO RUN DATE AND IS MATCHED ON ITS CCYYPP
           IF NOT WS-EOF-LEDGER
              EVALUATE TRUE
                 WHEN CL-IS-PAID
                    IF CL-PERIOD = WS-PARM-PERIOD
                       SET WS-ALREADY-PAID TO TRUE
                    END-IF
                 WHEN CL-RUN-DATE < WS-PER-START-DATE
                    OR CL-RUN-DATE > WS-PER-END-DATE
                    CONTINUE
                 WHEN CL-IS-COLLECTED AND WS-COLLECTED-BASIS
                    MOVE CL-REP-CODE TO WS-LOOK-REP-CODE
                    PERFORM R2150-FIND-REP-ENTRY
                    ADD CL-SALES-AMT TO WS-CR-SALES-AMT(WS-CR-IDX)
                    SET SRT-KIND-CASH TO TRUE
                    PERFORM R5250-RELEASE-LEDGER-ENTRY
                 WHEN CL-IS-CLAWBACK
                    MOVE CL-REP-CODE TO WS-LOOK-REP-CODE
                    PERFORM R2150-FIND-REP-ENTRY
                    ADD CL-COMM-AMT TO WS-CR-CLAW-AMT(WS-CR-IDX)
                    SET SRT-KIND-CLAWBACK TO TRUE
                    PERFORM R5250-RELEASE-LEDGER-ENTRY
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *  ------
        R5250-RELEASE-LEDGER-ENTRY.
      *  ------
           MOVE CL-REP-CODE   TO SRT-REP-CODE.
           MOVE CL-CUST-NO    TO SRT-CUST-NO.
           MOVE CL-ORDER-NO   TO SRT-ORDER-NO.
           MOVE CL-RUN-DATE   TO SRT-RUN-DATE.
           MOVE SHIP-LEDG-REC TO SRT-TRAN.
           RELEASE SRT-REC.


      *  ------
        R5500-BUILD-STATEMENTS.
      *  ------
      *    THE PAID ENTRIES GO BACK ON THE LEDGER AS THE ORDERS
      *    CLOSE - UNLESS THE PERIOD HAS BEEN PAID ALREADY
           IF WS-ALREADY-PAID
              DISPLAY '  *** PERIOD ' WS-PARM-PERIOD ' ALREADY PAID '
                 'ON THE COMMISSION LEDGER - REPORTS ONLY, NO PAID '
                 'ENTRIES WRITTEN'
              MOVE 4 TO RETURN-CODE
           ELSE
              OPEN EXTEND FILE-COMMLEDG
              SET WS-LEDGER-OPEN TO TRUE
           END-IF.

           PERFORM R5510-RETURN-ONE-TRAN
              UNTIL WS-EOF-SORT.

              PERFORM R5700-CLOSE-STATEMENT
           END-IF.

           IF WS-LEDGER-OPEN
              CLOSE FILE-COMMLEDG
              MOVE 'N' TO WS-LEDGER-OPEN-SW
           END-IF.
           DISPLAY '  PAID ENTRIES WRITTEN: ' WS-PAID-ENTRY-CNT.

      *  ------
        R5510-RETURN-ONE-TRAN.
      *  ------
           END-RETURN.

           IF NOT WS-EOF-SORT
              IF WS-STMT-OPEN
                 AND SRT-REP-CODE NOT = WS-CURR-REP-CODE
                 PERFORM R5700-CLOSE-STATEMENT
              IF NOT WS-STMT-OPEN
                 PERFORM R5600-OPEN-STATEMENT
              END-IF
              IF WS-ORDER-OPEN
                 AND (SRT-CUST-NO NOT = WS-CURR-CUST-NO
                      OR SRT-ORDER-NO NOT = WS-CURR-ORDER-NO)
                 PERFORM R5680-CLOSE-ORDER
              END-IF
              IF NOT WS-ORDER-OPEN
                 PERFORM R5620-OPEN-ORDER
              END-IF
              EVALUATE TRUE
                 WHEN SRT-KIND-BOOKED
                    MOVE SRT-TRAN TO SHIP-DAYTRAN-REC
                    PERFORM R5650-WRITE-BOOKED-LINE
                 WHEN SRT-KIND-CASH
                    MOVE SRT-TRAN TO SHIP-LEDG-REC
                    PERFORM R5655-WRITE-CASH-LINE
                 WHEN SRT-KIND-CLAWBACK
                    MOVE SRT-TRAN TO SHIP-LEDG-REC
      *             THE PAID LINE SITS ABOVE THE CLAWBACKS
                    IF NOT WS-ORDER-PAID
                       PERFORM R5670-WRITE-PAID-LINE
                    END-IF
                    PERFORM R5675-WRITE-CLAWBACK-LINE
              END-EVALUATE
           END-IF.

      *  ------
           MOVE SRT-REP-CODE TO WS-CURR-REP-CODE.
           MOVE ZEROES TO WS-STMT-SALES-AMT.
           MOVE ZEROES TO WS-STMT-RETURN-AMT.
           MOVE ZEROES TO WS-STMT-CLAW-AMT.
           ADD 1 TO WS-STMT-CNT.
      *    THE RATE IS NEEDED LINE BY LINE NOW, SO IT IS LOOKED UP
      *    AS THE STATEMENT OPENS RATHER THAN AS IT CLOSES
           PERFORM R5710-FIND-STMT-RATE.

           MOVE WS-CURR-REP-CODE TO WS-SH-REP-CODE.
           PERFORM R5610-FIND-REP-NAME.
           END-IF.

      *  ------
        R5620-OPEN-ORDER.
      *  ------
           SET WS-ORDER-OPEN TO TRUE.
           MOVE 'N' TO WS-ORDER-PAID-SW.
           MOVE SRT-CUST-NO  TO WS-CURR-CUST-NO.
           MOVE SRT-ORDER-NO TO WS-CURR-ORDER-NO.
      *    THE LEDGER DOESN'T CARRY THE NAME - UNTIL A BOOKED LINE
      *    TURNS IT UP THE CUSTOMER NUMBER STANDS IN FOR IT
           MOVE SRT-CUST-NO  TO WS-CURR-CUST-NAME.
           MOVE ZEROES TO WS-ORD-BASE-AMT.

      *  ------
        R5660-WRITE-STATEMENT-LINE.
      *  ------
           MOVE WS-CURR-ORDER-NO  TO WS-SL-ORDER-NO.
           MOVE WS-CURR-CUST-NAME TO WS-SL-CUST-NAME.
           MOVE WS-LINE-COMM-AMT  TO WS-SL-COMM.
           MOVE WS-STM-LINE TO FIL-CSTOUT.
           WRITE FIL-CSTOUT.

      *  ------
        R5650-WRITE-BOOKED-LINE.
      *  ------
      *    ON THE BOOKED BASIS THE SALE IS WHERE THE COMMISSION IS
      *    EARNED AND A RETURN TAKES IT BACK.  ON THE COLLECTED
      *    BASIS THE SALE IS ONLY SHOWN - NOTHING IS EARNED UNTIL
      *    THE CASH COMES IN
           MOVE DT-CUST-NAME    TO WS-CURR-CUST-NAME.
           MOVE DT-RUN-DATE     TO WS-SL-RUN-DATE.
           MOVE DT-EXTENDED-AMT TO WS-SL-AMT.
           MOVE ZEROES TO WS-LINE-COMM-AMT.
           IF DT-TRANS-IS-SALE
              ADD DT-EXTENDED-AMT TO WS-STMT-SALES-AMT
              IF WS-COLLECTED-BASIS
                 MOVE 'BOOKED  ' TO WS-SL-SIDE
              ELSE
                 MOVE 'EARNED  ' TO WS-SL-SIDE
                 ADD DT-EXTENDED-AMT TO WS-ORD-BASE-AMT
                 COMPUTE WS-LINE-COMM-AMT ROUNDED =
                    DT-EXTENDED-AMT * WS-COMM-RATE
              END-IF
           ELSE
              MOVE 'RETURN  ' TO WS-SL-SIDE
              ADD DT-EXTENDED-AMT TO WS-STMT-RETURN-AMT
              IF NOT WS-COLLECTED-BASIS
                 SUBTRACT DT-EXTENDED-AMT FROM WS-ORD-BASE-AMT
                 COMPUTE WS-LINE-COMM-AMT ROUNDED =
                    ZEROES - (DT-EXTENDED-AMT * WS-COMM-RATE)
              END-IF
           END-IF.
           PERFORM R5660-WRITE-STATEMENT-LINE.

      *  ------
        R5655-WRITE-CASH-LINE.
      *  ------
      *    COLLECTED BASIS ONLY - THE SALES SHARE OF CASH CASHAPP
      *    APPLIED TO THE ORDER'S AR ITEM IS WHAT EARNS
           MOVE CL-RUN-DATE  TO WS-SL-RUN-DATE.
           MOVE CL-SALES-AMT TO WS-SL-AMT.
           MOVE 'EARNED  '   TO WS-SL-SIDE.
           ADD CL-SALES-AMT TO WS-ORD-BASE-AMT.
           COMPUTE WS-LINE-COMM-AMT ROUNDED =
              CL-SALES-AMT * WS-COMM-RATE.
           PERFORM R5660-WRITE-STATEMENT-LINE.

      *  ------
        R5670-WRITE-PAID-LINE.
      *  ------
      *    WHAT THE ORDER PAYS THE REP THIS PERIOD - NET BOOKED
      *    SALES OR CASH COLLECTED, AT THE REP'S RATE.  AN ORDER
      *    THAT ONLY HAS A CLAWBACK THIS PERIOD PAYS NOTHING
           SET WS-ORDER-PAID TO TRUE.
           IF WS-ORD-BASE-AMT NOT = ZEROES
              COMPUTE WS-ORD-COMM-AMT ROUNDED =
                 WS-ORD-BASE-AMT * WS-COMM-RATE
              MOVE WS-PARM-PERIOD  TO WS-SL-RUN-DATE
              MOVE WS-ORD-BASE-AMT TO WS-SL-AMT
              MOVE 'PAID    '      TO WS-SL-SIDE
              MOVE WS-ORD-COMM-AMT TO WS-LINE-COMM-AMT
              PERFORM R5660-WRITE-STATEMENT-LINE
              IF WS-LEDGER-OPEN AND WS-CURR-REP-CODE NOT = '***'
                 PERFORM R5690-WRITE-PAID-ENTRY
              END-IF
           END-IF.

      *  ------
        R5675-WRITE-CLAWBACK-LINE.
      *  ------
           MOVE CL-RUN-DATE  TO WS-SL-RUN-DATE.
           MOVE CL-SALES-AMT TO WS-SL-AMT.
           MOVE 'CLAWBACK'   TO WS-SL-SIDE.
           ADD CL-COMM-AMT TO WS-STMT-CLAW-AMT.
           COMPUTE WS-LINE-COMM-AMT = ZEROES - CL-COMM-AMT.
           PERFORM R5660-WRITE-STATEMENT-LINE.

      *  ------
        R5680-CLOSE-ORDER.
      *  ------
           IF NOT WS-ORDER-PAID
              PERFORM R5670-WRITE-PAID-LINE
           END-IF.
           MOVE 'N' TO WS-ORDER-OPEN-SW.

      *  ------
        R5690-WRITE-PAID-ENTRY.
      *  ------
      *    WHAT COMMCLAW WEIGHS AGAINST THE CASH LATER - THE BASE
      *    AND THE COMMISSION PAID ON IT, ORDER BY ORDER
           MOVE SPACES           TO SHIP-LEDG-REC.
           SET CL-IS-PAID        TO TRUE.
           MOVE WS-CURR-REP-CODE TO CL-REP-CODE.
           MOVE WS-CURR-CUST-NO  TO CL-CUST-NO.
           MOVE WS-CURR-ORDER-NO TO CL-ORDER-NO.
           MOVE WS-PARM-PERIOD   TO CL-PERIOD.
           MOVE WS-ORD-BASE-AMT  TO CL-SALES-AMT.
           MOVE WS-ORD-COMM-AMT  TO CL-COMM-AMT.
           MOVE WS-COMM-RATE     TO CL-COMM-RATE.
           IF WS-COLLECTED-BASIS
              SET CL-BASIS-COLLECTED TO TRUE
           ELSE
              SET CL-BASIS-BOOKED TO TRUE
           END-IF.
           MOVE SHIP-LEDG-REC TO FIL-COMMLEDG.
           WRITE FIL-COMMLEDG.
           ADD 1 TO WS-PAID-ENTRY-CNT.

      *  ------
        R5700-CLOSE-STATEMENT.
      *  ------
      *    SAME ARITHMETIC AS THE REGISTER - NET IS SALES MINUS
      *    RETURNS (OR CASH COLLECTED), RETURNS OUTRUNNING SALES
      *    COMMISSIONS AT ZERO, SO THE STATEMENT'S BOTTOM LINE TIES
      *    TO THE REGISTER
           IF WS-ORDER-OPEN
              PERFORM R5680-CLOSE-ORDER
           END-IF.

           IF WS-COLLECTED-BASIS
              MOVE ZEROES TO WS-STMT-SALES-AMT
              MOVE ZEROES TO WS-STMT-RETURN-AMT
              SET WS-CR-IDX TO 1
              SEARCH WS-CR-ENT
                 AT END
                    CONTINUE
                 WHEN WS-CR-REP-CODE(WS-CR-IDX) = WS-CURR-REP-CODE
                    MOVE WS-CR-SALES-AMT(WS-CR-IDX)
                       TO WS-STMT-SALES-AMT
              END-SEARCH
           END-IF.
           COMPUTE WS-NET-SALES =
              WS-STMT-SALES-AMT - WS-STMT-RETURN-AMT.
           IF WS-NET-SALES < ZEROES
              COMPUTE WS-COMM-AMT ROUNDED =
                 WS-NET-SALES * WS-COMM-RATE
           END-IF.
           COMPUTE WS-NET-PAYABLE =
              WS-COMM-AMT - WS-STMT-CLAW-AMT.

           MOVE SPACES TO FIL-CSTOUT.
           WRITE FIL-CSTOUT.
           MOVE WS-COMM-AMT        TO WS-ST-COMM.
           MOVE WS-STM-TOT-LINE TO FIL-CSTOUT.
           WRITE FIL-CSTOUT.
           MOVE WS-STMT-CLAW-AMT   TO WS-ST-CLAW.
           MOVE WS-NET-PAYABLE     TO WS-ST-PAYABLE.
           MOVE WS-STM-PAY-LINE TO FIL-CSTOUT.
           WRITE FIL-CSTOUT.
           MOVE WS-STM-SEP-LINE TO FIL-CSTOUT.
           WRITE FIL-CSTOUT.
           MOVE SPACES TO FIL-CSTOUT.
           CLOSE FILE-PTDMAST.
           CLOSE FILE-REPMAST.
           CLOSE FILE-DAYTRAN.
           CLOSE FILE-FISCAL.
           CLOSE FILE-COMOUT.
           CLOSE FILE-CSTOUT.
           IF WS-LEDGER-OPEN
              CLOSE FILE-COMMLEDG
           END-IF.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-CR-COUNT TO SC-IN-COUNT.
           MOVE WS-STMT-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
