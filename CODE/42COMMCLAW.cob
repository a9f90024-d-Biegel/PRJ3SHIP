      **************************************************************
      *
      *  PROGRAM ID COMMCLAW
      *  DATE CREATED:  15OCT2026
      *
      * COMMISSION CLAWBACK - TAKES BACK COMMISSION ALREADY PAID ON
      * SALES THE CUSTOMER NEVER PAID FOR.  READS THE COMMISSION
      * LEDGER FRONT TO BACK AND BUILDS, ORDER BY ORDER, WHAT WAS
      * PAID TO THE REP ('P' ENTRIES), HOW MUCH OF THE SALE HAS
      * SINCE BEEN COLLECTED ('K' ENTRIES) AND WHAT HAS ALREADY
      * BEEN CLAWED BACK ('C' ENTRIES).  EVERY ORDER WITH
      * COMMISSION PAID ON IT IS THEN LOOKED UP ON THE AR FILE - AN
      * ITEM WRITTEN OFF AS BAD DEBT, OR STILL OPEN AND AGED PAST
      * THE CUTOFF, LOSES THE REP THE COMMISSION ON THE PART OF THE
      * SALE STILL UNCOLLECTED.  THE CLAWBACK GOES ON THE LEDGER AS
      * A 'C' ENTRY IN THE RUN DATE'S PERIOD, WHERE THE NEXT
      * COMMRUN TAKES IT OFF THE REP'S NET PAYABLE, AND IS LISTED
      * ON THE CLAWBACK REGISTER.
      *
      * ONLY THE DIFFERENCE BETWEEN WHAT SHOULD HAVE BEEN CLAWED
      * AND WHAT ALREADY WAS IS WRITTEN, SO A RERUN FOR THE SAME
      * DATE - OR A LATER RUN AFTER AN AGED ITEM IS WRITTEN OFF -
      * NEVER TAKES THE SAME COMMISSION BACK TWICE.
      *
      * SYSIN CARD 1: RUN DATE (CCYYMMDD)
      * SYSIN CARD 1 COLS 9-11: AGE CUTOFF IN DAYS (BLANK = 90)
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
       PROGRAM-ID. COMMCLAW.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    OPTIONAL - THE FIRST PROGRAM TO WRITE THE COMMISSION
      *    LEDGER CREATES IT WITH ITS OPEN EXTEND
           SELECT OPTIONAL FILE-COMMLEDG ASSIGN TO UT-S-COMMLEDG.
           SELECT FILE-CLWOUT ASSIGN TO UT-S-CLWOUT.
           SELECT FILE-ARFILE ASSIGN TO UT-S-ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARFILE-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *COMMISSION LEDGER - READ TO BUILD THE ORDER TABLE, THEN
      *ADDED TO WITH THE CLAWBACK ENTRIES
       FD  FILE-COMMLEDG
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-COMMLEDG.

       01  FIL-COMMLEDG      PIC X(100).

      * ---

      *CLAWBACK REGISTER PRINT FILE
       FD  FILE-CLWOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-CLWOUT.

       01  FIL-CLWOUT        PIC X(132).

      * ---

      *AR OPEN ITEMS - WHETHER THE ORDER WAS WRITTEN OFF OR HOW
      *LONG IT HAS STOOD OPEN
       FD  FILE-ARFILE
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ARFILE.

       COPY ARREC
           REPLACING CPY-AR-OPEN-REC BY FIL-ARFILE.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    COMMISSION LEDGER ENTRY AS READ / AS WRITTEN
       COPY COMMLEDG
           REPLACING CPY-COMM-LEDG-REC BY SHIP-LEDG-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-LEDGER-SW   PIC X VALUE 'N'.
               88  WS-EOF-LEDGER         VALUE 'Y'.
           02  WS-LEDGER-OPEN-SW  PIC X VALUE 'N'.
               88  WS-LEDGER-OPEN        VALUE 'Y'.
           02  WS-ELIGIBLE-SW     PIC X VALUE 'N'.
               88  WS-ELIGIBLE           VALUE 'Y'.
      *    WHY THE ORDER IN HAND IS BEING CLAWED BACK - CARRIED
      *    ONTO THE LEDGER ENTRY AS CL-REASON
           02  WS-CLAW-REASON     PIC X VALUE SPACES.
               88  WS-REASON-AGED        VALUE 'A'.
               88  WS-REASON-WRITEOFF    VALUE 'W'.

       01  WS-ARFILE-STATUS     PIC X(2) VALUE '00'.
           88  WS-ARFILE-OK            VALUE '00'.
           88  WS-ARFILE-NOTFOUND      VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  WS-PARM-CUTOFF     PIC X(3).
           05  WS-PARM-CUTOFF-9 REDEFINES WS-PARM-CUTOFF
                                  PIC 9(3).
           05  FILLER             PIC X(68).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN - THE AS-OF DATE FOR THE AGING AND THE
      * DATE AND PERIOD ON EVERY CLAWBACK ENTRY
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-9 REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY-9      PIC 9(4).
           05  WS-RUN-MM-9        PIC 9(2).
           05  WS-RUN-DD-9        PIC 9(2).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-PERIOD      PIC X(6).
           05  FILLER             PIC X(2).

      * DAYS AN OPEN ITEM MAY STAND BEFORE ITS COMMISSION COMES BACK
       01  WS-CUTOFF-DAYS        PIC 9(3) VALUE 90.

      * AGE OF THE AR ITEM - 360-DAY COMMERCIAL CALENDAR, SAME AS
      * ARAGE, AND A BAD DATE AGES TO ZERO
       01  WS-ITEM-DATE.
           05  WS-ITEM-YYYY       PIC 9(4).
           05  WS-ITEM-MM         PIC 9(2).
           05  WS-ITEM-DD         PIC 9(2).
       01  WS-DAYS-OLD           PIC S9(5) VALUE ZEROES.

      * THE LEDGER ROLLED UP BY REP AND ORDER.  THE TABLE IS A HARD
      * LIMIT - MORE ORDERS ON THE LEDGER THAN THIS STOPS THE RUN
      * RATHER THAN CLAWING BACK ON PART OF THE BOOK
       01  WS-OT-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-OT-TAB.
           05  WS-OT-ENT OCCURS 5000 TIMES
                          INDEXED BY WS-OT-IDX.
               10  WS-OT-KEY.
                   15  WS-OT-REP-CODE  PIC X(3)      VALUE SPACES.
                   15  WS-OT-CUST-NO   PIC X(5)      VALUE SPACES.
                   15  WS-OT-ORDER-NO  PIC X(6)      VALUE SPACES.
               10  WS-OT-PAID-BASE PIC S9(11)V99 VALUE ZEROES.
               10  WS-OT-PAID-COMM PIC S9(9)V99  VALUE ZEROES.
               10  WS-OT-COLL-AMT  PIC S9(11)V99 VALUE ZEROES.
               10  WS-OT-CLAW-AMT  PIC S9(9)V99  VALUE ZEROES.
               10  WS-OT-RATE      PIC 9V999     VALUE ZEROES.
               10  WS-OT-BASIS     PIC X(1)      VALUE SPACES.

      * THE KEY BEING LOOKED UP IN / ADDED TO THE ORDER TABLE
       01  WS-LOOK-KEY.
           05  WS-LOOK-REP-CODE   PIC X(3).
           05  WS-LOOK-CUST-NO    PIC X(5).
           05  WS-LOOK-ORDER-NO   PIC X(6).

      * CLAWBACK ARITHMETIC FOR THE ORDER IN HAND
       01  WS-UNCOLL-AMT         PIC S9(11)V99 VALUE ZEROES.
       01  WS-AR-SALES-OPEN      PIC S9(11)V99 VALUE ZEROES.
       01  WS-TARGET-AMT         PIC S9(9)V99 VALUE ZEROES.
       01  WS-CLAW-AMT           PIC S9(9)V99 VALUE ZEROES.

      * REGISTER COUNTS AND TOTALS FOR THE TRAILER
       01  WS-LEDGER-READ-CNT    PIC 9(7) VALUE ZEROES.
       01  WS-CLAWED-CNT         PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-CLAW-AMT     PIC S9(11)V99 VALUE ZEROES.

      * CLAWBACK REGISTER PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(28)
                 VALUE 'COMMISSION CLAWBACK REGISTER'.
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(15) VALUE '  CUTOFF DAYS: '.
           05  WS-REG-HDR-CUTOFF  PIC ZZ9.
           05  FILLER             PIC X(59) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(6) VALUE '  REP '.
           05  WS-REG-REP-CODE    PIC X(3).
           05  FILLER             PIC X(9) VALUE ' | CUST: '.
           05  WS-REG-CUST-NO     PIC X(5).
           05  FILLER             PIC X(10) VALUE ' | ORDER: '.
           05  WS-REG-ORDER-NO    PIC X(6).
           05  FILLER             PIC X(9) VALUE ' | PAID: '.
           05  WS-REG-PAID        PIC ZZZZZZZ9.99.
           05  FILLER             PIC X(11) VALUE ' | UNCOLL: '.
           05  WS-REG-UNCOLL      PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(11) VALUE ' | CLAWBK: '.
           05  WS-REG-CLAW        PIC ZZZZZZZ9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-REG-REASON      PIC X(12).
           05  FILLER             PIC X(13) VALUE SPACES.

       01  WS-REG-NONE-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(30)
                 VALUE 'NO COMMISSION TO CLAW BACK'.
           05  FILLER             PIC X(100) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(20)
                 VALUE 'ORDERS CLAWED BACK: '.
           05  WS-REG-CLAWED-CNT  PIC ZZZZ9.
           05  FILLER             PIC X(21)
                 VALUE '  TOTAL CLAWED BACK: '.
           05  WS-REG-TOT-CLAW    PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(70) VALUE SPACES.

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

           PERFORM R2000-LOAD-LEDGER.

           OPEN EXTEND FILE-COMMLEDG.
           SET WS-LEDGER-OPEN TO TRUE.
           PERFORM R2500-REVIEW-ONE-ORDER
              VARYING WS-OT-IDX FROM 1 BY 1
              UNTIL WS-OT-IDX > WS-OT-COUNT.

           PERFORM R3000-WRITE-REGISTER-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-ARFILE.
           OPEN OUTPUT FILE-CLWOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           IF WS-PARM-CUTOFF NUMERIC
              MOVE WS-PARM-CUTOFF-9 TO WS-CUTOFF-DAYS
           END-IF.
           DISPLAY '  CLAWBACK RUN DATE: ' WS-RUN-DATE.
           DISPLAY '  AGE CUTOFF DAYS:   ' WS-CUTOFF-DAYS.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'COMMCLAW' TO SC-STEP-NAME.
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

      *    WITHOUT A REAL RUN DATE NOTHING CAN BE AGED - REFUSE THE
      *    RUN RATHER THAN CLAW BACK ON A GUESS
           IF WS-RUN-DATE NOT NUMERIC
              DISPLAY '  *** RUN DATE ' WS-RUN-DATE
                 ' IS NOT CCYYMMDD - NOTHING CLAWED BACK'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.


      *  ------
        R1200-WRITE-REGISTER-HEADER.
      *  ------
           MOVE WS-RUN-DATE    TO WS-REG-HDR-DATE.
           MOVE WS-CUTOFF-DAYS TO WS-REG-HDR-CUTOFF.
           MOVE WS-REG-HDR TO FIL-CLWOUT.
           WRITE FIL-CLWOUT.
           MOVE SPACES TO FIL-CLWOUT.
           WRITE FIL-CLWOUT.


      *  ------
        R2000-LOAD-LEDGER.
      *  ------
           DISPLAY '  R2000 LOAD LEDGER'.
           OPEN INPUT FILE-COMMLEDG.
           PERFORM R2100-READ-LEDGER-ENTRY
              UNTIL WS-EOF-LEDGER.
           CLOSE FILE-COMMLEDG.
           DISPLAY '  LEDGER ENTRIES READ: ' WS-LEDGER-READ-CNT.
           DISPLAY '  ORDERS ON LEDGER:    ' WS-OT-COUNT.

      *  ------
        R2100-READ-LEDGER-ENTRY.
      *  ------
           READ FILE-COMMLEDG INTO SHIP-LEDG-REC
              AT END MOVE 'Y' TO WS-EOF-LEDGER-SW
           END-READ.

      *    HOUSE ORDERS ARE NEVER PAID, SO NEVER CLAWED BACK
           IF NOT WS-EOF-LEDGER
              ADD 1 TO WS-LEDGER-READ-CNT
              IF CL-REP-CODE NOT = SPACES
                 AND CL-REP-CODE NOT = '***'
                 PERFORM R2150-FIND-ORDER-ENTRY
                 EVALUATE TRUE
                    WHEN CL-IS-PAID
                       ADD CL-SALES-AMT TO WS-OT-PAID-BASE(WS-OT-IDX)
                       ADD CL-COMM-AMT  TO WS-OT-PAID-COMM(WS-OT-IDX)
                       MOVE CL-COMM-RATE TO WS-OT-RATE(WS-OT-IDX)
                       MOVE CL-BASIS     TO WS-OT-BASIS(WS-OT-IDX)
                    WHEN CL-IS-COLLECTED
                       ADD CL-SALES-AMT TO WS-OT-COLL-AMT(WS-OT-IDX)
                    WHEN CL-IS-CLAWBACK
                       ADD CL-COMM-AMT  TO WS-OT-CLAW-AMT(WS-OT-IDX)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

      *  ------
        R2150-FIND-ORDER-ENTRY.
      *  ------
      *    LEAVES WS-OT-IDX ON THE ORDER'S ENTRY, ADDING ONE IF THIS
      *    IS THE FIRST TIME THE ORDER HAS COME UP
           MOVE CL-REP-CODE TO WS-LOOK-REP-CODE.
           MOVE CL-CUST-NO  TO WS-LOOK-CUST-NO.
           MOVE CL-ORDER-NO TO WS-LOOK-ORDER-NO.
           SET WS-OT-IDX TO 1.
           SEARCH WS-OT-ENT
              AT END
                 PERFORM R2160-ADD-ORDER-ENTRY
              WHEN WS-OT-KEY(WS-OT-IDX) = WS-LOOK-KEY
                 CONTINUE
           END-SEARCH.

      *  ------
        R2160-ADD-ORDER-ENTRY.
      *  ------
           IF WS-OT-COUNT >= 5000
              DISPLAY '  *** ORDER TABLE FULL AT 5000 ENTRIES '
                 '- GROW THE TABLE BEFORE RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-OT-COUNT.
           SET WS-OT-IDX TO WS-OT-COUNT.
           MOVE WS-LOOK-KEY TO WS-OT-KEY(WS-OT-IDX).


      *  ------
        R2500-REVIEW-ONE-ORDER.
      *  ------
      *    ONLY AN ORDER THE REP IS STILL NET PAID ON HAS ANYTHING
      *    TO TAKE BACK
           IF WS-OT-PAID-COMM(WS-OT-IDX) > ZEROES
              AND WS-OT-PAID-BASE(WS-OT-IDX) > ZEROES
              AND WS-OT-PAID-COMM(WS-OT-IDX)
                  > WS-OT-CLAW-AMT(WS-OT-IDX)
              MOVE WS-OT-CUST-NO(WS-OT-IDX)  TO AR-CUST-NO
              MOVE WS-OT-ORDER-NO(WS-OT-IDX) TO AR-ORDER-NO
              MOVE '00' TO WS-ARFILE-STATUS
              READ FILE-ARFILE
                 INVALID KEY MOVE '23' TO WS-ARFILE-STATUS
              END-READ
              IF WS-ARFILE-OK
                 PERFORM R2600-CHECK-ELIGIBLE
                 IF WS-ELIGIBLE
                    PERFORM R2700-COMPUTE-CLAWBACK
                 END-IF
              END-IF
           END-IF.

      *  ------
        R2600-CHECK-ELIGIBLE.
      *  ------
      *    A BAD-DEBT WRITE-OFF COMES BACK WHATEVER ITS AGE.  AN
      *    ITEM STILL OPEN COMES BACK ONCE IT IS OLDER THAN THE
      *    CUTOFF.  A CLOSED ITEM WAS PAID (OR RETURNED) IN FULL
           MOVE 'N' TO WS-ELIGIBLE-SW.
           MOVE SPACES TO WS-CLAW-REASON.
           IF AR-WRITTEN-OFF
              SET WS-ELIGIBLE TO TRUE
              SET WS-REASON-WRITEOFF TO TRUE
           ELSE
              IF AR-IS-OPEN AND AR-OPEN-AMT > ZEROES
                 PERFORM R2650-COMPUTE-DAYS-OLD
                 IF WS-DAYS-OLD > WS-CUTOFF-DAYS
                    SET WS-ELIGIBLE TO TRUE
                    SET WS-REASON-AGED TO TRUE
                 END-IF
              END-IF
           END-IF.

      *  ------
        R2650-COMPUTE-DAYS-OLD.
      *  ------
      *    360-DAY COMMERCIAL CALENDAR - SAME ARITHMETIC AS ARAGE,
      *    AND A BAD DATE AGES TO ZERO
           IF AR-RUN-DATE NOT NUMERIC
              MOVE ZEROES TO WS-DAYS-OLD
           ELSE
              MOVE AR-RUN-DATE TO WS-ITEM-DATE
              COMPUTE WS-DAYS-OLD =
                 ((WS-RUN-YYYY-9 - WS-ITEM-YYYY) * 360)
                 + ((WS-RUN-MM-9 - WS-ITEM-MM) * 30)
                 + (WS-RUN-DD-9 - WS-ITEM-DD)
              IF WS-DAYS-OLD < ZEROES
                 MOVE ZEROES TO WS-DAYS-OLD
              END-IF
           END-IF.

      *  ------
        R2700-COMPUTE-CLAWBACK.
      *  ------
      *    THE UNCOLLECTED PART OF THE BASE THE REP WAS PAID ON IS
      *    WHAT THE LEDGER HASN'T SEEN COLLECTED.  CASH APPLIED
      *    BEFORE THE LEDGER EXISTED NEVER MADE IT THERE, SO ON AN
      *    ITEM STILL OPEN THE AR FILE'S OWN OPEN BALANCE (LESS ITS
      *    TAX SHARE) CAPS IT
           COMPUTE WS-UNCOLL-AMT =
              WS-OT-PAID-BASE(WS-OT-IDX) - WS-OT-COLL-AMT(WS-OT-IDX).
           IF WS-UNCOLL-AMT < ZEROES
              MOVE ZEROES TO WS-UNCOLL-AMT
           END-IF.
           IF WS-REASON-AGED
              AND AR-AMOUNT + AR-TAX-AMT > ZEROES
              COMPUTE WS-AR-SALES-OPEN ROUNDED =
                 AR-OPEN-AMT * AR-AMOUNT / (AR-AMOUNT + AR-TAX-AMT)
              IF WS-AR-SALES-OPEN < WS-UNCOLL-AMT
                 MOVE WS-AR-SALES-OPEN TO WS-UNCOLL-AMT
              END-IF
           END-IF.

      *    THE COMMISSION ON THAT PART, LESS WHATEVER EARLIER RUNS
      *    HAVE ALREADY TAKEN BACK ON THE ORDER
           COMPUTE WS-TARGET-AMT ROUNDED =
              WS-OT-PAID-COMM(WS-OT-IDX) * WS-UNCOLL-AMT
              / WS-OT-PAID-BASE(WS-OT-IDX).
           COMPUTE WS-CLAW-AMT =
              WS-TARGET-AMT - WS-OT-CLAW-AMT(WS-OT-IDX).

           IF WS-CLAW-AMT > ZEROES
              PERFORM R2800-WRITE-CLAWBACK-ENTRY
           END-IF.

      *  ------
        R2800-WRITE-CLAWBACK-ENTRY.
      *  ------
           MOVE SPACES TO SHIP-LEDG-REC.
           SET CL-IS-CLAWBACK TO TRUE.
           MOVE WS-CLAW-REASON            TO CL-REASON.
           MOVE WS-OT-REP-CODE(WS-OT-IDX) TO CL-REP-CODE.
           MOVE WS-OT-CUST-NO(WS-OT-IDX)  TO CL-CUST-NO.
           MOVE WS-OT-ORDER-NO(WS-OT-IDX) TO CL-ORDER-NO.
           MOVE WS-RUN-DATE               TO CL-RUN-DATE.
           MOVE WS-RUN-PERIOD             TO CL-PERIOD.
           MOVE WS-UNCOLL-AMT             TO CL-SALES-AMT.
           MOVE WS-CLAW-AMT               TO CL-COMM-AMT.
           MOVE WS-OT-RATE(WS-OT-IDX)     TO CL-COMM-RATE.
           MOVE WS-OT-BASIS(WS-OT-IDX)    TO CL-BASIS.
           MOVE SHIP-LEDG-REC TO FIL-COMMLEDG.
           WRITE FIL-COMMLEDG.

           ADD WS-CLAW-AMT TO WS-OT-CLAW-AMT(WS-OT-IDX).
           ADD WS-CLAW-AMT TO WS-TOTAL-CLAW-AMT.
           ADD 1 TO WS-CLAWED-CNT.

           MOVE WS-OT-REP-CODE(WS-OT-IDX)  TO WS-REG-REP-CODE.
           MOVE WS-OT-CUST-NO(WS-OT-IDX)   TO WS-REG-CUST-NO.
           MOVE WS-OT-ORDER-NO(WS-OT-IDX)  TO WS-REG-ORDER-NO.
           MOVE WS-OT-PAID-COMM(WS-OT-IDX) TO WS-REG-PAID.
           MOVE WS-UNCOLL-AMT              TO WS-REG-UNCOLL.
           MOVE WS-CLAW-AMT                TO WS-REG-CLAW.
           IF WS-REASON-WRITEOFF
              MOVE 'WRITTEN OFF ' TO WS-REG-REASON
           ELSE
              MOVE 'AGED        ' TO WS-REG-REASON
           END-IF.
           MOVE WS-REG-LINE TO FIL-CLWOUT.
           WRITE FIL-CLWOUT.
           MOVE SPACES TO FIL-CLWOUT.


      *  ------
        R3000-WRITE-REGISTER-TRAILER.
      *  ------
           DISPLAY '  R3000 WRITE REGISTER TRAILER'.
           IF WS-CLAWED-CNT = ZEROES
              MOVE WS-REG-NONE-LINE TO FIL-CLWOUT
              WRITE FIL-CLWOUT
           END-IF.
           MOVE SPACES TO FIL-CLWOUT.
           WRITE FIL-CLWOUT.
           MOVE WS-CLAWED-CNT     TO WS-REG-CLAWED-CNT.
           MOVE WS-TOTAL-CLAW-AMT TO WS-REG-TOT-CLAW.
           MOVE WS-REG-TRL TO FIL-CLWOUT.
           WRITE FIL-CLWOUT.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           DISPLAY '  CLAWBACK ENTRIES WRITTEN: ' WS-CLAWED-CNT.
           CLOSE FILE-ARFILE.
           CLOSE FILE-CLWOUT.
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
           MOVE WS-LEDGER-READ-CNT TO SC-IN-COUNT.
           MOVE WS-CLAWED-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
