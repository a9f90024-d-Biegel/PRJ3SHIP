      **************************************************************
      *
      *  PROGRAM ID MARGINRPT
      *  DATE CREATED:  15OCT2026
      *
      * MONTHLY GROSS MARGIN REPORT - READS A MONTH OF ACCUMULATED
      * DAYTRAN POSTED DETAIL (WHICH CARRIES THE ITEM'S UNIT COST
      * AT POSTING TIME) AND BREAKS OUT NET REVENUE, COST OF GOODS
      * SOLD, GROSS MARGIN AND MARGIN PERCENT BY ITEM, BY CUSTOMER
      * AND BY REP, SO SALES MANAGEMENT CAN SEE WHICH BUSINESS
      * ACTUALLY MAKES MONEY.  SALES ADD REVENUE AND COST; RETURNS
      * TAKE THE REVENUE BACK AND TAKE BACK WHATEVER COST WENT
      * BACK ON THE SHELF (NONE FOR A SCRAPPED RETURN, SO THE LOST
      * GOODS STAY IN THE MARGIN); CANCELS TAKE BACK REVENUE ONLY.
      * EXCHANGES AND BACKORDERS CARRY NO NET SALE ON DAYTRAN AND
      * ARE LEFT OUT.  A LINE THAT POSTED BEFORE THE ITEM WAS
      * COSTED CARRIES ZERO COST AND OVERSTATES ITS MARGIN - THE
      * UNCOSTED COUNT ON THE TRAILER SAYS HOW MANY THERE WERE.
      *
      * SYSIN CARD 1: FISCAL PERIOD CCYYPP (FISCAL YEAR AND PERIOD
      *               NUMBER ON FILE-FISCAL) - DETAIL DATED FROM THE
      *               PERIOD'S START DATE THROUGH ITS END DATE IS
      *               REPORTED
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
      *  DAN BIEG   15OCT2026 FILE-DAYTRAN RECORD WIDENED TO 130 BYTES
      *  DAN BIEG   15OCT2026 FILE-DAYTRAN RECORD WIDENED TO 150 BYTES
      *  DAN BIEG   15OCT2026 REPORT BY FISCAL PERIOD - SYSIN PERIOD
      *                       IS NOW CCYYPP LOOKED UP ON FILE-FISCAL
      *                       AND DAYTRAN SELECTED BY ITS START/END
      *                       DATES
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       PROGRAM-ID. MARGINRPT.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-DAYTRAN ASSIGN TO UT-S-DAYTRAN.
           SELECT FILE-MGNOUT ASSIGN TO UT-S-MGNOUT.
           SELECT FILE-FISCAL ASSIGN TO UT-S-FISCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FISCAL-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *THE MONTH'S ACCUMULATED POSTED TRANSACTION DETAIL
       FD  FILE-DAYTRAN
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-DAYTRAN.

       01  FIL-DAYTRAN       PIC X(150).

      * ---

      *GROSS MARGIN REPORT PRINT FILE
       FD  FILE-MGNOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-MGNOUT.

       01  FIL-MGNOUT        PIC X(132).

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

      * FILE STATUS FIELDS
       01  WS-FISCAL-STATUS     PIC X(2) VALUE '00'.
           88  WS-FISCAL-FOUND         VALUE '00'.
           88  WS-FISCAL-NOTFOUND      VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-PERIOD PIC X(6).
           05  FILLER             PIC X(73).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * SYSIN PARM - THE PERIOD BEING REPORTED
       01  WS-PARM-PERIOD.
           05  WS-PARM-YYYY       PIC X(4) VALUE SPACES.
           05  WS-PARM-PP         PIC X(2) VALUE SPACES.

      * THE PERIOD'S DATES OFF FILE-FISCAL
       01  WS-PER-START-DATE    PIC X(8) VALUE SPACES.
       01  WS-PER-END-DATE      PIC X(8) VALUE SPACES.

      * WHAT THE RECORD IN HAND DOES TO REVENUE AND COST - SIGNED,
      * SINCE RETURNS AND CANCELS TAKE BACK WHAT A SALE BOOKED
       01  WS-LINE-REV           PIC S9(9)V99 VALUE ZEROES.
       01  WS-LINE-COST          PIC S9(9)V99 VALUE ZEROES.

      * MARGIN BY ITEM.  HARD LIMIT, SAME RULE AS EVERY OTHER
      * BREAKDOWN TABLE
       01  WS-MI-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-MI-TAB.
           05  WS-MI-ENT OCCURS 500 TIMES
                          INDEXED BY WS-MI-IDX.
               10  WS-MI-ITEM-CODE  PIC X(3)      VALUE SPACES.
               10  WS-MI-ITEM-DESC  PIC X(20)     VALUE SPACES.
               10  WS-MI-REV        PIC S9(11)V99 VALUE ZEROES.
               10  WS-MI-COST       PIC S9(11)V99 VALUE ZEROES.

      * MARGIN BY CUSTOMER
       01  WS-MC-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-MC-TAB.
           05  WS-MC-ENT OCCURS 1000 TIMES
                          INDEXED BY WS-MC-IDX.
               10  WS-MC-CUST-NO    PIC X(5)      VALUE SPACES.
               10  WS-MC-CUST-NAME  PIC X(10)     VALUE SPACES.
               10  WS-MC-REV        PIC S9(11)V99 VALUE ZEROES.
               10  WS-MC-COST       PIC S9(11)V99 VALUE ZEROES.

      * MARGIN BY REP ('***' = HOUSE)
       01  WS-MR-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-MR-TAB.
           05  WS-MR-ENT OCCURS 100 TIMES
                          INDEXED BY WS-MR-IDX.
               10  WS-MR-REP-CODE   PIC X(3)      VALUE SPACES.
               10  WS-MR-REV        PIC S9(11)V99 VALUE ZEROES.
               10  WS-MR-COST       PIC S9(11)V99 VALUE ZEROES.

      * FIGURES FOR THE LINE BEING PRINTED
       01  WS-PRT-REV            PIC S9(11)V99 VALUE ZEROES.
       01  WS-PRT-COST           PIC S9(11)V99 VALUE ZEROES.
       01  WS-PRT-MARGIN         PIC S9(11)V99 VALUE ZEROES.
       01  WS-PRT-PCT            PIC S9(5)V9 VALUE ZEROES.

      * RUN COUNTS AND GRAND TOTALS
       01  WS-READ-CNT           PIC 9(7) VALUE ZEROES.
       01  WS-USED-CNT           PIC 9(7) VALUE ZEROES.
       01  WS-UNCOSTED-CNT       PIC 9(7) VALUE ZEROES.
       01  WS-GRAND-REV          PIC S9(11)V99 VALUE ZEROES.
       01  WS-GRAND-COST         PIC S9(11)V99 VALUE ZEROES.

      * GROSS MARGIN REPORT PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(30)
                 VALUE 'GROSS MARGIN REPORT'.
           05  FILLER             PIC X(11) VALUE '  PERIOD: '.
           05  WS-REG-HDR-PERIOD  PIC X(6).
           05  FILLER             PIC X(2) VALUE ' ('.
           05  WS-REG-HDR-START   PIC X(8).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-REG-HDR-END     PIC X(8).
           05  FILLER             PIC X(1) VALUE ')'.
           05  FILLER             PIC X(53) VALUE SPACES.

       01  WS-REG-SECT-HDR.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-SECT-TITLE  PIC X(30).
           05  FILLER             PIC X(100) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-KEY         PIC X(5).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-REG-NAME        PIC X(20).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(9) VALUE 'REVENUE: '.
           05  WS-REG-REV         PIC ----------9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'COST: '.
           05  WS-REG-COST        PIC ----------9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(8) VALUE 'MARGIN: '.
           05  WS-REG-MARGIN      PIC ----------9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'PCT: '.
           05  WS-REG-PCT         PIC ----9.9.
           05  FILLER             PIC X(13) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE 'RECORDS READ: '.
           05  WS-REG-READ        PIC ZZZZZZ9.
           05  FILLER             PIC X(10) VALUE '  USED: '.
           05  WS-REG-USED        PIC ZZZZZZ9.
           05  FILLER             PIC X(18) VALUE '  UNCOSTED LINES: '.
           05  WS-REG-UNCOSTED    PIC ZZZZZZ9.
           05  FILLER             PIC X(65) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1010-LOOKUP-FISCAL-PERIOD.
           PERFORM R1090-LOG-STEP-START.

           PERFORM R2000-PROCESS-TRAN
              UNTIL WS-EOF-DAYTRAN.

           PERFORM R3000-WRITE-REPORT.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-DAYTRAN.
           OPEN INPUT  FILE-FISCAL.
           OPEN OUTPUT FILE-MGNOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-PERIOD TO WS-PARM-PERIOD.
           DISPLAY '  MARGIN PERIOD: ' WS-PARM-PERIOD.


      *  ------
        R1010-LOOKUP-FISCAL-PERIOD.
      *  ------
           DISPLAY '  R1010 LOOKUP FISCAL PERIOD'.
      *    THE PERIOD MUST BE ON THE CALENDAR - GUESSING AT ITS
      *    DATES WOULD REPORT MARGIN FOR THE WRONG DAYS
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
           MOVE 'MARGINRPT' TO SC-STEP-NAME.
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
        R2000-PROCESS-TRAN.
      *  ------
           READ FILE-DAYTRAN INTO SHIP-DAYTRAN-REC
              AT END MOVE 'Y' TO WS-EOF-DAYTRAN-SW
           END-READ.

           IF NOT WS-EOF-DAYTRAN
              ADD 1 TO WS-READ-CNT
              IF DT-RUN-DATE NOT < WS-PER-START-DATE
                 AND DT-RUN-DATE NOT > WS-PER-END-DATE
                 AND (DT-TRANS-IS-SALE OR DT-TRANS-IS-RETURN
                      OR DT-TRANS-IS-CANCEL)
                 PERFORM R2050-PRICE-AND-COST-LINE
                 PERFORM R2100-ACCUMULATE-BY-ITEM
                 PERFORM R2200-ACCUMULATE-BY-CUST
                 PERFORM R2300-ACCUMULATE-BY-REP
              END-IF
           END-IF.


      *  ------
        R2050-PRICE-AND-COST-LINE.
      *  ------
      *    A SALE BOOKS ITS REVENUE AND THE COST OF WHAT SHIPPED.
      *    A RETURN OR CANCEL TAKES THE REVENUE BACK - DT-UNIT-COST
      *    IS ONLY NONZERO WHEN THE GOODS WENT BACK ON THE SHELF,
      *    SO ONLY THEN DOES THE COST COME BACK TOO
           ADD 1 TO WS-USED-CNT.
           COMPUTE WS-LINE-COST = DT-QUANTITY * DT-UNIT-COST.
           IF DT-TRANS-IS-SALE
              MOVE DT-EXTENDED-AMT TO WS-LINE-REV
              IF DT-UNIT-COST = ZEROES
                 ADD 1 TO WS-UNCOSTED-CNT
              END-IF
           ELSE
              COMPUTE WS-LINE-REV  = ZEROES - DT-EXTENDED-AMT
              COMPUTE WS-LINE-COST = ZEROES - WS-LINE-COST
           END-IF.
           ADD WS-LINE-REV  TO WS-GRAND-REV.
           ADD WS-LINE-COST TO WS-GRAND-COST.


      *  ------
        R2100-ACCUMULATE-BY-ITEM.
      *  ------
           SET WS-MI-IDX TO 1.
           SEARCH WS-MI-ENT
              AT END
                 PERFORM R2110-ADD-ITEM-ENTRY
              WHEN WS-MI-ITEM-CODE(WS-MI-IDX) = DT-ITEM-CODE
                 CONTINUE
           END-SEARCH.
           ADD WS-LINE-REV  TO WS-MI-REV(WS-MI-IDX).
           ADD WS-LINE-COST TO WS-MI-COST(WS-MI-IDX).

      *  ------
        R2110-ADD-ITEM-ENTRY.
      *  ------
           IF WS-MI-COUNT >= 500
              DISPLAY '  *** ITEM MARGIN TABLE FULL AT 500 '
                 'ITEMS - GROW THE TABLE BEFORE RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-MI-COUNT.
           SET WS-MI-IDX TO WS-MI-COUNT.
           MOVE DT-ITEM-CODE TO WS-MI-ITEM-CODE(WS-MI-IDX).
           MOVE DT-ITEM-DESC TO WS-MI-ITEM-DESC(WS-MI-IDX).


      *  ------
        R2200-ACCUMULATE-BY-CUST.
      *  ------
           SET WS-MC-IDX TO 1.
           SEARCH WS-MC-ENT
              AT END
                 PERFORM R2210-ADD-CUST-ENTRY
              WHEN WS-MC-CUST-NO(WS-MC-IDX) = DT-CUST-NO
                 CONTINUE
           END-SEARCH.
           ADD WS-LINE-REV  TO WS-MC-REV(WS-MC-IDX).
           ADD WS-LINE-COST TO WS-MC-COST(WS-MC-IDX).

      *  ------
        R2210-ADD-CUST-ENTRY.
      *  ------
           IF WS-MC-COUNT >= 1000
              DISPLAY '  *** CUSTOMER MARGIN TABLE FULL AT 1000 '
                 'CUSTOMERS - GROW THE TABLE BEFORE RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-MC-COUNT.
           SET WS-MC-IDX TO WS-MC-COUNT.
           MOVE DT-CUST-NO   TO WS-MC-CUST-NO(WS-MC-IDX).
           MOVE DT-CUST-NAME TO WS-MC-CUST-NAME(WS-MC-IDX).


      *  ------
        R2300-ACCUMULATE-BY-REP.
      *  ------
           SET WS-MR-IDX TO 1.
           SEARCH WS-MR-ENT
              AT END
                 PERFORM R2310-ADD-REP-ENTRY
              WHEN WS-MR-REP-CODE(WS-MR-IDX) = DT-REP-CODE
                 CONTINUE
           END-SEARCH.
           ADD WS-LINE-REV  TO WS-MR-REV(WS-MR-IDX).
           ADD WS-LINE-COST TO WS-MR-COST(WS-MR-IDX).

      *  ------
        R2310-ADD-REP-ENTRY.
      *  ------
           IF WS-MR-COUNT >= 100
              DISPLAY '  *** REP MARGIN TABLE FULL AT 100 '
                 'REPS - GROW THE TABLE BEFORE RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-MR-COUNT.
           SET WS-MR-IDX TO WS-MR-COUNT.
           MOVE DT-REP-CODE TO WS-MR-REP-CODE(WS-MR-IDX).


      *  ------
        R3000-WRITE-REPORT.
      *  ------
           DISPLAY '  R3000 WRITE REPORT'.
           MOVE WS-PARM-PERIOD TO WS-REG-HDR-PERIOD.
           MOVE WS-PER-START-DATE TO WS-REG-HDR-START.
           MOVE WS-PER-END-DATE   TO WS-REG-HDR-END.
           MOVE WS-REG-HDR TO FIL-MGNOUT.
           WRITE FIL-MGNOUT.
           MOVE SPACES TO FIL-MGNOUT.
           WRITE FIL-MGNOUT.

           MOVE 'MARGIN BY ITEM' TO WS-REG-SECT-TITLE.
           PERFORM R3010-WRITE-SECTION-HEADER.
           PERFORM R3100-PRINT-ITEM-LINE
              VARYING WS-MI-IDX FROM 1 BY 1
              UNTIL WS-MI-IDX > WS-MI-COUNT.

           MOVE 'MARGIN BY CUSTOMER' TO WS-REG-SECT-TITLE.
           PERFORM R3010-WRITE-SECTION-HEADER.
           PERFORM R3200-PRINT-CUST-LINE
              VARYING WS-MC-IDX FROM 1 BY 1
              UNTIL WS-MC-IDX > WS-MC-COUNT.

           MOVE 'MARGIN BY REP' TO WS-REG-SECT-TITLE.
           PERFORM R3010-WRITE-SECTION-HEADER.
           PERFORM R3300-PRINT-REP-LINE
              VARYING WS-MR-IDX FROM 1 BY 1
              UNTIL WS-MR-IDX > WS-MR-COUNT.

           MOVE SPACES TO FIL-MGNOUT.
           WRITE FIL-MGNOUT.
           MOVE 'TOTAL'         TO WS-REG-KEY.
           MOVE 'ALL BUSINESS'  TO WS-REG-NAME.
           MOVE WS-GRAND-REV    TO WS-PRT-REV.
           MOVE WS-GRAND-COST   TO WS-PRT-COST.
           PERFORM R3900-WRITE-MARGIN-LINE.

           MOVE SPACES TO FIL-MGNOUT.
           WRITE FIL-MGNOUT.
           MOVE WS-READ-CNT     TO WS-REG-READ.
           MOVE WS-USED-CNT     TO WS-REG-USED.
           MOVE WS-UNCOSTED-CNT TO WS-REG-UNCOSTED.
           MOVE WS-REG-TRL TO FIL-MGNOUT.
           WRITE FIL-MGNOUT.


      *  ------
        R3010-WRITE-SECTION-HEADER.
      *  ------
           MOVE SPACES TO FIL-MGNOUT.
           WRITE FIL-MGNOUT.
           MOVE WS-REG-SECT-HDR TO FIL-MGNOUT.
           WRITE FIL-MGNOUT.
           MOVE SPACES TO FIL-MGNOUT.


      *  ------
        R3100-PRINT-ITEM-LINE.
      *  ------
           MOVE WS-MI-ITEM-CODE(WS-MI-IDX) TO WS-REG-KEY.
           MOVE WS-MI-ITEM-DESC(WS-MI-IDX) TO WS-REG-NAME.
           MOVE WS-MI-REV(WS-MI-IDX)       TO WS-PRT-REV.
           MOVE WS-MI-COST(WS-MI-IDX)      TO WS-PRT-COST.
           PERFORM R3900-WRITE-MARGIN-LINE.

      *  ------
        R3200-PRINT-CUST-LINE.
      *  ------
           MOVE WS-MC-CUST-NO(WS-MC-IDX)   TO WS-REG-KEY.
           MOVE WS-MC-CUST-NAME(WS-MC-IDX) TO WS-REG-NAME.
           MOVE WS-MC-REV(WS-MC-IDX)       TO WS-PRT-REV.
           MOVE WS-MC-COST(WS-MC-IDX)      TO WS-PRT-COST.
           PERFORM R3900-WRITE-MARGIN-LINE.

      *  ------
        R3300-PRINT-REP-LINE.
      *  ------
           MOVE WS-MR-REP-CODE(WS-MR-IDX) TO WS-REG-KEY.
           IF WS-MR-REP-CODE(WS-MR-IDX) = '***'
              MOVE 'HOUSE ORDERS' TO WS-REG-NAME
           ELSE
              MOVE SPACES TO WS-REG-NAME
           END-IF.
           MOVE WS-MR-REV(WS-MR-IDX)      TO WS-PRT-REV.
           MOVE WS-MR-COST(WS-MR-IDX)     TO WS-PRT-COST.
           PERFORM R3900-WRITE-MARGIN-LINE.


      *  ------
        R3900-WRITE-MARGIN-LINE.
      *  ------
      *    MARGIN PERCENT IS OF NET REVENUE - A LINE WITH NO NET
      *    REVENUE (EVERYTHING CAME BACK) SHOWS ZERO RATHER THAN
      *    DIVIDING BY IT
           COMPUTE WS-PRT-MARGIN = WS-PRT-REV - WS-PRT-COST.
           IF WS-PRT-REV = ZEROES
              MOVE ZEROES TO WS-PRT-PCT
           ELSE
              COMPUTE WS-PRT-PCT ROUNDED =
                 WS-PRT-MARGIN * 100 / WS-PRT-REV
                 ON SIZE ERROR MOVE ZEROES TO WS-PRT-PCT
              END-COMPUTE
           END-IF.
           MOVE WS-PRT-REV    TO WS-REG-REV.
           MOVE WS-PRT-COST   TO WS-REG-COST.
           MOVE WS-PRT-MARGIN TO WS-REG-MARGIN.
           MOVE WS-PRT-PCT    TO WS-REG-PCT.
           MOVE WS-REG-LINE TO FIL-MGNOUT.
           WRITE FIL-MGNOUT.
           MOVE SPACES TO FIL-MGNOUT.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-DAYTRAN.
           CLOSE FILE-FISCAL.
           CLOSE FILE-MGNOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-READ-CNT TO SC-IN-COUNT.
           MOVE WS-USED-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
