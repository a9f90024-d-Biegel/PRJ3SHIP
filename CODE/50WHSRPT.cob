      **************************************************************
      *
      *  PROGRAM ID WHSRPT
      *  DATE CREATED:  15OCT2026
      *
      * STOCK BY WAREHOUSE REPORT - SWEEPS THE ITEM MASTER FRONT TO
      * BACK AND, FOR EVERY ITEM ANY WAREHOUSE STOCKS, LISTS EACH
      * WAREHOUSE'S ON-HAND, IN-TRANSIT, REORDER POINT AND BIN OFF
      * FILE-WHSTOCK UNDER THE ITEM'S COMPANY ON-HAND.  A WAREHOUSE
      * WHOSE ON-HAND PLUS IN-TRANSIT IS AT OR BELOW ITS REORDER
      * POINT IS FLAGGED, AND WHEN ANOTHER WAREHOUSE HOLDS MORE THAN
      * ITS OWN REORDER POINT THE REPORT SUGGESTS A TRANSFER TO
      * COVER THE SHORTFALL - SHIP THE SURPLUS OVER WITH A WHSMNT
      * TRANSFER RATHER THAN BACKORDER ONE REGION WHILE ANOTHER HAS
      * PLENTY.  A ZERO REORDER POINT MEANS NOBODY MANAGES THE ITEM
      * THERE, SAME RULE AS REPLEN - NEVER SHORT, NEVER A SOURCE.
      * STOCK THE ITEM MASTER HAS AND NO WAREHOUSE ACCOUNTS FOR IS
      * SHOWN AS UNASSIGNED, AND AN ITEM WITH UNASSIGNED STOCK BUT
      * NO WAREHOUSE RECORD IS LISTED TOO.  A SECOND SECTION LISTS
      * EVERY TRANSFER STILL IN TRANSIT.
      *
      * RETURN CODE 4 WHEN ANY ITEM HAS UNASSIGNED STOCK - PLACE IT
      * IN A WAREHOUSE WITH A WHSMNT ADD OR CHANGE CARD.
      *
      * SYSIN CARD 1: RUN DATE (CCYYMMDD) FOR THE HEADING
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
       PROGRAM-ID. WHSRPT.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-WHSOUT ASSIGN TO UT-S-WHSOUT.
           SELECT FILE-ITEMMAST ASSIGN TO UT-S-ITEMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT FILE-WHSTOCK ASSIGN TO UT-S-WHSTOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WHSTOCK-STATUS.
           SELECT FILE-XFERFIL ASSIGN TO UT-S-XFERFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XF-XFER-NO
               FILE STATUS IS WS-XFERFIL-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *STOCK BY WAREHOUSE PRINT FILE
       FD  FILE-WHSOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-WHSOUT.

       01  FIL-WHSOUT        PIC X(132).

      * ---

      *ITEM MASTER - THE COMPANY ON-HAND PER ITEM
       FD  FILE-ITEMMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ITEMMAST.

       COPY ITEMMAST
           REPLACING CPY-ITEM-MAST-REC BY FIL-ITEMMAST.

      * ---

      *WAREHOUSE STOCK - EACH WAREHOUSE'S SHARE OF THE ITEM
       FD  FILE-WHSTOCK
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-WHSTOCK.

       COPY WHSTOCK
           REPLACING CPY-WHSE-STOCK-REC BY FIL-WHSTOCK.

      * ---

      *TRANSFERS - THE ONES STILL IN TRANSIT ARE LISTED
       FD  FILE-XFERFIL
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-XFERFIL.

       COPY XFERREC
           REPLACING CPY-XFER-REC BY FIL-XFERFIL.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-ITEMMAST-SW PIC X VALUE 'N'.
               88  WS-EOF-ITEMMAST       VALUE 'Y'.
           02  WS-EOF-XFERFIL-SW  PIC X VALUE 'N'.
               88  WS-EOF-XFERFIL        VALUE 'Y'.
           02  WS-BROWSE-DONE-SW  PIC X VALUE 'N'.
               88  WS-BROWSE-DONE        VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-ITEMMAST-OK          VALUE '00'.
       01  WS-WHSTOCK-STATUS    PIC X(2) VALUE '00'.
           88  WS-WHSTOCK-OK           VALUE '00'.
       01  WS-XFERFIL-STATUS    PIC X(2) VALUE '00'.
           88  WS-XFERFIL-OK           VALUE '00'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FOR THE HEADING
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.

      * THE ITEM'S WAREHOUSES, LOADED BEFORE ANY LINE PRINTS SO THE
      * SHORT ONES CAN BE MATCHED TO THE ONES WITH STOCK TO SPARE.
      * HARD LIMIT, SAME RULE AS EVERY OTHER TABLE IN THE SUITE
       01  WS-WH-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-WH-TAB.
           05  WS-WH-ENT OCCURS 50 TIMES
                          INDEXED BY WS-WH-IDX WS-SRC-IDX.
               10  WS-WH-WHSE-CODE  PIC X(2).
               10  WS-WH-ON-HAND    PIC S9(7).
               10  WS-WH-IN-TRANSIT PIC 9(7).
               10  WS-WH-REORDER    PIC 9(5).
               10  WS-WH-BIN        PIC X(6).
               10  WS-WH-SHORT      PIC S9(8).
               10  WS-WH-SURPLUS    PIC S9(8).

      * THE ITEM'S TOTALS ACROSS ITS WAREHOUSES
       01  WS-WHSE-TOTAL-QTY    PIC S9(9) VALUE ZEROES.
       01  WS-UNASSIGNED-QTY    PIC S9(9) VALUE ZEROES.
       01  WS-MOVE-QTY          PIC S9(8) VALUE ZEROES.

      * REPORT COUNTS FOR THE TRAILER AND THE STEP LOG
       01  WS-ITEMS-READ-CNT    PIC 9(7) VALUE ZEROES.
       01  WS-ITEMS-LISTED-CNT  PIC 9(5) VALUE ZEROES.
       01  WS-WHSE-REC-CNT      PIC 9(5) VALUE ZEROES.
       01  WS-BELOW-ROP-CNT     PIC 9(5) VALUE ZEROES.
       01  WS-REBALANCE-CNT     PIC 9(5) VALUE ZEROES.
       01  WS-UNASSIGNED-CNT    PIC 9(5) VALUE ZEROES.
       01  WS-IN-TRANSIT-CNT    PIC 9(5) VALUE ZEROES.

      * REPORT PRINT LINES
       01  WS-RPT-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(31)
                 VALUE 'STOCK BY WAREHOUSE REPORT'.
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-RPT-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(74) VALUE SPACES.

       01  WS-ITEM-LINE.
           05  FILLER             PIC X(7) VALUE '  ITEM '.
           05  WS-IL-ITEM-CODE    PIC X(3).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-IL-ITEM-DESC    PIC X(20).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(17)
                 VALUE 'COMPANY ON HAND: '.
           05  WS-IL-ON-HAND      PIC -ZZZZZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(12) VALUE 'UNASSIGNED: '.
           05  WS-IL-UNASSIGNED   PIC -ZZZZZZZZ9.
           05  FILLER             PIC X(44) VALUE SPACES.

       01  WS-WHSE-LINE.
           05  FILLER             PIC X(6) VALUE SPACES.
           05  FILLER             PIC X(5) VALUE 'WHSE '.
           05  WS-WL-WHSE-CODE    PIC X(2).
           05  FILLER             PIC X(7) VALUE ' | BIN '.
           05  WS-WL-BIN          PIC X(6).
           05  FILLER             PIC X(12) VALUE ' | ON HAND: '.
           05  WS-WL-ON-HAND      PIC -ZZZZZZ9.
           05  FILLER             PIC X(15)
                 VALUE ' | IN TRANSIT: '.
           05  WS-WL-IN-TRANSIT   PIC ZZZZZZ9.
           05  FILLER             PIC X(8) VALUE ' | ROP: '.
           05  WS-WL-REORDER      PIC ZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-WL-FLAG         PIC X(9).
           05  FILLER             PIC X(39) VALUE SPACES.

       01  WS-REBAL-LINE.
           05  FILLER             PIC X(6) VALUE SPACES.
           05  FILLER             PIC X(16)
                 VALUE 'REBALANCE: SHIP '.
           05  WS-RL-QTY          PIC ZZZZZZ9.
           05  FILLER             PIC X(11) VALUE ' FROM WHSE '.
           05  WS-RL-FROM-WHSE    PIC X(2).
           05  FILLER             PIC X(9) VALUE ' TO WHSE '.
           05  WS-RL-TO-WHSE      PIC X(2).
           05  FILLER             PIC X(79) VALUE SPACES.

       01  WS-XFER-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(30)
                 VALUE 'TRANSFERS IN TRANSIT'.
           05  FILLER             PIC X(92) VALUE SPACES.

       01  WS-XFER-LINE.
           05  FILLER             PIC X(7) VALUE '  XFER '.
           05  WS-XL-XFER-NO      PIC 9(6).
           05  FILLER             PIC X(8) VALUE ' | ITEM '.
           05  WS-XL-ITEM-CODE    PIC X(3).
           05  FILLER             PIC X(8) VALUE ' | FROM '.
           05  WS-XL-FROM-WHSE    PIC X(2).
           05  FILLER             PIC X(4) VALUE ' TO '.
           05  WS-XL-TO-WHSE      PIC X(2).
           05  FILLER             PIC X(7) VALUE ' | QTY '.
           05  WS-XL-QTY          PIC ZZZZZZ9.
           05  FILLER             PIC X(11) VALUE ' | SHIPPED '.
           05  WS-XL-SHIP-DATE    PIC X(8).
           05  FILLER             PIC X(4) VALUE ' BY '.
           05  WS-XL-SHIPPED-BY   PIC X(8).
           05  FILLER             PIC X(47) VALUE SPACES.

       01  WS-RPT-TRL1.
           05  FILLER             PIC X(16) VALUE '  ITEMS LISTED: '.
           05  WS-RT-LISTED       PIC ZZZZ9.
           05  FILLER             PIC X(21)
                 VALUE '  WAREHOUSE RECORDS: '.
           05  WS-RT-WHSE-RECS    PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE '  BELOW ROP: '.
           05  WS-RT-BELOW-ROP    PIC ZZZZ9.
           05  FILLER             PIC X(19)
                 VALUE '  REBALANCE LINES: '.
           05  WS-RT-REBALANCE    PIC ZZZZ9.
           05  FILLER             PIC X(43) VALUE SPACES.

       01  WS-RPT-TRL2.
           05  FILLER             PIC X(31)
                 VALUE '  ITEMS WITH UNASSIGNED STOCK: '.
           05  WS-RT-UNASSIGNED   PIC ZZZZ9.
           05  FILLER             PIC X(24)
                 VALUE '  TRANSFERS IN TRANSIT: '.
           05  WS-RT-IN-TRANSIT   PIC ZZZZ9.
           05  FILLER             PIC X(67) VALUE SPACES.

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

           PERFORM R2000-SWEEP-ITEM-MASTER
              UNTIL WS-EOF-ITEMMAST.

           PERFORM R3000-LIST-IN-TRANSIT.
           PERFORM R3500-WRITE-REPORT-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-ITEMMAST.
           OPEN INPUT  FILE-WHSTOCK.
           OPEN INPUT  FILE-XFERFIL.
           OPEN OUTPUT FILE-WHSOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           DISPLAY '  STOCK BY WAREHOUSE DATE: ' WS-RUN-DATE.

           MOVE LOW-VALUES TO IM-ITEM-CODE.
           START FILE-ITEMMAST KEY >= IM-ITEM-CODE
              INVALID KEY MOVE 'Y' TO WS-EOF-ITEMMAST-SW
           END-START.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'WHSRPT' TO SC-STEP-NAME.
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
        R1200-WRITE-REPORT-HEADER.
      *  ------
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE.
           MOVE WS-RPT-HDR TO FIL-WHSOUT.
           WRITE FIL-WHSOUT.
           MOVE SPACES TO FIL-WHSOUT.
           WRITE FIL-WHSOUT.


      *  ------
        R2000-SWEEP-ITEM-MASTER.
      *  ------
           READ FILE-ITEMMAST NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-ITEMMAST-SW
           END-READ.
           IF NOT WS-ITEMMAST-OK
              MOVE 'Y' TO WS-EOF-ITEMMAST-SW
           END-IF.

           IF NOT WS-EOF-ITEMMAST
              ADD 1 TO WS-ITEMS-READ-CNT
              PERFORM R2100-LOAD-ITEM-WAREHOUSES
              COMPUTE WS-UNASSIGNED-QTY =
                 IM-ON-HAND-QTY - WS-WHSE-TOTAL-QTY
      *       AN ITEM NO WAREHOUSE STOCKS AND NOTHING UNASSIGNED
      *       IS NOT A WAREHOUSE ITEM - IT STAYS OFF THE REPORT
              IF WS-WH-COUNT > ZEROES
                 OR WS-UNASSIGNED-QTY NOT = ZEROES
                 PERFORM R2300-PRINT-ITEM
              END-IF
           END-IF.


      *  ------
        R2100-LOAD-ITEM-WAREHOUSES.
      *  ------
      *    THE WHSTOCK KEY LEADS WITH THE ITEM, SO ONE START AND A
      *    SHORT FORWARD READ PICKS UP EVERY WAREHOUSE THAT STOCKS IT
           MOVE ZEROES TO WS-WH-COUNT.
           MOVE ZEROES TO WS-WHSE-TOTAL-QTY.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE IM-ITEM-CODE TO WH-ITEM-CODE.
           MOVE LOW-VALUES   TO WH-WHSE-CODE.
           START FILE-WHSTOCK KEY >= WH-KEY
              INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.

           PERFORM R2110-LOAD-NEXT-WAREHOUSE
              UNTIL WS-BROWSE-DONE.

      *  ------
        R2110-LOAD-NEXT-WAREHOUSE.
      *  ------
           READ FILE-WHSTOCK NEXT RECORD
              AT END SET WS-BROWSE-DONE TO TRUE
           END-READ.
           IF NOT WS-WHSTOCK-OK
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

           IF NOT WS-BROWSE-DONE
              IF WH-ITEM-CODE NOT = IM-ITEM-CODE
                 SET WS-BROWSE-DONE TO TRUE
              ELSE
                 PERFORM R2120-ADD-WAREHOUSE-ENTRY
              END-IF
           END-IF.

      *  ------
        R2120-ADD-WAREHOUSE-ENTRY.
      *  ------
           IF WS-WH-COUNT >= 50
              DISPLAY '  *** WAREHOUSE TABLE FULL AT 50 ENTRIES '
                 'FOR ITEM ' IM-ITEM-CODE
                 ' - STOPPING RATHER THAN SHORT THE REPORT'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-WH-COUNT.
           ADD 1 TO WS-WHSE-REC-CNT.
           SET WS-WH-IDX TO WS-WH-COUNT.
           MOVE WH-WHSE-CODE      TO WS-WH-WHSE-CODE(WS-WH-IDX).
           MOVE WH-ON-HAND-QTY    TO WS-WH-ON-HAND(WS-WH-IDX).
           MOVE WH-IN-TRANSIT-QTY TO WS-WH-IN-TRANSIT(WS-WH-IDX).
           MOVE WH-REORDER-POINT  TO WS-WH-REORDER(WS-WH-IDX).
           MOVE WH-BIN-LOCATION   TO WS-WH-BIN(WS-WH-IDX).
           ADD WH-ON-HAND-QTY    TO WS-WHSE-TOTAL-QTY.
           ADD WH-IN-TRANSIT-QTY TO WS-WHSE-TOTAL-QTY.

      *    SHORT IS HOW FAR BELOW ITS REORDER POINT THE WAREHOUSE
      *    WILL STILL BE ONCE WHAT IS ON THE ROAD ARRIVES; SURPLUS
      *    IS WHAT IT HOLDS OVER ITS REORDER POINT AND CAN SPARE.
      *    NO REORDER POINT, NEITHER
           MOVE ZEROES TO WS-WH-SHORT(WS-WH-IDX).
           MOVE ZEROES TO WS-WH-SURPLUS(WS-WH-IDX).
           IF WH-REORDER-POINT > ZEROES
              IF WH-ON-HAND-QTY + WH-IN-TRANSIT-QTY
                    NOT > WH-REORDER-POINT
                 COMPUTE WS-WH-SHORT(WS-WH-IDX) =
                    WH-REORDER-POINT - WH-ON-HAND-QTY
                    - WH-IN-TRANSIT-QTY
              END-IF
              IF WH-ON-HAND-QTY > WH-REORDER-POINT
                 COMPUTE WS-WH-SURPLUS(WS-WH-IDX) =
                    WH-ON-HAND-QTY - WH-REORDER-POINT
              END-IF
           END-IF.


      *  ------
        R2300-PRINT-ITEM.
      *  ------
           ADD 1 TO WS-ITEMS-LISTED-CNT.
           IF WS-UNASSIGNED-QTY NOT = ZEROES
              ADD 1 TO WS-UNASSIGNED-CNT
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE IM-ITEM-CODE      TO WS-IL-ITEM-CODE.
           MOVE IM-ITEM-DESC      TO WS-IL-ITEM-DESC.
           MOVE IM-ON-HAND-QTY    TO WS-IL-ON-HAND.
           MOVE WS-UNASSIGNED-QTY TO WS-IL-UNASSIGNED.
           MOVE WS-ITEM-LINE TO FIL-WHSOUT.
           WRITE FIL-WHSOUT.

           PERFORM R2310-PRINT-WAREHOUSE-LINE
              VARYING WS-WH-IDX FROM 1 BY 1
              UNTIL WS-WH-IDX > WS-WH-COUNT.

           PERFORM R2400-SUGGEST-REBALANCE
              VARYING WS-WH-IDX FROM 1 BY 1
              UNTIL WS-WH-IDX > WS-WH-COUNT.

           MOVE SPACES TO FIL-WHSOUT.
           WRITE FIL-WHSOUT.

      *  ------
        R2310-PRINT-WAREHOUSE-LINE.
      *  ------
           MOVE WS-WH-WHSE-CODE(WS-WH-IDX)  TO WS-WL-WHSE-CODE.
           MOVE WS-WH-BIN(WS-WH-IDX)        TO WS-WL-BIN.
           MOVE WS-WH-ON-HAND(WS-WH-IDX)    TO WS-WL-ON-HAND.
           MOVE WS-WH-IN-TRANSIT(WS-WH-IDX) TO WS-WL-IN-TRANSIT.
           MOVE WS-WH-REORDER(WS-WH-IDX)    TO WS-WL-REORDER.
           IF WS-WH-REORDER(WS-WH-IDX) > ZEROES
              AND WS-WH-ON-HAND(WS-WH-IDX)
                  + WS-WH-IN-TRANSIT(WS-WH-IDX)
                  NOT > WS-WH-REORDER(WS-WH-IDX)
              MOVE 'BELOW ROP' TO WS-WL-FLAG
              ADD 1 TO WS-BELOW-ROP-CNT
           ELSE
              MOVE SPACES TO WS-WL-FLAG
           END-IF.
           MOVE WS-WHSE-LINE TO FIL-WHSOUT.
           WRITE FIL-WHSOUT.


      *  ------
        R2400-SUGGEST-REBALANCE.
      *  ------
      *    EACH SHORT WAREHOUSE TAKES WHAT IT NEEDS FROM THE FIRST
      *    WAREHOUSES WITH STOCK TO SPARE, IN WAREHOUSE ORDER, UNTIL
      *    IT IS COVERED OR NOBODY HAS ANY LEFT
           IF WS-WH-SHORT(WS-WH-IDX) > ZEROES
              PERFORM R2410-TAKE-FROM-SURPLUS
                 VARYING WS-SRC-IDX FROM 1 BY 1
                 UNTIL WS-SRC-IDX > WS-WH-COUNT
                    OR WS-WH-SHORT(WS-WH-IDX) NOT > ZEROES
           END-IF.

      *  ------
        R2410-TAKE-FROM-SURPLUS.
      *  ------
           IF WS-WH-SURPLUS(WS-SRC-IDX) > ZEROES
              IF WS-WH-SURPLUS(WS-SRC-IDX) < WS-WH-SHORT(WS-WH-IDX)
                 MOVE WS-WH-SURPLUS(WS-SRC-IDX) TO WS-MOVE-QTY
              ELSE
                 MOVE WS-WH-SHORT(WS-WH-IDX) TO WS-MOVE-QTY
              END-IF
              SUBTRACT WS-MOVE-QTY FROM WS-WH-SURPLUS(WS-SRC-IDX)
              SUBTRACT WS-MOVE-QTY FROM WS-WH-SHORT(WS-WH-IDX)
              MOVE WS-MOVE-QTY TO WS-RL-QTY
              MOVE WS-WH-WHSE-CODE(WS-SRC-IDX) TO WS-RL-FROM-WHSE
              MOVE WS-WH-WHSE-CODE(WS-WH-IDX)  TO WS-RL-TO-WHSE
              MOVE WS-REBAL-LINE TO FIL-WHSOUT
              WRITE FIL-WHSOUT
              ADD 1 TO WS-REBALANCE-CNT
           END-IF.


      *  ------
        R3000-LIST-IN-TRANSIT.
      *  ------
           DISPLAY '  R3000 LIST IN TRANSIT'.
           MOVE SPACES TO FIL-WHSOUT.
           WRITE FIL-WHSOUT.
           MOVE WS-XFER-HDR TO FIL-WHSOUT.
           WRITE FIL-WHSOUT.
           MOVE SPACES TO FIL-WHSOUT.
           WRITE FIL-WHSOUT.

           MOVE ZEROES TO XF-XFER-NO.
           START FILE-XFERFIL KEY >= XF-XFER-NO
              INVALID KEY MOVE 'Y' TO WS-EOF-XFERFIL-SW
           END-START.

           PERFORM R3100-READ-TRANSFER
              UNTIL WS-EOF-XFERFIL.

      *  ------
        R3100-READ-TRANSFER.
      *  ------
           READ FILE-XFERFIL NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-XFERFIL-SW
           END-READ.
           IF NOT WS-XFERFIL-OK
              MOVE 'Y' TO WS-EOF-XFERFIL-SW
           END-IF.

           IF NOT WS-EOF-XFERFIL AND XF-IS-IN-TRANSIT
              ADD 1 TO WS-IN-TRANSIT-CNT
              MOVE XF-XFER-NO    TO WS-XL-XFER-NO
              MOVE XF-ITEM-CODE  TO WS-XL-ITEM-CODE
              MOVE XF-FROM-WHSE  TO WS-XL-FROM-WHSE
              MOVE XF-TO-WHSE    TO WS-XL-TO-WHSE
              MOVE XF-QUANTITY   TO WS-XL-QTY
              MOVE XF-SHIP-DATE  TO WS-XL-SHIP-DATE
              MOVE XF-SHIPPED-BY TO WS-XL-SHIPPED-BY
              MOVE WS-XFER-LINE TO FIL-WHSOUT
              WRITE FIL-WHSOUT
           END-IF.


      *  ------
        R3500-WRITE-REPORT-TRAILER.
      *  ------
           DISPLAY '  R3500 WRITE REPORT TRAILER'.
           MOVE SPACES TO FIL-WHSOUT.
           WRITE FIL-WHSOUT.
           MOVE WS-ITEMS-LISTED-CNT TO WS-RT-LISTED.
           MOVE WS-WHSE-REC-CNT     TO WS-RT-WHSE-RECS.
           MOVE WS-BELOW-ROP-CNT    TO WS-RT-BELOW-ROP.
           MOVE WS-REBALANCE-CNT    TO WS-RT-REBALANCE.
           MOVE WS-RPT-TRL1 TO FIL-WHSOUT.
           WRITE FIL-WHSOUT.
           MOVE WS-UNASSIGNED-CNT   TO WS-RT-UNASSIGNED.
           MOVE WS-IN-TRANSIT-CNT   TO WS-RT-IN-TRANSIT.
           MOVE WS-RPT-TRL2 TO FIL-WHSOUT.
           WRITE FIL-WHSOUT.
           IF WS-UNASSIGNED-CNT > ZEROES
              DISPLAY '  *** ' WS-UNASSIGNED-CNT ' ITEMS HAVE STOCK '
                 'NO WAREHOUSE ACCOUNTS FOR - SEE THE REPORT'
           END-IF.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-WHSTOCK.
           CLOSE FILE-XFERFIL.
           CLOSE FILE-WHSOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-ITEMS-READ-CNT TO SC-IN-COUNT.
           MOVE WS-ITEMS-LISTED-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
