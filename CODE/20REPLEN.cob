      * HAS NOT TRADED SINCE THE DORMANT CUTOFF IS FLAGGED SO DEAD
      * STOCK ISN'T REORDERED ON AUTOPILOT.  ITEMS WITH NO REORDER
      * POINT SET ARE LEFT ALONE, SAME AS THE ORDERSYS INVENTORY
      * EXCEPTION LISTING.  STOCK ALREADY ON ORDER ON AN OPEN OR
      * PARTIALLY RECEIVED PURCHASE ORDER LINE IS TAKEN OFF THE
      * SUGGESTION, SO THE SAME UNITS AREN'T SUGGESTED NIGHT AFTER
      * NIGHT WHILE THE VENDOR SHIPS THEM - AN ITEM THE OPEN POS
      * ALREADY COVER IS COUNTED BUT NOT SUGGESTED.
      *
      * SYSIN CARD 1: COLS 1-8 RUN DATE (CCYYMMDD),
      *               COLS 9-16 DORMANT CUTOFF DATE (CCYYMMDD) -
      *               AN ITEM WHOSE LAST TRADE IS BEFORE THIS (OR
      *               THAT HAS NEVER TRADED) IS FLAGGED DORMANT
      *               COL 80 'Y' = RUN EVEN WHEN A PREREQUISITE
      *               STEP HASN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   02SEP2026 CODE PROG
      *  DAN BIEG   15OCT2026 NET THE SUGGESTION OF STOCK ALREADY ON
      *                       ORDER ON OUTSTANDING FILE-POFILE LINES,
      *                       CARRIED OUT AS SG-ON-ORDER-QTY.  ON PO
      *                       COLUMN ON THE WORKSHEET, COVERED COUNT
      *                       ON THE TRAILER
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-ORDER-NO
               FILE STATUS IS WS-BACKORD-STATUS.
      *    OPTIONAL - NO POS CUT YET MEANS NOTHING ON ORDER
           SELECT OPTIONAL FILE-POFILE ASSIGN TO UT-S-POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-STATUS.
           SELECT FILE-SUGORD ASSIGN TO UT-S-SUGORD.
           SELECT FILE-RPLOUT ASSIGN TO UT-S-RPLOUT.


      * ---

      *OPEN PURCHASE ORDER FILE - OUTSTANDING LINES ARE STOCK
      *ALREADY ON ORDER
       FD  FILE-POFILE
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-POFILE.

       COPY POREC
           REPLACING CPY-PO-LINE-REC BY FIL-POFILE.

      * ---

      *SUGGESTED-ORDER FILE - THE MACHINE-READABLE WORKSHEET
       FD  FILE-SUGORD
              LABEL RECORDS ARE OMITTED
       COPY SUGORD
           REPLACING CPY-SUGGEST-ORD-REC BY SHIP-SUG-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-ITEMMAST-SW PIC X VALUE 'N'.
               88  WS-EOF-ITEMMAST       VALUE 'Y'.
           02  WS-EOF-BACKORD-SW  PIC X VALUE 'N'.
               88  WS-EOF-BACKORD        VALUE 'Y'.
           02  WS-EOF-POFILE-SW   PIC X VALUE 'N'.
               88  WS-EOF-POFILE         VALUE 'Y'.
           02  WS-DORMANT-SW      PIC X VALUE 'N'.
               88  WS-ITEM-DORMANT       VALUE 'Y'.

           88  WS-ITEMMAST-OK          VALUE '00'.
       01  WS-BACKORD-STATUS    PIC X(2) VALUE '00'.
           88  WS-BACKORD-OK           VALUE '00'.
       01  WS-POFILE-STATUS     PIC X(2) VALUE '00'.
           88  WS-POFILE-OK            VALUE '00'.

      * SYSIN PARM - RUN DATE AND THE DORMANT CUTOFF
       01  WS-RUN-PARM.
           05  WS-PARM-RUN-DATE   PIC X(8).
           05  WS-PARM-DORMANT-DT PIC X(8).
           05  FILLER             PIC X(63).
           05  WS-PARM-STEP-FORCE PIC X(1).

       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-DORMANT-CUTOFF     PIC X(8) VALUE SPACES.
               10  WS-BD-ITEM-CODE  PIC X(3)  VALUE SPACES.
               10  WS-BD-DEMAND-QTY PIC 9(9)  VALUE ZEROES.

      * STOCK ON ORDER BY ITEM - WHAT OUTSTANDING PO LINES STILL
      * HAVE TO DELIVER, LOADED AT STARTUP.  HARD LIMIT, SAME RULE
       01  WS-OO-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-OO-TAB.
           05  WS-OO-ENT OCCURS 2000 TIMES
                          INDEXED BY WS-OO-IDX.
               10  WS-OO-ITEM-CODE  PIC X(3)  VALUE SPACES.
               10  WS-OO-QTY        PIC 9(9)  VALUE ZEROES.

      * STILL TO COME ON THE PO LINE IN HAND
       01  WS-PO-OPEN-QTY        PIC S9(7) VALUE ZEROES.

      * DEMAND AND SUGGESTION ARITHMETIC FOR THE ITEM IN HAND
       01  WS-ITEM-BO-DEMAND     PIC 9(9) VALUE ZEROES.
       01  WS-ITEM-ON-ORDER      PIC 9(9) VALUE ZEROES.
       01  WS-SUGGEST-QTY        PIC S9(9) VALUE ZEROES.

      * RUN COUNTS FOR THE WORKSHEET TRAILER
       01  WS-ITEMS-READ-CNT     PIC 9(5) VALUE ZEROES.
       01  WS-SUGGESTED-CNT      PIC 9(5) VALUE ZEROES.
       01  WS-DORMANT-CNT        PIC 9(5) VALUE ZEROES.
       01  WS-COVERED-CNT        PIC 9(5) VALUE ZEROES.

      * BUYER'S WORKSHEET PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(9) VALUE 'ON HAND: '.
           05  WS-REG-ONHAND      PIC -------9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(9) VALUE 'REORDER: '.
           05  WS-REG-REORDER     PIC ZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'B/O: '.
           05  WS-REG-BO-DEMAND   PIC ZZZZZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(7) VALUE 'ON PO: '.
           05  WS-REG-ON-ORDER    PIC ZZZZZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'SUGG: '.
           05  WS-REG-SUGGEST     PIC ZZZZZZZZ9.
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-REG-FLAG        PIC X(7).
           05  FILLER             PIC X(1) VALUE SPACE.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(20)
                 VALUE '  FLAGGED DORMANT: '.
           05  WS-REG-DORMANT     PIC ZZZZ9.
           05  FILLER             PIC X(17)
                 VALUE '  COVERED BY PO: '.
           05  WS-REG-COVERED     PIC ZZZZ9.
           05  FILLER             PIC X(47) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1100-LOAD-BACKORDER-DEMAND.
           PERFORM R1150-LOAD-ON-ORDER.
           PERFORM R1200-WRITE-WORKSHEET-HEADER.

           PERFORM R2000-SWEEP-ITEM-MASTER

           PERFORM R3000-WRITE-WORKSHEET-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-ITEMMAST.
           OPEN INPUT  FILE-BACKORD.
           OPEN INPUT  FILE-POFILE.
           OPEN OUTPUT FILE-SUGORD.
           OPEN OUTPUT FILE-RPLOUT.

              INVALID KEY MOVE 'Y' TO WS-EOF-BACKORD-SW
           END-START.

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
           MOVE 'REPLEN' TO SC-STEP-NAME.
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
        R1100-LOAD-BACKORDER-DEMAND.
                 'ITEMS - GROW THE TABLE BEFORE RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-BD-COUNT.
           MOVE BO-ITEM-CODE TO WS-BD-ITEM-CODE(WS-BD-IDX).


      *  ------
        R1150-LOAD-ON-ORDER.
      *  ------
           DISPLAY '  R1150 LOAD ON ORDER'.
           PERFORM R1160-READ-PO-LINE
              UNTIL WS-EOF-POFILE.
           DISPLAY '  ITEMS WITH STOCK ON ORDER: ' WS-OO-COUNT.

      *  ------
        R1160-READ-PO-LINE.
      *  ------
           READ FILE-POFILE NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-POFILE-SW
           END-READ.
           IF NOT WS-POFILE-OK
              MOVE 'Y' TO WS-EOF-POFILE-SW
           END-IF.

           IF NOT WS-EOF-POFILE AND PO-IS-OUTSTANDING
              COMPUTE WS-PO-OPEN-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY
              IF WS-PO-OPEN-QTY > ZEROES
                 SET WS-OO-IDX TO 1
                 SEARCH WS-OO-ENT
                    AT END
                       PERFORM R1170-ADD-ON-ORDER-ENTRY
                    WHEN WS-OO-ITEM-CODE(WS-OO-IDX) = PO-ITEM-CODE
                       CONTINUE
                 END-SEARCH
                 ADD WS-PO-OPEN-QTY TO WS-OO-QTY(WS-OO-IDX)
              END-IF
           END-IF.

      *  ------
        R1170-ADD-ON-ORDER-ENTRY.
      *  ------
           IF WS-OO-COUNT >= 2000
              DISPLAY '  *** ON-ORDER TABLE FULL AT 2000 '
                 'ITEMS - GROW THE TABLE BEFORE RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-OO-COUNT.
           SET WS-OO-IDX TO WS-OO-COUNT.
           MOVE PO-ITEM-CODE TO WS-OO-ITEM-CODE(WS-OO-IDX).


      *  ------
        R1200-WRITE-WORKSHEET-HEADER.
      *  ------
        R2100-SUGGEST-REPLENISHMENT.
      *  ------
           PERFORM R2200-FIND-ITEM-DEMAND.
           PERFORM R2250-FIND-ITEM-ON-ORDER.
           PERFORM R2300-CHECK-DORMANT.

      *    ENOUGH TO GET THE SHELF BACK TO THE REORDER POINT PLUS
      *    THE BACKORDERED UNITS ALREADY SPOKEN FOR - A NEGATIVE
      *    ON-HAND SIMPLY MAKES THE HOLE THAT MUCH DEEPER - LESS
      *    WHAT THE OPEN POS ARE ALREADY BRINGING IN
           COMPUTE WS-SUGGEST-QTY =
              IM-REORDER-POINT - IM-ON-HAND-QTY
              + WS-ITEM-BO-DEMAND - WS-ITEM-ON-ORDER
              ON SIZE ERROR MOVE 999999999 TO WS-SUGGEST-QTY
           END-COMPUTE.

      *    NOTHING LEFT TO SUGGEST MEANS THE OPEN POS ALREADY COVER
      *    THE ITEM - COUNTED, BUT NO SUGGESTION AND NO WORKSHEET LINE
           IF WS-SUGGEST-QTY NOT > ZEROES
              ADD 1 TO WS-COVERED-CNT
           ELSE
              ADD 1 TO WS-SUGGESTED-CNT
              IF WS-ITEM-DORMANT
                 ADD 1 TO WS-DORMANT-CNT
              END-IF
              PERFORM R2400-WRITE-SUGGEST-RECORD
              PERFORM R2500-WRITE-WORKSHEET-LINE
           END-IF.


      *  ------
        R2200-FIND-ITEM-DEMAND.
           END-IF.


      *  ------
        R2250-FIND-ITEM-ON-ORDER.
      *  ------
           MOVE ZEROES TO WS-ITEM-ON-ORDER.
           IF WS-OO-COUNT > 0
              SET WS-OO-IDX TO 1
              SEARCH WS-OO-ENT
                 AT END
                    CONTINUE
                 WHEN WS-OO-ITEM-CODE(WS-OO-IDX) = IM-ITEM-CODE
                    MOVE WS-OO-QTY(WS-OO-IDX) TO WS-ITEM-ON-ORDER
              END-SEARCH
           END-IF.


      *  ------
        R2300-CHECK-DORMANT.
      *  ------
           MOVE IM-REORDER-POINT TO SG-REORDER-POINT.
           MOVE WS-ITEM-BO-DEMAND TO SG-BO-DEMAND.
           MOVE WS-SUGGEST-QTY   TO SG-SUGGEST-QTY.
           MOVE WS-ITEM-ON-ORDER TO SG-ON-ORDER-QTY.
           IF WS-ITEM-DORMANT
              MOVE 'D' TO SG-DORMANT-FLAG
           ELSE
           MOVE IM-ON-HAND-QTY    TO WS-REG-ONHAND.
           MOVE IM-REORDER-POINT  TO WS-REG-REORDER.
           MOVE WS-ITEM-BO-DEMAND TO WS-REG-BO-DEMAND.
           MOVE WS-ITEM-ON-ORDER  TO WS-REG-ON-ORDER.
           MOVE WS-SUGGEST-QTY    TO WS-REG-SUGGEST.
           IF WS-ITEM-DORMANT
              MOVE 'DORMANT' TO WS-REG-FLAG
           ELSE
              MOVE SPACES TO WS-REG-FLAG
           END-IF.
           MOVE WS-ITEMS-READ-CNT TO WS-REG-READ.
           MOVE WS-SUGGESTED-CNT  TO WS-REG-SUGGESTED.
           MOVE WS-DORMANT-CNT    TO WS-REG-DORMANT.
           MOVE WS-COVERED-CNT    TO WS-REG-COVERED.
           MOVE WS-REG-TRL TO FIL-RPLOUT.
           WRITE FIL-RPLOUT.

           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-BACKORD.
           CLOSE FILE-POFILE.
           CLOSE FILE-SUGORD.
           CLOSE FILE-RPLOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-ITEMS-READ-CNT TO SC-IN-COUNT.
           MOVE WS-SUGGESTED-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
