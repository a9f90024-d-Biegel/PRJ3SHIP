      * CORRECTION CARD) IS CARRIED FORWARD ON A SHIPREJ-FORMAT
      * FILE WITH ITS RESUBMIT COUNTER BUMPED.
      *
      * SYSIN CARD 1: RUN DATE (CCYYMMDD) FOR THE CONTROL RECORDS
      * SYSIN CARD 1 COL 80: 'Y' RUNS THE STEP EVEN WHEN ITS
      *               PREREQUISITES HAVEN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   23AUG2026 CORRECTION CARDS CAN NOW SUPPLY A
      *                       CUSTOMER NUMBER AND REP CODE, SO THE
      *                       E008/E009 REJECTS ARE REPAIRABLE TOO
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      *  DAN BIEG   15OCT2026 CUSTOMER PASSED TO SUBPRICE SO A
      *                       CONTRACT PRICE CLEARS REPAIR THE SAME
      *                       AS IT CLEARS ORDERSYS
      *  DAN BIEG   15OCT2026 CORRECTION CARDS CAN SUPPLY AN RMA
      *                       NUMBER, SO A RETURN REJECTED E011 FOR
      *                       A MISSING OR MIS-KEYED RMA CAN BE
      *                       REPAIRED ONCE CUSTOMER SERVICE ISSUES
      *                       ONE
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
           05  CTL-HASH-TOTAL     PIC 9(9)V99.
           05  FILLER             PIC X(46) VALUE SPACES.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-SHIPREJ-SW  PIC X VALUE 'N'.
       01  WS-REPAIRED-CNT      PIC 9(5) VALUE ZEROES.
       01  WS-CARRIED-CNT       PIC 9(5) VALUE ZEROES.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN AND THE CONTROL TOTALS FOR THE
      * REPAIRED-RECORD FILE TRAILER
       01  WS-RUN-DATE          PIC X(8) VALUE SPACES.
               10  WS-COR-TRANS-TYPE PIC X(1) VALUE SPACES.
               10  WS-COR-CUST-NO    PIC X(5) VALUE SPACES.
               10  WS-COR-REP-CODE   PIC X(3) VALUE SPACES.
               10  WS-COR-RMA-NO     PIC X(6) VALUE SPACES.

      * REPAIR REGISTER PRINT LINES
       01  WS-REG-HDR.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1100-LOAD-CORRECTIONS.
           PERFORM R1200-WRITE-REGISTER-HEADER.


           PERFORM R3000-WRITE-REGISTER-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           DISPLAY '  REPAIR RUN DATE: ' WS-RUN-DATE.

      *    THE REPAIRED-RECORD FILE LEADS WITH THE SAME RUN-DATE
           WRITE FIL-SHIPFIX.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'REJFIX' TO SC-STEP-NAME.
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
        R1100-LOAD-CORRECTIONS.
      *  ------
                    'SPLIT THE CORRECTION FILE AND RERUN'
                 MOVE 12 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 PERFORM R4900-LOG-STEP-END
                 STOP RUN
              ELSE
                 ADD 1 TO WS-COR-COUNT
                 MOVE CR-TRANS-TYPE TO WS-COR-TRANS-TYPE(WS-COR-IDX)
                 MOVE CR-CUST-NO    TO WS-COR-CUST-NO(WS-COR-IDX)
                 MOVE CR-REP-CODE   TO WS-COR-REP-CODE(WS-COR-IDX)
                 MOVE CR-RMA-NO     TO WS-COR-RMA-NO(WS-COR-IDX)
              END-IF
           END-IF.

           IF WS-COR-REP-CODE(WS-COR-IDX) NOT = SPACES
              MOVE WS-COR-REP-CODE(WS-COR-IDX) TO SI-REP-CODE
           END-IF.
      *    SAME FOR A RETURN THAT CAME IN WITHOUT A GOOD RMA (E011)
      *    - ORDERSYS CHECKS THE NEW ONE AGAINST RMAFILE
           IF WS-COR-RMA-NO(WS-COR-IDX) NOT = SPACES
              MOVE WS-COR-RMA-NO(WS-COR-IDX) TO SI-RMA-NO
           END-IF.


      *  ------
      *       SAME SUBPRICE CALL ORDERSYS MAKES, SO A REPAIRED
      *       RECORD CARRYING A PROMO OR VOLUME-TIER PRICE CLEARS
      *       HERE EXACTLY WHEN IT WILL CLEAR THERE
              CALL 'SUBPRICE' USING SI-CUST-NO, SI-ITEM-CODE,
                 SI-QUANTITY, WS-RUN-DATE, IM-UNIT-PRICE,
                 WS-EXPECTED-PRICE, WS-PRICE-SOURCE
              IF SI-UNIT-PRICE NOT = WS-EXPECTED-PRICE
                 SET WS-ITEM-NOT-VALID TO TRUE
                 MOVE 'E005' TO WS-REJECT-REASON-CD
           CLOSE FILE-SHIPFIX.
           CLOSE FILE-REJCARRY.
           CLOSE FILE-FIXOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-READ-CNT TO SC-IN-COUNT.
           MOVE WS-REPAIRED-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
