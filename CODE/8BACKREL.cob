      * UNITS - THE ON-HAND ITSELF IS ONLY TAKEN DOWN WHEN ORDERSYS
      * POSTS THE GENERATED SALE.
      *
      * A BACKORDER IS RELEASED ONLY AGAINST THE STOCK ON THE SHELF
      * OF THE WAREHOUSE THAT SERVES ITS CUSTOMER (CM-WHSE-CODE,
      * MAIN WAREHOUSE WHEN BLANK) - STOCK SITTING IN ANOTHER
      * BUILDING OR STILL IN TRANSIT DOESN'T COUNT.  THE GENERATED
      * SALE NAMES THAT WAREHOUSE SO ORDERSYS SHIPS IT FROM THERE.
      *
      * SYSIN CARD 1: RUN DATE (CCYYMMDD) FOR THE CONTROL RECORDS
      * SYSIN CARD 1 COL 80: 'Y' RUNS THE STEP EVEN WHEN ITS
      *               PREREQUISITES HAVEN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   23AUG2026 CODE PROG
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      *  DAN BIEG   15OCT2026 RELEASE AGAINST THE ON-HAND AT THE
      *                       WAREHOUSE THAT SERVES THE CUSTOMER
      *                       (CM-WHSE-CODE ON FILE-CUSTMAST,
      *                       FILE-WHSTOCK) WITH ALLOCATIONS HELD BY
      *                       ITEM AND WAREHOUSE; THE RELEASED SALE
      *                       AND THE REGISTER LINE NAME THE WAREHOUSE
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT FILE-CUSTMAST ASSIGN TO UT-S-CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT FILE-WHSTOCK ASSIGN TO UT-S-WHSTOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WHSTOCK-STATUS.
           SELECT FILE-BORELEASE ASSIGN TO UT-S-BORELSE.
           SELECT FILE-RELOUT ASSIGN TO UT-S-RELOUT.


      * ---

      *CUSTOMER MASTER - READ FOR THE WAREHOUSE THAT SERVES THE
      *BACKORDERED CUSTOMER
       FD  FILE-CUSTMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTMAST.

       COPY CUSTMAST
           REPLACING CPY-CUST-MAST-REC BY FIL-CUSTMAST.

      * ---

      *WAREHOUSE STOCK - READ FOR THE ON-HAND AT THAT WAREHOUSE
       FD  FILE-WHSTOCK
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-WHSTOCK.

       COPY WHSTOCK
           REPLACING CPY-WHSE-STOCK-REC BY FIL-WHSTOCK.

      * ---

      *RELEASED BACKORDERS AS SALE TRANSACTIONS - 80-BYTE SHIPREC
      *FORMAT WITH A HDRREC/TRLREC CONTROL PAIR, FED TO THE NEXT
      *ORDERSYS RUN AS A REGIONAL EXTRACT
           05  CTL-HASH-TOTAL     PIC 9(9)V99.
           05  FILLER             PIC X(46) VALUE SPACES.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-BACKORD-SW  PIC X VALUE 'N'.
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-ITEMMAST-FOUND       VALUE '00'.
           88  WS-ITEMMAST-NOTFOUND    VALUE '23'.
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTMAST-FOUND       VALUE '00'.
           88  WS-CUSTMAST-NOTFOUND    VALUE '23'.
       01  WS-WHSTOCK-STATUS    PIC X(2) VALUE '00'.
           88  WS-WHSTOCK-FOUND        VALUE '00'.
           88  WS-WHSTOCK-NOTFOUND     VALUE '23'.

      * WAREHOUSE THE BACKORDER BEING LOOKED AT WOULD SHIP FROM
       01  WS-REL-WHSE-CODE      PIC X(2) VALUE SPACES.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FOR THE RELEASE FILE CONTROL RECORDS
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.
      * ON-HAND ON ITEMMAST ISN'T TAKEN DOWN UNTIL ORDERSYS POSTS
      * THE GENERATED SALES, SO WITHOUT THIS TWO BACKORDERS FOR THE
      * SAME ITEM WOULD BOTH BE RELEASED AGAINST THE SAME UNITS.
      * KEPT BY ITEM AND WAREHOUSE - EACH SHELF IS ITS OWN POOL.
      * THE TABLE IS A HARD LIMIT - MORE DISTINCT ITEMS THAN THIS
      * IN ONE SWEEP STOPS THE RUN RATHER THAN OVER-RELEASING
       01  WS-ALLOC-COUNT        PIC 9(3) VALUE ZEROES.
           05  WS-ALLOC-ENT OCCURS 200 TIMES
                             INDEXED BY WS-ALLOC-IDX.
               10  WS-ALLOC-ITEM-CODE PIC X(3) VALUE SPACES.
               10  WS-ALLOC-WHSE-CODE PIC X(2) VALUE SPACES.
               10  WS-ALLOC-QTY       PIC 9(9) VALUE ZEROES.

      * AVAILABLE STOCK FOR THE BACKORDER BEING LOOKED AT
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(7) VALUE 'AVAIL: '.
           05  WS-REG-AVAIL       PIC --------9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'WHSE: '.
           05  WS-REG-WHSE-CODE   PIC X(2).
           05  FILLER             PIC X(51) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1200-WRITE-HEADERS.

           PERFORM R2000-PROCESS-BACKORDER

           PERFORM R3000-WRITE-TRAILERS.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN I-O    FILE-BACKORD.
           OPEN INPUT  FILE-ITEMMAST.
           OPEN INPUT  FILE-CUSTMAST.
           OPEN INPUT  FILE-WHSTOCK.
           OPEN OUTPUT FILE-BORELEASE.
           OPEN OUTPUT FILE-RELOUT.

        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           DISPLAY '  RELEASE RUN DATE: ' WS-RUN-DATE.

           MOVE LOW-VALUES TO BO-ORDER-NO.
           END-START.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'BACKREL' TO SC-STEP-NAME.
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
        R1200-WRITE-HEADERS.
      *  ------
                 ' NOT ON ITEMMAST - ORDER ' BO-ORDER-NO
                 ' STAYS OPEN'
           ELSE
              PERFORM R2120-FIND-CUST-WHSE
              PERFORM R2130-READ-WHSE-STOCK
           END-IF.


      *  ------
        R2120-FIND-CUST-WHSE.
      *  ------
      *    THE WAREHOUSE THAT SERVES THE CUSTOMER - A CUSTOMER WITH
      *    NONE ON FILE (OR NO LONGER ON FILE) IS SERVED FROM MAIN
           MOVE '01' TO WS-REL-WHSE-CODE.
           MOVE '00' TO WS-CUSTMAST-STATUS.
           MOVE BO-CUST-NO TO CM-CUST-NO.
           READ FILE-CUSTMAST
               INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
           END-READ.
           IF WS-CUSTMAST-FOUND AND CM-WHSE-CODE NOT = SPACES
              MOVE CM-WHSE-CODE TO WS-REL-WHSE-CODE
           END-IF.


      *  ------
        R2130-READ-WHSE-STOCK.
      *  ------
      *    ONLY THE STOCK ON THAT WAREHOUSE'S SHELF CAN FILL THE
      *    ORDER - IN-TRANSIT UNITS AREN'T THERE TO PICK YET
           MOVE '00' TO WS-WHSTOCK-STATUS.
           MOVE BO-ITEM-CODE     TO WH-ITEM-CODE.
           MOVE WS-REL-WHSE-CODE TO WH-WHSE-CODE.
           READ FILE-WHSTOCK
               INVALID KEY MOVE '23' TO WS-WHSTOCK-STATUS
           END-READ.
           IF WS-WHSTOCK-NOTFOUND
              MOVE ZEROES TO WS-AVAIL-QTY
              DISPLAY '  *** ITEM ' BO-ITEM-CODE
                 ' NOT STOCKED AT WAREHOUSE ' WS-REL-WHSE-CODE
                 ' - ORDER ' BO-ORDER-NO ' STAYS OPEN'
           ELSE
              MOVE WH-ON-HAND-QTY TO WS-AVAIL-QTY
              PERFORM R2150-SUBTRACT-ALLOCATED
           END-IF.

                    CONTINUE
                 WHEN WS-ALLOC-ITEM-CODE(WS-ALLOC-IDX)
                      = BO-ITEM-CODE
                  AND WS-ALLOC-WHSE-CODE(WS-ALLOC-IDX)
                      = WS-REL-WHSE-CODE
                    SUBTRACT WS-ALLOC-QTY(WS-ALLOC-IDX)
                       FROM WS-AVAIL-QTY
              END-SEARCH
           MOVE BO-UNIT-PRICE    TO SI-UNIT-PRICE.
           MOVE 'S'              TO SI-TRANS-TYPE.
           MOVE BO-REP-CODE      TO SI-REP-CODE.
           MOVE WS-REL-WHSE-CODE TO SI-WHSE-CODE.
           MOVE SHIP-INPUT-REC   TO FIL-BORELEASE.
           WRITE FIL-BORELEASE.

              AT END
                 IF WS-ALLOC-COUNT >= 200
                    DISPLAY '  *** ALLOCATION TABLE FULL AT 200 '
                       'ENTRIES - STOPPING BEFORE STOCK CAN BE '
                       'OVER-RELEASED'
                    MOVE 12 TO RETURN-CODE
                    PERFORM R4000-CLOSE-DATASETS
                    PERFORM R4900-LOG-STEP-END
                    STOP RUN
                 ELSE
                    ADD 1 TO WS-ALLOC-COUNT
                    SET WS-ALLOC-IDX TO WS-ALLOC-COUNT
                    MOVE BO-ITEM-CODE
                       TO WS-ALLOC-ITEM-CODE(WS-ALLOC-IDX)
                    MOVE WS-REL-WHSE-CODE
                       TO WS-ALLOC-WHSE-CODE(WS-ALLOC-IDX)
                    MOVE BO-QUANTITY TO WS-ALLOC-QTY(WS-ALLOC-IDX)
                 END-IF
              WHEN WS-ALLOC-ITEM-CODE(WS-ALLOC-IDX) = BO-ITEM-CODE
               AND WS-ALLOC-WHSE-CODE(WS-ALLOC-IDX) = WS-REL-WHSE-CODE
                 ADD BO-QUANTITY TO WS-ALLOC-QTY(WS-ALLOC-IDX)
           END-SEARCH.

           MOVE BO-ITEM-CODE  TO WS-REG-ITEM-CODE.
           MOVE BO-QUANTITY   TO WS-REG-QTY.
           MOVE WS-AVAIL-QTY  TO WS-REG-AVAIL.
           MOVE WS-REL-WHSE-CODE TO WS-REG-WHSE-CODE.
           MOVE WS-REG-LINE   TO FIL-RELOUT.
           WRITE FIL-RELOUT.
           MOVE SPACES TO FIL-RELOUT.
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-BACKORD.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-WHSTOCK.
           CLOSE FILE-BORELEASE.
           CLOSE FILE-RELOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           COMPUTE SC-IN-COUNT = WS-RELEASED-CNT
                               + WS-WAITING-CNT.
           MOVE WS-RELEASED-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
