      * REGISTER AND POSTS NOTHING - REVIEW BEFORE PAY, SAME IDEA
      * AS THE ORDERSYS TRIAL MODE.
      *
      * EACH REFUND CHECK TAKES THE NEXT NUMBER OFF FILE-CHKCTL
      * (THE SERIES CONTINUES ACROSS RUNS THE WAY DOCCTL CARRIES
      * THE INVOICE NUMBERS), GOES ON THE FILE-CHKREG CHECK
      * REGISTER THAT CHKVOID VOIDS AND REISSUES AGAINST, GOES TO
      * THE CHECK PRINTER ON FILE-CHKPRT WITH ITS STUB LINES, AND
      * IS REPORTED TO THE BANK ON THE FILE-PPAYOUT POSITIVE-PAY
      * EXPORT.  A CUSTOMER NOT ON CUSTMAST CANNOT BE ADDRESSED A
      * CHECK - THEIR CREDITS STAY OPEN AND THE RUN ENDS RC 4.
      *
      * SYSIN CARD 1: COLS 1-8  RUN DATE (CCYYMMDD)
      *               COLS 9-13 AGE THRESHOLD IN DAYS (9(5)) - A
      *                         CREDIT YOUNGER THAN THIS WAITS
      *               COL  14   'Y' = TRIAL (PRINT ONLY, NO POST)
      *               COLS 15-20 FIRST CHECK NUMBER, ONLY USED
      *                         WHEN FILE-CHKCTL IS EMPTY, TO SEED
      *                         THE SERIES
      *               COLS 21-32 BANK ACCOUNT THE CHECKS ARE DRAWN
      *                         ON - REQUIRED UNLESS TRIAL
      *               COL  80   'Y' = RUN EVEN WHEN A PREREQUISITE
      *                         STEP HASN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      *                       LIABILITIES SIT IN THE 2XXXXX RANGE
      *                       (UNAPPLIED CASH IS 201000), AND
      *                       102000 READ AS AN ASSET
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      *  DAN BIEG   15OCT2026 DRAW A CHECK NUMBER PER REFUND OFF
      *                       FILE-CHKCTL AND WRITE THE CHECK TO THE
      *                       FILE-CHKREG REGISTER, THE FILE-CHKPRT
      *                       CHECK PRINT FILE AND THE FILE-PPAYOUT
      *                       POSITIVE-PAY EXPORT - BANK ACCOUNT AND
      *                       SERIES SEED ON SYSIN.  HOLD THE REFUND
      *                       OF A CUSTOMER NOT ON CUSTMAST (RC 4)
      *                       RATHER THAN CUT AN UNADDRESSED CHECK
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT FILE-GLEXT ASSIGN TO UT-S-RFGLEX.
           SELECT FILE-RFNOUT ASSIGN TO UT-S-RFNOUT.
           SELECT OPTIONAL FILE-CHKCTL ASSIGN TO UT-S-CHKCTL.
           SELECT FILE-CHKREG ASSIGN TO UT-S-CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-CHECK-NO
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT FILE-CHKPRT ASSIGN TO UT-S-CHKPRT.
           SELECT FILE-PPAYOUT ASSIGN TO UT-S-PPAYOUT.

      **************************************************************
       DATA DIVISION.

       01  FIL-RFNOUT        PIC X(132).

      * ---

      *CHECK NUMBER CONTROL - NEXT CHECK NUMBER TO ISSUE
       FD  FILE-CHKCTL
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-CHKCTL.

       01  FIL-CHKCTL        PIC X(80).

      * ---

      *CHECK REGISTER - ONE RECORD PER CHECK DRAWN
       FD  FILE-CHKREG
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CHKREG.

       COPY CHKREG
           REPLACING CPY-CHK-REG-REC BY FIL-CHKREG.

      * ---

      *CHECK PRINT FILE FOR THE CHECK PRINTER
       FD  FILE-CHKPRT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-CHKPRT.

       01  FIL-CHKPRT        PIC X(130).

      * ---

      *POSITIVE-PAY EXPORT TO THE BANK
       FD  FILE-PPAYOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-PPAYOUT.

       01  FIL-PPAYOUT       PIC X(80).

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************
       COPY GLEXTREC
           REPLACING CPY-GL-EXTRACT-REC BY SHIP-GL-REC.

      *    CHECK NUMBER CONTROL RECORD - SAME LAYOUT AS THE INVOICE
      *    DOCUMENT CONTROL
       COPY DOCCTL
           REPLACING CPY-DOC-CTL-REC BY SHIP-CHKCTL-REC.

      *    CHECK PRINT RECORD BUILT FOR FILE-CHKPRT
       COPY CHKPRT
           REPLACING CPY-CHK-PRT-REC BY SHIP-CHKPRT-REC.

      *    POSITIVE-PAY RECORD BUILT FOR FILE-PPAYOUT
       COPY POSPAY
           REPLACING CPY-POS-PAY-REC BY SHIP-PPAY-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-ARFILE-SW   PIC X VALUE 'N'.
               88  WS-CREDIT-FOUND       VALUE 'Y'.
           02  WS-DEBIT-FOUND-SW  PIC X VALUE 'N'.
               88  WS-DEBIT-FOUND        VALUE 'Y'.
           02  WS-EOF-CHKCTL-SW   PIC X VALUE 'N'.
               88  WS-EOF-CHKCTL         VALUE 'Y'.
           02  WS-CHKCTL-FOUND-SW PIC X VALUE 'N'.
               88  WS-CHKCTL-FOUND       VALUE 'Y'.
           02  WS-CHECK-ISSUED-SW PIC X VALUE 'N'.
               88  WS-CHECK-ISSUED       VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-ARFILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTMAST-FOUND       VALUE '00'.
           88  WS-CUSTMAST-NOTFOUND    VALUE '23'.
       01  WS-CHKREG-STATUS     PIC X(2) VALUE '00'.
           88  WS-CHKREG-OK            VALUE '00'.
           88  WS-CHKREG-DUPKEY        VALUE '22'.

      * SYSIN PARM - RUN DATE, AGE THRESHOLD, TRIAL FLAG, CHECK
      * SERIES SEED AND THE BANK ACCOUNT THE CHECKS ARE DRAWN ON
       01  WS-RUN-PARM.
           05  WS-PARM-RUN-DATE   PIC X(8).
           05  WS-PARM-AGE-DAYS   PIC X(5).
           05  WS-PARM-TRIAL-SW   PIC X VALUE 'N'.
               88  WS-PARM-TRIAL       VALUE 'Y'.
           05  WS-PARM-FIRST-CHECK PIC X(6).
           05  WS-PARM-BANK-ACCT  PIC X(12).
           05  FILLER             PIC X(47).
           05  WS-PARM-STEP-FORCE PIC X(1).

       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-AGE-THRESHOLD      PIC 9(5) VALUE ZEROES.
           05  WS-ITEM-DD         PIC 9(2).
       01  WS-DAYS-OLD           PIC S9(5) VALUE ZEROES.

      * NEXT CHECK NUMBER TO ISSUE - CONTINUES FROM FILE-CHKCTL -
      * AND THE NUMBER THE CURRENT CUSTOMER'S CHECK WAS GIVEN
       01  WS-NEXT-CHECK-NO      PIC 9(6) VALUE ZEROES.
       01  WS-CURR-CHECK-NO      PIC 9(6) VALUE ZEROES.
       01  WS-EDIT-CHECK-NO      PIC X(6).
       01  WS-EDIT-CHECK-NO-9 REDEFINES WS-EDIT-CHECK-NO
                                PIC 9(6).

      * THE CUSTOMER GROUP BEING WORKED
       01  WS-CURR-CUST-NO       PIC X(5) VALUE SPACES.

      * PER-CUSTOMER AND RUN TOTALS
       01  WS-CUST-REFUND-AMT    PIC 9(11)V99 VALUE ZEROES.
       01  WS-CUST-NETTED-AMT    PIC 9(11)V99 VALUE ZEROES.
       01  WS-CUST-HELD-AMT      PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-REFUND-AMT   PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-NETTED-AMT   PIC 9(11)V99 VALUE ZEROES.
       01  WS-REFUND-CUST-CNT    PIC 9(5) VALUE ZEROES.
       01  WS-ITEMS-CLOSED-CNT   PIC 9(5) VALUE ZEROES.
       01  WS-CHECKS-ISSUED-CNT  PIC 9(5) VALUE ZEROES.
       01  WS-HELD-CUST-CNT      PIC 9(5) VALUE ZEROES.

      * POSITIVE-PAY TRAILER TOTALS - EVERY DETAIL WRITTEN
       01  WS-PPAY-CNT           PIC 9(6) VALUE ZEROES.
       01  WS-PPAY-TOTAL-AMT     PIC 9(10)V99 VALUE ZEROES.

      * GL JOURNAL-ENTRY EXTRACT FIELDS - CLOSING A CREDIT AR ITEM
      * DEBITS THE AR CONTROL BACK UP AND PARKS THE MONEY ON
           05  FILLER             PIC X(15)
                 VALUE 'REFUND CHECK: '.
           05  WS-CL-AMT          PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(11) VALUE ' CHECK NO: '.
           05  WS-CL-CHECK-NO     PIC X(6).
           05  FILLER             PIC X(82) VALUE SPACES.

       01  WS-HELD-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(15)
                 VALUE 'REFUND HELD:  '.
           05  WS-HL-AMT          PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(37)
                 VALUE ' - NOT ON CUSTMAST, CREDITS LEFT OPEN'.
           05  FILLER             PIC X(62) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-NETTED      PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(16) VALUE '  ITEMS CLOSED: '.
           05  WS-REG-CLOSED      PIC ZZZZ9.
           05  FILLER             PIC X(10) VALUE '  CHECKS: '.
           05  WS-REG-CHECKS      PIC ZZZZ9.
           05  FILLER             PIC X(8) VALUE '  HELD: '.
           05  WS-REG-HELD        PIC ZZZZ9.
           05  FILLER             PIC X(10) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
      *    A TRIAL ONLY PRINTS - IT NEITHER WAITS ON THE STREAM NOR
      *    COUNTS AS A RUN OF THE STEP, AND DRAWS NO CHECKS
           IF NOT WS-PARM-TRIAL
              PERFORM R1007-LOAD-CHECK-CONTROL
              PERFORM R1090-LOG-STEP-START
           END-IF.
           PERFORM R1200-WRITE-REGISTER-HEADER.
           IF NOT WS-PARM-TRIAL
              PERFORM R1250-WRITE-POSPAY-HEADER
           END-IF.

           PERFORM R2000-SWEEP-AR-FILE
              UNTIL WS-EOF-ARFILE.
           PERFORM R3000-WRITE-REGISTER-TRAILER.
           IF NOT WS-PARM-TRIAL
              PERFORM R3200-WRITE-GL-EXTRACT
              PERFORM R3400-WRITE-POSPAY-TRAILER
              PERFORM R3600-UPDATE-CHECK-CONTROL
           END-IF.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


           END-IF.
           DISPLAY '  AGE THRESHOLD (DAYS): ' WS-AGE-THRESHOLD.

      *    A CHECK WITH NO ACCOUNT ON IT CANNOT GO TO THE BANK -
      *    REFUSE THE RUN BEFORE ANYTHING IS CLOSED OR POSTED
           IF NOT WS-PARM-TRIAL
              AND WS-PARM-BANK-ACCT = SPACES
              DISPLAY '  *** NO BANK ACCOUNT ON SYSIN COLS 21-32 - '
                 'REFUND CHECKS CANNOT BE DRAWN, NOTHING POSTED'
              MOVE 8 TO RETURN-CODE
              CLOSE FILE-ARFILE
              CLOSE FILE-CUSTMAST
              CLOSE FILE-RFNOUT
              STOP RUN
           END-IF.

           IF WS-PARM-TRIAL
              DISPLAY '  *** TRIAL RUN - REGISTER ONLY, NOTHING '
                 'POSTS AND NO CHECKS ARE DRAWN'
           ELSE
              DISPLAY '  CHECKS DRAWN ON ACCOUNT: ' WS-PARM-BANK-ACCT
              OPEN OUTPUT FILE-GLEXT
              OPEN I-O    FILE-CHKREG
              OPEN OUTPUT FILE-CHKPRT
              OPEN OUTPUT FILE-PPAYOUT
           END-IF.

           MOVE LOW-VALUES TO AR-KEY.
           END-START.


      *  ------
        R1007-LOAD-CHECK-CONTROL.
      *  ------
      *    SAME RULE AS THE INVOICE AND PO SERIES - THE SYSIN
      *    NUMBER ONLY SEEDS AN EMPTY CONTROL FILE, AND A MISSING
      *    OR GARBAGE SEED FALLS BACK TO 1
           DISPLAY '  R1007 LOAD CHECK CONTROL'.
           OPEN INPUT FILE-CHKCTL.
           PERFORM R1010-READ-CHECK-CONTROL
              UNTIL WS-EOF-CHKCTL.
           CLOSE FILE-CHKCTL.

           IF NOT WS-CHKCTL-FOUND
              MOVE WS-PARM-FIRST-CHECK TO WS-EDIT-CHECK-NO
              IF WS-EDIT-CHECK-NO NUMERIC
                 MOVE WS-EDIT-CHECK-NO-9 TO WS-NEXT-CHECK-NO
                 DISPLAY '  *** CHECK CONTROL FILE EMPTY - SERIES '
                    'SEEDED FROM SYSIN'
              ELSE
                 MOVE 1 TO WS-NEXT-CHECK-NO
                 DISPLAY '  *** CHECK CONTROL FILE EMPTY AND SYSIN '
                    'SEED NOT NUMERIC - STARTING THE SERIES AT '
                    '000001'
              END-IF
           END-IF.
           DISPLAY '  FIRST CHECK NUMBER: ' WS-NEXT-CHECK-NO.

      *  ------
        R1010-READ-CHECK-CONTROL.
      *  ------
           READ FILE-CHKCTL INTO SHIP-CHKCTL-REC
              AT END MOVE 'Y' TO WS-EOF-CHKCTL-SW
           END-READ.
           IF NOT WS-EOF-CHKCTL
              IF DC-NEXT-DOC-NO NUMERIC
                 SET WS-CHKCTL-FOUND TO TRUE
                 MOVE DC-NEXT-DOC-NO TO WS-NEXT-CHECK-NO
              ELSE
                 DISPLAY '  *** CHECK CONTROL RECORD NOT NUMERIC - '
                    'IGNORED'
              END-IF
           END-IF.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'ARREFUND' TO SC-STEP-NAME.
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
           MOVE SPACES TO FIL-RFNOUT.
           WRITE FIL-RFNOUT.

      *  ------
        R1250-WRITE-POSPAY-HEADER.
      *  ------
           MOVE SPACES            TO SHIP-PPAY-REC.
           SET PP-IS-HEADER       TO TRUE.
           MOVE WS-PARM-BANK-ACCT TO PP-BANK-ACCT.
           MOVE WS-RUN-DATE       TO PP-FILE-DATE.
           MOVE SHIP-PPAY-REC     TO FIL-PPAYOUT.
           WRITE FIL-PPAYOUT.


      *  ------
        R2000-SWEEP-AR-FILE.
              DISPLAY '  *** OPEN ITEM TABLE FULL AT 200 ENTRIES '
                 'FOR CUSTOMER ' WS-CURR-CUST-NO ' - GROW THE '
                 'TABLE BEFORE RERUNNING'
              PERFORM R2190-STOP-RUN-EARLY
           END-IF.
           ADD 1 TO WS-OI-COUNT.
           SET WS-OI-IDX TO WS-OI-COUNT.
           MOVE 'N' TO WS-OI-REFUND-SW(WS-OI-IDX).
           MOVE ZEROES TO WS-OI-REFUND-AMT(WS-OI-IDX).

      *  ------
        R2190-STOP-RUN-EARLY.
      *  ------
      *    EARLIER CUSTOMERS' AR ITEMS ARE ALREADY REWRITTEN AND
      *    THEIR CHECKS DRAWN - GET THEIR JOURNAL, THE TRAILERS AND
      *    THE CHECK CONTROL OUT BEFORE STOPPING, OR THE NEXT RUN
      *    WOULD HAND OUT THE SAME CHECK NUMBERS AGAIN
           PERFORM R3000-WRITE-REGISTER-TRAILER.
           IF NOT WS-PARM-TRIAL
              PERFORM R3200-WRITE-GL-EXTRACT
              PERFORM R3400-WRITE-POSPAY-TRAILER
              PERFORM R3600-UPDATE-CHECK-CONTROL
           END-IF.
           MOVE 12 TO RETURN-CODE.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R2500-PROCESS-CUSTOMER-GROUP.
      *  ------
           MOVE ZEROES TO WS-CUST-REFUND-AMT.
           MOVE ZEROES TO WS-CUST-NETTED-AMT.
           MOVE ZEROES TO WS-CUST-HELD-AMT.

           PERFORM R2600-NET-CREDITS-TO-DEBITS.
           PERFORM R2700-PICK-AGED-REFUNDS.
           PERFORM R2650-LOOKUP-CUSTOMER.
      *    NO CHECK CAN BE ADDRESSED TO A CUSTOMER WHO IS NOT ON
      *    CUSTMAST - PUT THE PICKED CREDITS BACK SO THEY STAY OPEN
      *    UNTIL THE MASTER IS FIXED
           IF WS-CUSTMAST-NOTFOUND
              AND WS-CUST-REFUND-AMT > ZEROES
              PERFORM R2760-HOLD-UNADDRESSED-REFUND
           END-IF.

           IF WS-CUST-NETTED-AMT > ZEROES
              OR WS-CUST-REFUND-AMT > ZEROES
              OR WS-CUST-HELD-AMT > ZEROES
              PERFORM R2800-PRINT-CUSTOMER-SECTION
              IF NOT WS-PARM-TRIAL
                 PERFORM R2900-REWRITE-CHANGED-ITEMS
           PERFORM R2620-FIND-OLDEST-DEBIT.


      *  ------
        R2650-LOOKUP-CUSTOMER.
      *  ------
           MOVE '00' TO WS-CUSTMAST-STATUS.
           MOVE WS-CURR-CUST-NO TO CM-CUST-NO.
           READ FILE-CUSTMAST
               INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
           END-READ.
           IF WS-CUSTMAST-NOTFOUND
              MOVE SPACES TO FIL-CUSTMAST
              MOVE WS-CURR-CUST-NO TO CM-CUST-NO
              MOVE '*** NOT ON CUSTMAST ***' TO CM-CUST-NAME
           END-IF.


      *  ------
        R2700-PICK-AGED-REFUNDS.
      *  ------


      *  ------
        R2760-HOLD-UNADDRESSED-REFUND.
      *  ------
           DISPLAY '  *** CUSTOMER ' WS-CURR-CUST-NO ' HAS A '
              'CREDIT BALANCE BUT IS NOT ON CUSTMAST - CHECK '
              'CANNOT BE ADDRESSED, REFUND HELD'.
           MOVE WS-CUST-REFUND-AMT TO WS-CUST-HELD-AMT.
           MOVE ZEROES TO WS-CUST-REFUND-AMT.
           ADD 1 TO WS-HELD-CUST-CNT.
           PERFORM R2765-RESTORE-ONE-REFUND
              VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-OI-COUNT.

      *  ------
        R2765-RESTORE-ONE-REFUND.
      *  ------
      *    BACK TO WHAT THE NETTING LEFT - ANY NETTING STILL STANDS
           IF WS-OI-REFUND-SW(WS-SCAN-SUB) = 'Y'
              COMPUTE WS-OI-OPEN-AMT(WS-SCAN-SUB) =
                 ZEROES - WS-OI-REFUND-AMT(WS-SCAN-SUB)
              MOVE ZEROES TO WS-OI-REFUND-AMT(WS-SCAN-SUB)
              MOVE 'N' TO WS-OI-REFUND-SW(WS-SCAN-SUB)
           END-IF.


      *  ------
        R2800-PRINT-CUSTOMER-SECTION.
      *  ------
           MOVE WS-CURR-CUST-NO TO WS-CH-CUST-NO.
           MOVE CM-CUST-NAME    TO WS-CH-CUST-NAME.
           MOVE CM-ADDR-LINE1   TO WS-CH-ADDR-1.
              WRITE FIL-RFNOUT
           END-IF.

      *    THE CHECK FACE GOES TO THE PRINTER AHEAD OF ITS STUB
      *    LINES, WHICH THE ITEM LOOP WRITES
           IF WS-CUST-REFUND-AMT > ZEROES
              AND NOT WS-PARM-TRIAL
              PERFORM R2820-ISSUE-REFUND-CHECK
           END-IF.

           PERFORM R2850-PRINT-REFUND-ITEM
              VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-OI-COUNT.

           IF WS-CUST-REFUND-AMT > ZEROES
              MOVE WS-CUST-REFUND-AMT TO WS-CL-AMT
              IF WS-PARM-TRIAL
                 MOVE 'TRIAL ' TO WS-CL-CHECK-NO
              ELSE
                 MOVE WS-CURR-CHECK-NO TO WS-CL-CHECK-NO
              END-IF
              MOVE WS-CHECK-LINE TO FIL-RFNOUT
              WRITE FIL-RFNOUT
           END-IF.

           IF WS-CUST-HELD-AMT > ZEROES
              MOVE WS-CUST-HELD-AMT TO WS-HL-AMT
              MOVE WS-HELD-LINE TO FIL-RFNOUT
              WRITE FIL-RFNOUT
           END-IF.
           MOVE SPACES TO FIL-RFNOUT.
           WRITE FIL-RFNOUT.

      *  ------
        R2820-ISSUE-REFUND-CHECK.
      *  ------
      *    THE NUMBER IS SPENT THE MOMENT IT IS ASSIGNED.  ONE
      *    ALREADY ON THE REGISTER MEANS CHKCTL WAS SET BACK - SKIP
      *    PAST IT RATHER THAN PAY TWO CUSTOMERS ON ONE NUMBER
           MOVE 'N' TO WS-CHECK-ISSUED-SW.
           PERFORM R2825-WRITE-CHECK-REGISTER
              UNTIL WS-CHECK-ISSUED.
           ADD 1 TO WS-CHECKS-ISSUED-CNT.

           MOVE SPACES             TO SHIP-CHKPRT-REC.
           SET CP-IS-CHECK         TO TRUE.
           MOVE WS-CURR-CHECK-NO   TO CP-CHECK-NO.
           MOVE WS-RUN-DATE        TO CP-ISSUE-DATE.
           MOVE WS-CURR-CUST-NO    TO CP-CUST-NO.
           MOVE CM-CUST-NAME       TO CP-PAYEE-NAME.
           MOVE CM-ADDR-LINE1      TO CP-PAYEE-ADDR1.
           MOVE CM-ADDR-LINE2      TO CP-PAYEE-ADDR2.
           MOVE WS-CUST-REFUND-AMT TO CP-CHECK-AMT.
           MOVE WS-PARM-BANK-ACCT  TO CP-BANK-ACCT.
           MOVE ZEROES             TO CP-REISSUE-OF.
           MOVE SHIP-CHKPRT-REC    TO FIL-CHKPRT.
           WRITE FIL-CHKPRT.

           MOVE SPACES             TO SHIP-PPAY-REC.
           SET PP-IS-DETAIL        TO TRUE.
           MOVE WS-PARM-BANK-ACCT  TO PP-BANK-ACCT.
           MOVE WS-CURR-CHECK-NO   TO PP-CHECK-NO.
           SET PP-IS-ISSUE         TO TRUE.
           MOVE WS-CUST-REFUND-AMT TO PP-AMOUNT.
           MOVE WS-RUN-DATE        TO PP-ISSUE-DATE.
           MOVE CM-CUST-NAME       TO PP-PAYEE-NAME.
           MOVE SHIP-PPAY-REC      TO FIL-PPAYOUT.
           WRITE FIL-PPAYOUT.
           ADD 1 TO WS-PPAY-CNT.
           ADD WS-CUST-REFUND-AMT TO WS-PPAY-TOTAL-AMT.

      *  ------
        R2825-WRITE-CHECK-REGISTER.
      *  ------
           MOVE WS-NEXT-CHECK-NO   TO WS-CURR-CHECK-NO.
           ADD 1 TO WS-NEXT-CHECK-NO.
           MOVE SPACES             TO FIL-CHKREG.
           MOVE WS-CURR-CHECK-NO   TO RG-CHECK-NO.
           MOVE WS-PARM-BANK-ACCT  TO RG-BANK-ACCT.
           MOVE WS-CURR-CUST-NO    TO RG-CUST-NO.
           MOVE CM-CUST-NAME       TO RG-PAYEE-NAME.
           MOVE WS-CUST-REFUND-AMT TO RG-AMOUNT.
           MOVE WS-RUN-DATE        TO RG-ISSUE-DATE.
           SET RG-IS-OUTSTANDING   TO TRUE.
           MOVE ZEROES             TO RG-REISSUED-AS.
           MOVE ZEROES             TO RG-REISSUE-OF.
           MOVE '00' TO WS-CHKREG-STATUS.
           WRITE FIL-CHKREG
              INVALID KEY
                 DISPLAY '  *** CHECK ' WS-CURR-CHECK-NO ' IS '
                    'ALREADY ON THE CHECK REGISTER - NUMBER '
                    'SKIPPED, CHECK CHKCTL'
           END-WRITE.
           IF WS-CHKREG-OK
              SET WS-CHECK-ISSUED TO TRUE
           ELSE
              IF NOT WS-CHKREG-DUPKEY
      *          NOT A NUMBER CLASH - THE REGISTER ITSELF IS IN
      *          TROUBLE.  THIS CUSTOMER IS NOT POSTED YET, SO
      *          STOPPING HERE LEAVES EVERYTHING IN STEP
                 DISPLAY '  *** CHECK REGISTER WRITE FAILED - '
                    'STATUS ' WS-CHKREG-STATUS
                 PERFORM R2190-STOP-RUN-EARLY
              END-IF
           END-IF.

      *  ------
        R2850-PRINT-REFUND-ITEM.
      *  ------
              MOVE WS-OI-REFUND-AMT(WS-SCAN-SUB) TO WS-IL-AMT
              MOVE WS-ITEM-LINE TO FIL-RFNOUT
              WRITE FIL-RFNOUT
              IF NOT WS-PARM-TRIAL
                 PERFORM R2860-WRITE-CHECK-STUB
              END-IF
           END-IF.

      *  ------
        R2860-WRITE-CHECK-STUB.
      *  ------
           MOVE SPACES           TO SHIP-CHKPRT-REC.
           SET CP-IS-STUB        TO TRUE.
           MOVE WS-CURR-CHECK-NO TO CP-CHECK-NO.
           MOVE WS-OI-ORDER-NO(WS-SCAN-SUB)   TO CP-ORDER-NO.
           MOVE WS-OI-RUN-DATE(WS-SCAN-SUB)   TO CP-ITEM-DATE.
           MOVE WS-OI-REFUND-AMT(WS-SCAN-SUB) TO CP-ITEM-AMT.
           MOVE SHIP-CHKPRT-REC  TO FIL-CHKPRT.
           WRITE FIL-CHKPRT.


      *  ------
        R2900-REWRITE-CHANGED-ITEMS.
           MOVE WS-TOTAL-REFUND-AMT TO WS-REG-REFUNDED.
           MOVE WS-TOTAL-NETTED-AMT TO WS-REG-NETTED.
           MOVE WS-ITEMS-CLOSED-CNT TO WS-REG-CLOSED.
           MOVE WS-CHECKS-ISSUED-CNT TO WS-REG-CHECKS.
           MOVE WS-HELD-CUST-CNT    TO WS-REG-HELD.
           MOVE WS-REG-TRL TO FIL-RFNOUT.
           WRITE FIL-RFNOUT.
           IF WS-HELD-CUST-CNT > ZEROES
              DISPLAY '  *** ' WS-HELD-CUST-CNT ' CUSTOMER(S) NOT '
                 'ON CUSTMAST - REFUNDS HELD, SETTING RETURN CODE 4'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.


      *  ------
           WRITE FIL-GLEXT.


      *  ------
        R3400-WRITE-POSPAY-TRAILER.
      *  ------
           DISPLAY '  R3400 WRITE POSITIVE-PAY TRAILER'.
           MOVE SPACES            TO SHIP-PPAY-REC.
           SET PP-IS-TRAILER      TO TRUE.
           MOVE WS-PARM-BANK-ACCT TO PP-BANK-ACCT.
           MOVE WS-PPAY-CNT       TO PP-ITEM-COUNT.
           MOVE WS-PPAY-TOTAL-AMT TO PP-TOTAL-AMT.
           MOVE SHIP-PPAY-REC     TO FIL-PPAYOUT.
           WRITE FIL-PPAYOUT.


      *  ------
        R3600-UPDATE-CHECK-CONTROL.
      *  ------
      *    REWRITTEN ONLY AT END OF RUN, SAME AS THE INVOICE AND PO
      *    CONTROLS
           DISPLAY '  R3600 UPDATE CHECK CONTROL'.
           OPEN OUTPUT FILE-CHKCTL.
           MOVE SPACES           TO SHIP-CHKCTL-REC.
           MOVE WS-NEXT-CHECK-NO TO DC-NEXT-DOC-NO.
           MOVE WS-RUN-DATE      TO DC-LAST-RUN-DATE.
           MOVE SHIP-CHKCTL-REC  TO FIL-CHKCTL.
           WRITE FIL-CHKCTL.
           CLOSE FILE-CHKCTL.
           DISPLAY '  NEXT UNUSED CHECK NUMBER: ' WS-NEXT-CHECK-NO.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           CLOSE FILE-RFNOUT.
           IF NOT WS-PARM-TRIAL
              CLOSE FILE-GLEXT
              CLOSE FILE-CHKREG
              CLOSE FILE-CHKPRT
              CLOSE FILE-PPAYOUT
           END-IF.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING.  A TRIAL POSTS NOTHING, SO IT
      *    NEVER WENT ON THE LOG
           IF NOT WS-PARM-TRIAL
              SET SC-STEP-END TO TRUE
              MOVE WS-REFUND-CUST-CNT TO SC-IN-COUNT
              MOVE WS-ITEMS-CLOSED-CNT TO SC-OUT-COUNT
              MOVE RETURN-CODE TO SC-RETURN-CODE
              CALL 'SUBSTEP' USING SHIP-STEP-CALL
           END-IF.
