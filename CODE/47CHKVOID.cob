      **************************************************************
      *
      *  PROGRAM ID CHKVOID
      *  DATE CREATED:  15OCT2026
      *
      * REFUND CHECK VOID AND REISSUE - THE ONLY SANCTIONED WAY TO
      * CHANGE A FILE-CHKREG CHECK REGISTER RECORD ONCE ARREFUND
      * HAS DRAWN IT, IN THE SAME MOLD AS CTRMNT.  READS A FILE OF
      * CARDS FROM AP, ONE PER CHECK.  ONLY A CHECK STILL
      * OUTSTANDING ON THE REGISTER, DRAWN ON THE ACCOUNT THIS RUN
      * IS FOR, CAN BE TOUCHED.
      *
      * A 'V' VOID MEANS THE CUSTOMER IS NOT TO BE PAID AFTER ALL -
      * THE CHECK IS MARKED VOID, THE MONEY GOES BACK ON THE
      * CUSTOMER'S ACCOUNT AS AN OPEN AR CREDIT (ORDER NUMBER = THE
      * CHECK NUMBER, DATED THE RUN DATE SO ARREFUND WAITS OUT THE
      * AGE THRESHOLD AGAIN), AND THE JOURNAL TAKES IT BACK OFF
      * 202000 REFUNDS PAYABLE AND ONTO THE 100000 AR CONTROL.
      *
      * AN 'R' REISSUE MEANS THE CUSTOMER IS STILL OWED - LOST OR
      * STALE CHECK, BAD ADDRESS.  THE CHECK IS MARKED REISSUED
      * AND A REPLACEMENT FOR THE SAME AMOUNT IS DRAWN UNDER THE
      * NEXT FILE-CHKCTL NUMBER, ADDRESSED FROM CUSTMAST AS IT
      * STANDS TODAY.  THE LIABILITY IS UNCHANGED, SO NOTHING POSTS.
      *
      * EVERY VOID, AND EVERY REPLACEMENT, GOES TO THE BANK ON THE
      * FILE-PPAYOUT POSITIVE-PAY EXPORT; REPLACEMENTS GO TO THE
      * CHECK PRINTER ON FILE-CHKPRT.  PRINTS A BEFORE/AFTER
      * REGISTER AND WRITES AN AUDIT RECORD OF WHO VOIDED WHICH
      * CHECK, WHEN AND WHY.
      *
      * SYSIN CARD 1: COLS 1-8  RUN DATE (CCYYMMDD)
      *               COLS 9-14 FIRST CHECK NUMBER, ONLY USED WHEN
      *                         FILE-CHKCTL IS EMPTY, TO SEED THE
      *                         SERIES
      *               COLS 15-26 BANK ACCOUNT THE POSITIVE-PAY FILE
      *                         IS FOR - REQUIRED
      *               COL  80   'Y' = RUN EVEN WHEN A PREREQUISITE
      *                         STEP HASN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       PROGRAM-ID. CHKVOID.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-CHKTRN ASSIGN TO UT-S-CHKTRN.
           SELECT FILE-CHKAUD ASSIGN TO UT-S-CHKAUD.
           SELECT FILE-MNTOUT ASSIGN TO UT-S-CVDOUT.
           SELECT OPTIONAL FILE-CHKCTL ASSIGN TO UT-S-CHKCTL.
           SELECT FILE-CHKPRT ASSIGN TO UT-S-CHKPRT.
           SELECT FILE-PPAYOUT ASSIGN TO UT-S-PPAYOUT.
           SELECT FILE-GLEXT ASSIGN TO UT-S-CVGLEX.
           SELECT FILE-CHKREG ASSIGN TO UT-S-CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-CHECK-NO
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT FILE-ARFILE ASSIGN TO UT-S-ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARFILE-STATUS.
           SELECT FILE-CUSTMAST ASSIGN TO UT-S-CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *VOID/REISSUE CARDS
       FD  FILE-CHKTRN
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-CHKTRN.

       01  FIL-CHKTRN        PIC X(80).

      * ---

      *AUDIT TRAIL - ONE RECORD PER APPLIED CARD
       FD  FILE-CHKAUD
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-CHKAUD.

       01  FIL-CHKAUD        PIC X(249).

      * ---

      *VOID/REISSUE REGISTER PRINT FILE
       FD  FILE-MNTOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-MNTOUT.

       01  FIL-MNTOUT        PIC X(132).

      * ---

      *CHECK NUMBER CONTROL - NEXT CHECK NUMBER TO ISSUE
       FD  FILE-CHKCTL
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-CHKCTL.

       01  FIL-CHKCTL        PIC X(80).

      * ---

      *CHECK PRINT FILE - REPLACEMENT CHECKS
       FD  FILE-CHKPRT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-CHKPRT.

       01  FIL-CHKPRT        PIC X(130).

      * ---

      *POSITIVE-PAY EXPORT TO THE BANK - VOIDS AND REPLACEMENTS
       FD  FILE-PPAYOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-PPAYOUT.

       01  FIL-PPAYOUT       PIC X(80).

      * ---

      *GL JOURNAL-ENTRY EXTRACT FOR THE VOIDED CHECKS
       FD  FILE-GLEXT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-GLEXT.

       01  FIL-GLEXT         PIC X(60).

      * ---

      *CHECK REGISTER - THE FILE BEING MAINTAINED
       FD  FILE-CHKREG
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CHKREG.

       COPY CHKREG
           REPLACING CPY-CHK-REG-REC BY FIL-CHKREG.

      * ---

      *AR OPEN ITEMS - A VOIDED CHECK'S CREDIT GOES BACK HERE
       FD  FILE-ARFILE
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ARFILE.

       COPY ARREC
           REPLACING CPY-AR-OPEN-REC BY FIL-ARFILE.

      * ---

      *CUSTOMER MASTER - CURRENT ADDRESS FOR A REPLACEMENT CHECK
       FD  FILE-CUSTMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTMAST.

       COPY CUSTMAST
           REPLACING CPY-CUST-MAST-REC BY FIL-CUSTMAST.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    VOID/REISSUE CARD JUST READ
       COPY CHKTRN
           REPLACING CPY-CHK-TRN-REC BY SHIP-TRN-REC.

      *    AUDIT RECORD BUILT FOR FILE-CHKAUD
       COPY CHKAUD
           REPLACING CPY-CHK-AUD-REC BY SHIP-AUD-REC.

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

      *    GL JOURNAL-ENTRY EXTRACT RECORD
       COPY GLEXTREC
           REPLACING CPY-GL-EXTRACT-REC BY SHIP-GL-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-CHKTRN-SW   PIC X VALUE 'N'.
               88  WS-EOF-CHKTRN         VALUE 'Y'.
           02  WS-TRN-VALID-SW    PIC X VALUE 'Y'.
               88  WS-TRN-VALID          VALUE 'Y'.
               88  WS-TRN-NOT-VALID      VALUE 'N'.
           02  WS-CHECK-EXISTS-SW PIC X VALUE 'N'.
               88  WS-CHECK-EXISTS       VALUE 'Y'.
           02  WS-EOF-CHKCTL-SW   PIC X VALUE 'N'.
               88  WS-EOF-CHKCTL         VALUE 'Y'.
           02  WS-CHKCTL-FOUND-SW PIC X VALUE 'N'.
               88  WS-CHKCTL-FOUND       VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-CHKREG-STATUS     PIC X(2) VALUE '00'.
           88  WS-CHKREG-FOUND         VALUE '00'.
           88  WS-CHKREG-NOTFOUND      VALUE '23'.
       01  WS-ARFILE-STATUS     PIC X(2) VALUE '00'.
           88  WS-ARFILE-FOUND         VALUE '00'.
           88  WS-ARFILE-NOTFOUND      VALUE '23'.
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTMAST-FOUND       VALUE '00'.
           88  WS-CUSTMAST-NOTFOUND    VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  WS-PARM-FIRST-CHECK PIC X(6).
           05  WS-PARM-BANK-ACCT  PIC X(12).
           05  FILLER             PIC X(53).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN - THE VOID DATE, THE REPLACEMENT'S
      * ISSUE DATE AND THE DATE ON THE RETURNED AR CREDIT
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.

      * NEXT CHECK NUMBER TO ISSUE - CONTINUES FROM FILE-CHKCTL
       01  WS-NEXT-CHECK-NO      PIC 9(6) VALUE ZEROES.
       01  WS-NEW-CHECK-NO       PIC 9(6) VALUE ZEROES.
       01  WS-EDIT-CHECK-NO      PIC X(6).
       01  WS-EDIT-CHECK-NO-9 REDEFINES WS-EDIT-CHECK-NO
                                PIC 9(6).

      * WHY THE CARD BOUNCED - PRINTED ON THE REGISTER LINE
       01  WS-REJECT-REASON-TXT PIC X(30) VALUE SPACES.

      * BEFORE IMAGE OF THE CHECK FOR THE AUDIT TRAIL
       01  WS-BEFORE-IMAGE      PIC X(100) VALUE SPACES.

      * THE CARD'S CHECK AS FOUND - KEPT OUTSIDE THE FD AREA, WHICH
      * A REISSUE REUSES TO BUILD THE REPLACEMENT
       01  WS-CHECK-CUST-NO     PIC X(5) VALUE SPACES.
       01  WS-CHECK-AMT         PIC 9(9)V99 VALUE ZEROES.

      * REGISTER COUNTS FOR THE TRAILER
       01  WS-VOIDED-CNT        PIC 9(5) VALUE ZEROES.
       01  WS-REISSUED-CNT      PIC 9(5) VALUE ZEROES.
       01  WS-REJECTED-CNT      PIC 9(5) VALUE ZEROES.

      * DOLLARS VOIDED BACK ONTO AR - THE ONLY THING THAT POSTS
       01  WS-TOTAL-VOID-AMT    PIC 9(11)V99 VALUE ZEROES.

      * POSITIVE-PAY TRAILER TOTALS - EVERY DETAIL WRITTEN
       01  WS-PPAY-CNT          PIC 9(6) VALUE ZEROES.
       01  WS-PPAY-TOTAL-AMT    PIC 9(10)V99 VALUE ZEROES.

      * GL JOURNAL-ENTRY EXTRACT FIELDS - A VOID TAKES THE CHECK
      * BACK OFF REFUNDS PAYABLE AND PUTS THE CREDIT BACK ON THE
      * AR CONTROL, THE REVERSE OF WHAT ARREFUND POSTED
       01  WS-GL-ACCT-RECEIVABLE PIC X(6) VALUE '100000'.
       01  WS-GL-ACCT-REFUNDS    PIC X(6) VALUE '202000'.
       01  WS-GL-ACCT            PIC X(6) VALUE SPACES.
       01  WS-GL-SIDE            PIC X(2) VALUE SPACES.
       01  WS-GL-AMT             PIC 9(9)V99 VALUE ZEROES.
       01  WS-GL-DESC            PIC X(30) VALUE SPACES.

      * VOID/REISSUE REGISTER PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(34)
                 VALUE 'REFUND CHECK VOID/REISSUE REGISTER'.
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(11) VALUE '  ACCOUNT: '.
           05  WS-REG-HDR-ACCT    PIC X(12).
           05  FILLER             PIC X(48) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-ACTION      PIC X(7).
           05  FILLER             PIC X(7) VALUE ' CHECK '.
           05  WS-REG-CHECK-NO    PIC X(6).
           05  FILLER             PIC X(6) VALUE ' CUST '.
           05  WS-REG-CUST-NO     PIC X(5).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-REG-AMT         PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(5) VALUE ' NEW '.
           05  WS-REG-NEW-CHECK   PIC X(6).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-REG-STATUS      PIC X(9).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-REASON      PIC X(30).
           05  FILLER             PIC X(6) VALUE ' BY: '.
           05  WS-REG-USER        PIC X(8).
           05  FILLER             PIC X(17) VALUE SPACES.

       01  WS-REG-IMAGE-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-REG-IMAGE-LBL   PIC X(8).
           05  WS-REG-IMAGE       PIC X(100).
           05  FILLER             PIC X(20) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE 'CHECKS VOIDED: '.
           05  WS-REG-VOIDED      PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE '  REISSUED: '.
           05  WS-REG-REISSUED    PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE '  REJECTED: '.
           05  WS-REG-REJECTED    PIC ZZZZ9.
           05  FILLER             PIC X(18) VALUE '  BACK ON AR: '.
           05  WS-REG-VOID-AMT    PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(42) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1007-LOAD-CHECK-CONTROL.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1200-WRITE-REGISTER-HEADER.

           PERFORM R2000-PROCESS-VOID-CARD
              UNTIL WS-EOF-CHKTRN.

           PERFORM R3200-WRITE-GL-EXTRACT.
           PERFORM R3400-WRITE-POSPAY-TRAILER.
           PERFORM R3500-WRITE-REGISTER-TRAILER.
           PERFORM R3600-UPDATE-CHECK-CONTROL.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-CHKTRN.
           OPEN I-O    FILE-CHKREG.
           OPEN I-O    FILE-ARFILE.
           OPEN INPUT  FILE-CUSTMAST.
           OPEN OUTPUT FILE-CHKAUD.
           OPEN OUTPUT FILE-MNTOUT.
           OPEN OUTPUT FILE-CHKPRT.
           OPEN OUTPUT FILE-PPAYOUT.
           OPEN OUTPUT FILE-GLEXT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           DISPLAY '  VOID/REISSUE RUN DATE: ' WS-RUN-DATE.

      *    THE POSITIVE-PAY FILE IS FOR ONE ACCOUNT - WITHOUT IT
      *    THE BANK WOULD NEVER HEAR OF THE VOIDS
           IF WS-PARM-BANK-ACCT = SPACES
              DISPLAY '  *** NO BANK ACCOUNT ON SYSIN COLS 15-26 - '
                 'NOTHING VOIDED OR REISSUED'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.
           DISPLAY '  POSITIVE-PAY ACCOUNT: ' WS-PARM-BANK-ACCT.


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
           MOVE 'CHKVOID' TO SC-STEP-NAME.
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
           MOVE WS-RUN-DATE       TO WS-REG-HDR-DATE.
           MOVE WS-PARM-BANK-ACCT TO WS-REG-HDR-ACCT.
           MOVE WS-REG-HDR  TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.

           MOVE SPACES            TO SHIP-PPAY-REC.
           SET PP-IS-HEADER       TO TRUE.
           MOVE WS-PARM-BANK-ACCT TO PP-BANK-ACCT.
           MOVE WS-RUN-DATE       TO PP-FILE-DATE.
           MOVE SHIP-PPAY-REC     TO FIL-PPAYOUT.
           WRITE FIL-PPAYOUT.


      *  ------
        R2000-PROCESS-VOID-CARD.
      *  ------
           READ FILE-CHKTRN INTO SHIP-TRN-REC
              AT END MOVE 'Y' TO WS-EOF-CHKTRN-SW
           END-READ.

           IF NOT WS-EOF-CHKTRN
              SET WS-TRN-VALID TO TRUE
              MOVE SPACES TO WS-REJECT-REASON-TXT
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE ZEROES TO WS-NEW-CHECK-NO
              PERFORM R2100-LOOKUP-CHECK

              EVALUATE TRUE
                 WHEN VC-IS-VOID
                    PERFORM R2200-APPLY-VOID
                 WHEN VC-IS-REISSUE
                    PERFORM R2300-APPLY-REISSUE
                 WHEN OTHER
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'INVALID ACTION CODE' TO
                       WS-REJECT-REASON-TXT
                    PERFORM R2800-WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.


      *  ------
        R2100-LOOKUP-CHECK.
      *  ------
           MOVE 'N' TO WS-CHECK-EXISTS-SW.
           MOVE SPACES TO WS-CHECK-CUST-NO.
           MOVE ZEROES TO WS-CHECK-AMT.
           MOVE VC-CHECK-NO TO WS-EDIT-CHECK-NO.
           IF WS-EDIT-CHECK-NO NUMERIC
              MOVE '00' TO WS-CHKREG-STATUS
              MOVE WS-EDIT-CHECK-NO-9 TO RG-CHECK-NO
              READ FILE-CHKREG
                  INVALID KEY MOVE '23' TO WS-CHKREG-STATUS
              END-READ
              IF WS-CHKREG-FOUND
                 SET WS-CHECK-EXISTS TO TRUE
                 MOVE FIL-CHKREG TO WS-BEFORE-IMAGE
                 MOVE RG-CUST-NO TO WS-CHECK-CUST-NO
                 MOVE RG-AMOUNT  TO WS-CHECK-AMT
              END-IF
           END-IF.


      *  ------
        R2150-VALIDATE-CHECK.
      *  ------
      *    ONLY A CHECK THE BANK COULD STILL PAY CAN BE VOIDED -
      *    ONE ALREADY VOIDED OR REPLACED IS HISTORY
           IF NOT WS-CHECK-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'CHECK NOT ON REGISTER' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID AND NOT RG-IS-OUTSTANDING
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'CHECK ALREADY VOIDED' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID AND RG-BANK-ACCT NOT = WS-PARM-BANK-ACCT
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'CHECK DRAWN ON ANOTHER ACCOUNT' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2200-APPLY-VOID.
      *  ------
           DISPLAY '  R2200 VOID CHECK ' VC-CHECK-NO.
           PERFORM R2150-VALIDATE-CHECK.

      *    THE CREDIT GOES BACK UNDER THE CHECK NUMBER - AN ORDER
      *    THAT HAPPENS TO CARRY THE SAME NUMBER CANNOT BE MERGED
      *    INTO, SO THE CARD WAITS UNTIL SOMEONE LOOKS
           IF WS-TRN-VALID
              MOVE '00' TO WS-ARFILE-STATUS
              MOVE RG-CUST-NO       TO AR-CUST-NO
              MOVE WS-EDIT-CHECK-NO TO AR-ORDER-NO
              READ FILE-ARFILE
                  INVALID KEY MOVE '23' TO WS-ARFILE-STATUS
              END-READ
              IF WS-ARFILE-FOUND
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'AR ITEM ON FILE UNDER CHECK NO' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-TRN-VALID
              SET RG-IS-VOIDED TO TRUE
              MOVE WS-RUN-DATE TO RG-VOID-DATE
              REWRITE FIL-CHKREG
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'CHECK REWRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-REWRITE
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2250-RETURN-CREDIT-TO-AR
              PERFORM R2700-WRITE-POSPAY-VOID
              ADD 1 TO WS-VOIDED-CNT
              ADD RG-AMOUNT TO WS-TOTAL-VOID-AMT
              MOVE FIL-CHKREG TO VA-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.

      *  ------
        R2250-RETURN-CREDIT-TO-AR.
      *  ------
      *    DATED TODAY, SO ARREFUND LEAVES IT FOR THE CUSTOMER TO
      *    BUY AGAINST UNTIL IT AGES PAST THE THRESHOLD AGAIN
           MOVE SPACES           TO FIL-ARFILE.
           MOVE RG-CUST-NO       TO AR-CUST-NO.
           MOVE WS-EDIT-CHECK-NO TO AR-ORDER-NO.
           MOVE ZEROES           TO AR-AMOUNT.
           MOVE ZEROES           TO AR-TAX-AMT.
           COMPUTE AR-OPEN-AMT = ZEROES - RG-AMOUNT.
           MOVE WS-RUN-DATE      TO AR-RUN-DATE.
           MOVE 'O'              TO AR-STATUS.
           MOVE '***'            TO AR-REP-CODE.
           MOVE 'N'              TO AR-WRITTEN-OFF-SW.
           WRITE FIL-ARFILE
              INVALID KEY
                 DISPLAY '  *** COULD NOT WRITE AR CREDIT FOR '
                    'VOIDED CHECK ' VC-CHECK-NO ' - STATUS '
                    WS-ARFILE-STATUS
           END-WRITE.


      *  ------
        R2300-APPLY-REISSUE.
      *  ------
           DISPLAY '  R2300 REISSUE CHECK ' VC-CHECK-NO.
           PERFORM R2150-VALIDATE-CHECK.

      *    THE REPLACEMENT IS ADDRESSED AS CUSTMAST STANDS TODAY -
      *    A BAD ADDRESS IS THE USUAL REASON FOR THE CARD
           IF WS-TRN-VALID
              MOVE '00' TO WS-CUSTMAST-STATUS
              MOVE RG-CUST-NO TO CM-CUST-NO
              READ FILE-CUSTMAST
                  INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
              END-READ
              IF WS-CUSTMAST-NOTFOUND
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'CUSTOMER NOT ON CUST MASTER' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

      *    THE NUMBER IS SPENT THE MOMENT IT IS ASSIGNED - A GAP IN
      *    THE SERIES IS SAFER THAN TWO CHECKS ON ONE NUMBER
           IF WS-TRN-VALID
              MOVE WS-NEXT-CHECK-NO TO WS-NEW-CHECK-NO
              ADD 1 TO WS-NEXT-CHECK-NO
              MOVE SPACES           TO FIL-CHKREG
              MOVE WS-NEW-CHECK-NO  TO RG-CHECK-NO
              MOVE WS-PARM-BANK-ACCT TO RG-BANK-ACCT
              MOVE CM-CUST-NO       TO RG-CUST-NO
              MOVE CM-CUST-NAME     TO RG-PAYEE-NAME
              MOVE WS-CHECK-AMT     TO RG-AMOUNT
              MOVE WS-RUN-DATE      TO RG-ISSUE-DATE
              SET RG-IS-OUTSTANDING TO TRUE
              MOVE ZEROES           TO RG-REISSUED-AS
              MOVE WS-EDIT-CHECK-NO-9 TO RG-REISSUE-OF
              WRITE FIL-CHKREG
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'CHECK NUMBER ON FILE - CHKCTL' TO
                       WS-REJECT-REASON-TXT
              END-WRITE
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2600-WRITE-REPLACEMENT-CHECK
              PERFORM R2710-WRITE-POSPAY-ISSUE
              MOVE WS-BEFORE-IMAGE  TO FIL-CHKREG
              SET RG-IS-REISSUED    TO TRUE
              MOVE WS-RUN-DATE      TO RG-VOID-DATE
              MOVE WS-NEW-CHECK-NO  TO RG-REISSUED-AS
              REWRITE FIL-CHKREG
                 INVALID KEY
                    DISPLAY '  *** CHECK ' VC-CHECK-NO ' COULD NOT '
                       'BE MARKED REISSUED - REPLACEMENT '
                       WS-NEW-CHECK-NO ' IS OUT, FIX THE REGISTER'
                    MOVE 8 TO RETURN-CODE
              END-REWRITE
              PERFORM R2700-WRITE-POSPAY-VOID
              ADD 1 TO WS-REISSUED-CNT
              MOVE FIL-CHKREG TO VA-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2600-WRITE-REPLACEMENT-CHECK.
      *  ------
      *    NO STUB LINES - THE ITEMS THE REFUND WAS MADE OF ARE ON
      *    THE ORIGINAL'S STUB, WHICH THE FACE POINTS BACK TO
           MOVE SPACES           TO SHIP-CHKPRT-REC.
           SET CP-IS-CHECK       TO TRUE.
           MOVE RG-CHECK-NO      TO CP-CHECK-NO.
           MOVE RG-ISSUE-DATE    TO CP-ISSUE-DATE.
           MOVE RG-CUST-NO       TO CP-CUST-NO.
           MOVE CM-CUST-NAME     TO CP-PAYEE-NAME.
           MOVE CM-ADDR-LINE1    TO CP-PAYEE-ADDR1.
           MOVE CM-ADDR-LINE2    TO CP-PAYEE-ADDR2.
           MOVE RG-AMOUNT        TO CP-CHECK-AMT.
           MOVE RG-BANK-ACCT     TO CP-BANK-ACCT.
           MOVE RG-REISSUE-OF    TO CP-REISSUE-OF.
           MOVE SHIP-CHKPRT-REC  TO FIL-CHKPRT.
           WRITE FIL-CHKPRT.


      *  ------
        R2700-WRITE-POSPAY-VOID.
      *  ------
      *    THE BANK MATCHES ON ACCOUNT, NUMBER AND AMOUNT - THE VOID
      *    CARRIES THE CHECK EXACTLY AS IT WAS ISSUED
           MOVE SPACES           TO SHIP-PPAY-REC.
           SET PP-IS-DETAIL      TO TRUE.
           MOVE RG-BANK-ACCT     TO PP-BANK-ACCT.
           MOVE RG-CHECK-NO      TO PP-CHECK-NO.
           SET PP-IS-VOID        TO TRUE.
           MOVE RG-AMOUNT        TO PP-AMOUNT.
           MOVE RG-ISSUE-DATE    TO PP-ISSUE-DATE.
           MOVE RG-PAYEE-NAME    TO PP-PAYEE-NAME.
           PERFORM R2720-PUT-POSPAY-DETAIL.

      *  ------
        R2710-WRITE-POSPAY-ISSUE.
      *  ------
           MOVE SPACES           TO SHIP-PPAY-REC.
           SET PP-IS-DETAIL      TO TRUE.
           MOVE RG-BANK-ACCT     TO PP-BANK-ACCT.
           MOVE RG-CHECK-NO      TO PP-CHECK-NO.
           SET PP-IS-ISSUE       TO TRUE.
           MOVE RG-AMOUNT        TO PP-AMOUNT.
           MOVE RG-ISSUE-DATE    TO PP-ISSUE-DATE.
           MOVE RG-PAYEE-NAME    TO PP-PAYEE-NAME.
           PERFORM R2720-PUT-POSPAY-DETAIL.

      *  ------
        R2720-PUT-POSPAY-DETAIL.
      *  ------
           MOVE SHIP-PPAY-REC    TO FIL-PPAYOUT.
           WRITE FIL-PPAYOUT.
           ADD 1 TO WS-PPAY-CNT.
           ADD PP-AMOUNT TO WS-PPAY-TOTAL-AMT.


      *  ------
        R2750-WRITE-AUDIT-AND-REGISTER.
      *  ------
           MOVE WS-RUN-DATE      TO VA-RUN-DATE.
           MOVE VC-USER-ID       TO VA-USER-ID.
           MOVE VC-ACTION        TO VA-ACTION.
           MOVE WS-EDIT-CHECK-NO-9 TO VA-CHECK-NO.
           MOVE WS-NEW-CHECK-NO  TO VA-NEW-CHECK-NO.
           MOVE VC-REASON        TO VA-REASON.
           MOVE WS-BEFORE-IMAGE  TO VA-BEFORE-IMAGE.
           MOVE SHIP-AUD-REC     TO FIL-CHKAUD.
           WRITE FIL-CHKAUD.

           PERFORM R2900-SET-ACTION-LABEL.
           PERFORM R2850-MOVE-REGISTER-FIELDS.
           MOVE 'APPLIED  ' TO WS-REG-STATUS.
           MOVE VC-REASON   TO WS-REG-REASON.
           MOVE WS-REG-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.

           MOVE 'BEFORE: ' TO WS-REG-IMAGE-LBL.
           MOVE WS-BEFORE-IMAGE TO WS-REG-IMAGE.
           MOVE WS-REG-IMAGE-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.

           MOVE 'AFTER : ' TO WS-REG-IMAGE-LBL.
           MOVE VA-AFTER-IMAGE TO WS-REG-IMAGE.
           MOVE WS-REG-IMAGE-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.


      *  ------
        R2800-WRITE-REJECT-LINE.
      *  ------
           ADD 1 TO WS-REJECTED-CNT.
           PERFORM R2900-SET-ACTION-LABEL.
           PERFORM R2850-MOVE-REGISTER-FIELDS.
           MOVE 'REJECTED ' TO WS-REG-STATUS.
           MOVE WS-REJECT-REASON-TXT TO WS-REG-REASON.
           MOVE WS-REG-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.
           DISPLAY '  *** VOID CARD REJECTED FOR CHECK '
              VC-CHECK-NO ' - ' WS-REJECT-REASON-TXT.

      *  ------
        R2850-MOVE-REGISTER-FIELDS.
      *  ------
           MOVE VC-CHECK-NO      TO WS-REG-CHECK-NO.
           MOVE WS-CHECK-CUST-NO TO WS-REG-CUST-NO.
           MOVE WS-CHECK-AMT     TO WS-REG-AMT.
           IF WS-NEW-CHECK-NO = ZEROES
              MOVE SPACES          TO WS-REG-NEW-CHECK
           ELSE
              MOVE WS-NEW-CHECK-NO TO WS-REG-NEW-CHECK
           END-IF.
           MOVE VC-USER-ID       TO WS-REG-USER.


      *  ------
        R2900-SET-ACTION-LABEL.
      *  ------
           EVALUATE TRUE
              WHEN VC-IS-VOID     MOVE 'VOID   ' TO WS-REG-ACTION
              WHEN VC-IS-REISSUE  MOVE 'REISSUE' TO WS-REG-ACTION
              WHEN OTHER          MOVE 'INVALID' TO WS-REG-ACTION
           END-EVALUATE.


      *  ------
        R3200-WRITE-GL-EXTRACT.
      *  ------
      *    A VOID TAKES THE CHECK BACK OFF REFUNDS PAYABLE AND PUTS
      *    THE CREDIT BACK ON THE AR CONTROL, MATCHING THE OPEN
      *    CREDIT ITEM NOW ON ARFILE.  A REISSUE IS STILL OWED ON
      *    202000 UNDER ITS NEW NUMBER, SO IT POSTS NOTHING
           DISPLAY '  R3200 WRITE GL EXTRACT'.
           IF WS-TOTAL-VOID-AMT NOT = ZEROES
              MOVE WS-GL-ACCT-REFUNDS    TO WS-GL-ACCT
              MOVE 'DR'                  TO WS-GL-SIDE
              MOVE WS-TOTAL-VOID-AMT     TO WS-GL-AMT
              MOVE 'REFUNDS PAYABLE - VOIDED CHKS' TO WS-GL-DESC
              PERFORM R3210-WRITE-GL-ENTRY

              MOVE WS-GL-ACCT-RECEIVABLE TO WS-GL-ACCT
              MOVE 'CR'                  TO WS-GL-SIDE
              MOVE WS-TOTAL-VOID-AMT     TO WS-GL-AMT
              MOVE 'ACCTS REC - VOIDED REFUND CHK' TO WS-GL-DESC
              PERFORM R3210-WRITE-GL-ENTRY
           END-IF.

      *  ------
        R3210-WRITE-GL-ENTRY.
      *  ------
           MOVE SPACES          TO FIL-GLEXT.
           MOVE WS-RUN-DATE      TO GL-RUN-DATE.
           MOVE WS-GL-ACCT       TO GL-ACCOUNT-CODE.
           MOVE WS-GL-SIDE       TO GL-DR-CR.
           MOVE WS-GL-AMT        TO GL-AMOUNT.
           MOVE WS-GL-DESC       TO GL-DESCRIPTION.
           MOVE SHIP-GL-REC      TO FIL-GLEXT.
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
        R3500-WRITE-REGISTER-TRAILER.
      *  ------
           DISPLAY '  R3500 WRITE REGISTER TRAILER'.
           MOVE SPACES TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE WS-VOIDED-CNT     TO WS-REG-VOIDED.
           MOVE WS-REISSUED-CNT   TO WS-REG-REISSUED.
           MOVE WS-REJECTED-CNT   TO WS-REG-REJECTED.
           MOVE WS-TOTAL-VOID-AMT TO WS-REG-VOID-AMT.
           MOVE WS-REG-TRL TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.


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
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-CHKTRN.
           CLOSE FILE-CHKREG.
           CLOSE FILE-ARFILE.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-CHKAUD.
           CLOSE FILE-MNTOUT.
           CLOSE FILE-CHKPRT.
           CLOSE FILE-PPAYOUT.
           CLOSE FILE-GLEXT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           COMPUTE SC-IN-COUNT = WS-VOIDED-CNT + WS-REISSUED-CNT
                               + WS-REJECTED-CNT.
           COMPUTE SC-OUT-COUNT = WS-VOIDED-CNT + WS-REISSUED-CNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
