      **************************************************************
      *
      *  PROGRAM ID ARADJ
      *  DATE CREATED:  15OCT2026
      *
      * AR ADJUSTMENT AND BAD-DEBT WRITE-OFF - THE SANCTIONED WAY
      * TO MOVE AN AR OPEN ITEM OTHER THAN A RETURN, A PAYMENT OR
      * A REFUND.  READS A FILE OF ADJUSTMENT CARDS (CUSTOMER,
      * ORDER, AMOUNT, REASON CODE, USER ID), VALIDATES EACH ONE
      * AGAINST THE AR ITEM IT NAMES, AND REDUCES THE ITEM BY THE
      * AMOUNT (OR CLOSES IT, WHEN THE AMOUNT IS BLANK OR TAKES IT
      * TO ZERO), MOVES CM-CURR-BALANCE BY THE SAME AMOUNT, AND
      * POSTS THE OFFSETTING GLEXT-FORMAT JOURNAL ENTRIES - BAD
      * DEBT AGAINST THE ALLOWANCE, SHORT-PAYS, DISPUTES AND SMALL
      * BALANCES TO AR ADJUSTMENT EXPENSE.  EVERY USER HAS A
      * DOLLAR LIMIT ON FILE-ADJLIM; AN ADJUSTMENT OVER IT IS NOT
      * POSTED BUT HELD TO FILE-ADJHOLD UNTIL A SECOND USER WHOSE
      * OWN LIMIT COVERS IT PUTS THEIR ID ON THE CARD.  PRINTS A
      * BEFORE/AFTER ADJUSTMENT REGISTER AND WRITES AN AUDIT
      * RECORD FOR EVERY ADJUSTMENT POSTED, SAME AS CUSTMNT.
      *
      * REASON CODES: SP SHORT PAY       FR FREIGHT DISPUTE
      *               PR PRICE DISPUTE   SB SMALL BALANCE
      *               BD BAD DEBT (ACCOUNT GONE TO COLLECTIONS)
      *
      * SYSIN CARD 1: RUN DATE (CCYYMMDD)
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
      *  DAN BIEG   15OCT2026 FLAG THE AR ITEM WRITTEN OFF ON A BAD-
      *                       DEBT ADJUSTMENT SO COMMCLAW TAKES
      *                       BACK THE REP'S COMMISSION ON IT
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       PROGRAM-ID. ARADJ.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-ADJTRN ASSIGN TO UT-S-ADJTRN.
           SELECT FILE-ADJLIM ASSIGN TO UT-S-ADJLIM.
           SELECT FILE-ADJHOLD ASSIGN TO UT-S-ADJHOLD.
           SELECT FILE-ADJAUD ASSIGN TO UT-S-ADJAUD.
           SELECT FILE-GLEXT ASSIGN TO UT-S-AJGLEX.
           SELECT FILE-ADJOUT ASSIGN TO UT-S-ADJOUT.
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

      *ADJUSTMENT CARDS - TODAY'S PLUS ANY HELD ONES COMING BACK
      *WITH AN APPROVER
       FD  FILE-ADJTRN
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-ADJTRN.

       01  FIL-ADJTRN        PIC X(80).

      * ---

      *USER ADJUSTMENT LIMITS
       FD  FILE-ADJLIM
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-ADJLIM.

       01  FIL-ADJLIM        PIC X(80).

      * ---

      *ADJUSTMENTS HELD FOR A SECOND APPROVER - SAME CARD LAYOUT
       FD  FILE-ADJHOLD
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-ADJHOLD.

       01  FIL-ADJHOLD       PIC X(80).

      * ---

      *AUDIT TRAIL - ONE RECORD PER POSTED ADJUSTMENT
       FD  FILE-ADJAUD
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-ADJAUD.

       01  FIL-ADJAUD        PIC X(200).

      * ---

      *GL JOURNAL-ENTRY EXTRACT FOR THE ADJUSTMENT POSTINGS
       FD  FILE-GLEXT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-GLEXT.

       01  FIL-GLEXT         PIC X(60).

      * ---

      *ADJUSTMENT REGISTER PRINT FILE
       FD  FILE-ADJOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-ADJOUT.

       01  FIL-ADJOUT        PIC X(132).

      * ---

      *AR OPEN ITEMS - THE ITEM EACH CARD ADJUSTS
       FD  FILE-ARFILE
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ARFILE.

       COPY ARREC
           REPLACING CPY-AR-OPEN-REC BY FIL-ARFILE.

      * ---

      *CUSTOMER MASTER - CM-CURR-BALANCE MOVES WITH THE AR ITEM
       FD  FILE-CUSTMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTMAST.

       COPY CUSTMAST
           REPLACING CPY-CUST-MAST-REC BY FIL-CUSTMAST.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    ADJUSTMENT CARD JUST READ
       COPY ADJTRN
           REPLACING CPY-ADJ-TRN-REC BY SHIP-ADJ-REC.

      *    USER LIMIT RECORD JUST READ
       COPY ADJLIM
           REPLACING CPY-ADJ-LIMIT-REC BY SHIP-LIM-REC.

      *    AUDIT RECORD BUILT FOR FILE-ADJAUD
       COPY ADJAUD
           REPLACING CPY-ADJ-AUD-REC BY SHIP-AUD-REC.

      *    GL JOURNAL-ENTRY EXTRACT RECORD
       COPY GLEXTREC
           REPLACING CPY-GL-EXTRACT-REC BY SHIP-GL-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-ADJTRN-SW   PIC X VALUE 'N'.
               88  WS-EOF-ADJTRN         VALUE 'Y'.
           02  WS-EOF-ADJLIM-SW   PIC X VALUE 'N'.
               88  WS-EOF-ADJLIM         VALUE 'Y'.
           02  WS-TRN-VALID-SW    PIC X VALUE 'Y'.
               88  WS-TRN-VALID          VALUE 'Y'.
               88  WS-TRN-NOT-VALID      VALUE 'N'.
           02  WS-DISPOSITION-SW  PIC X VALUE SPACES.
               88  WS-DISP-POST          VALUE 'P'.
               88  WS-DISP-HOLD          VALUE 'H'.
               88  WS-DISP-REJECT        VALUE 'R'.
           02  WS-LIMIT-FOUND-SW  PIC X VALUE 'N'.
               88  WS-LIMIT-FOUND        VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-ARFILE-STATUS     PIC X(2) VALUE '00'.
           88  WS-ARFILE-OK            VALUE '00'.
           88  WS-ARFILE-NOTFOUND      VALUE '23'.
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTMAST-FOUND       VALUE '00'.
           88  WS-CUSTMAST-NOTFOUND    VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN - STAMPED ON EVERY AUDIT AND HOLD
      * RECORD AND THE JOURNAL ENTRIES
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.

      * NUMERIC EDIT WORK FIELD - THE CARD AMOUNT IS TESTED HERE
      * AND CONVERTED THROUGH THE REDEFINES ONCE IT PROVES NUMERIC
       01  WS-EDIT-AMOUNT       PIC X(11).
       01  WS-EDIT-AMOUNT-9 REDEFINES WS-EDIT-AMOUNT
                                PIC 9(9)V99.

      * THE ADJUSTMENT BEING WORKED
       01  WS-ADJ-AMT            PIC 9(9)V99 VALUE ZEROES.
       01  WS-USER-LIMIT-AMT     PIC 9(9)V99 VALUE ZEROES.
       01  WS-APPR-LIMIT-AMT     PIC 9(9)V99 VALUE ZEROES.
       01  WS-LOOKUP-USER-ID     PIC X(8) VALUE SPACES.
       01  WS-LOOKUP-LIMIT-AMT   PIC 9(9)V99 VALUE ZEROES.

      * WHY THE CARD BOUNCED OR WAS HELD - PRINTED ON THE REGISTER
       01  WS-REJECT-REASON-TXT PIC X(30) VALUE SPACES.

      * BEFORE IMAGES - SAVED AHEAD OF THE UPDATE SO THE AUDIT
      * RECORD AND REGISTER SHOW WHAT WAS THERE BEFORE
       01  WS-BEFORE-IMAGE      PIC X(60) VALUE SPACES.
       01  WS-CM-BEFORE-BAL     PIC S9(9)V99 VALUE ZEROES.
       01  WS-AR-BEFORE-STATUS  PIC X(1) VALUE SPACES.

      * USER LIMIT TABLE - LOADED FROM FILE-ADJLIM AT STARTUP.
      * HARD LIMIT, SAME RULE AS THE REP RATE TABLE
       01  WS-LIM-COUNT          PIC 9(3) VALUE ZEROES.
       01  WS-LIM-TAB.
           05  WS-LIM-ENT OCCURS 100 TIMES
                           INDEXED BY WS-LIM-IDX.
               10  WS-LIM-USER-ID   PIC X(8)    VALUE SPACES.
               10  WS-LIM-AMT       PIC 9(9)V99 VALUE ZEROES.

      * REGISTER COUNTS AND AMOUNTS FOR THE TRAILER
       01  WS-POSTED-CNT         PIC 9(5) VALUE ZEROES.
       01  WS-HELD-CNT           PIC 9(5) VALUE ZEROES.
       01  WS-REJECTED-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-POSTED-AMT         PIC 9(11)V99 VALUE ZEROES.
       01  WS-HELD-AMT           PIC 9(11)V99 VALUE ZEROES.
       01  WS-ITEMS-CLOSED-CNT   PIC 9(5) VALUE ZEROES.

      * GL JOURNAL-ENTRY EXTRACT FIELDS - BAD DEBT COMES OFF THE
      * ALLOWANCE THE RESERVE WAS BUILT IN; EVERYTHING ELSE IS A
      * CURRENT-PERIOD EXPENSE.  EITHER WAY THE AR CONTROL IS
      * CREDITED BY THE TOTAL
       01  WS-GL-ACCT-RECEIVABLE PIC X(6) VALUE '100000'.
       01  WS-GL-ACCT-ALLOWANCE  PIC X(6) VALUE '105000'.
       01  WS-GL-ACCT-ADJ-EXP    PIC X(6) VALUE '530000'.
       01  WS-GL-ACCT            PIC X(6) VALUE SPACES.
       01  WS-GL-SIDE            PIC X(2) VALUE SPACES.
       01  WS-GL-AMT             PIC 9(9)V99 VALUE ZEROES.
       01  WS-GL-DESC            PIC X(30) VALUE SPACES.
       01  WS-TOTAL-BAD-DEBT-AMT PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-ADJ-EXP-AMT  PIC 9(9)V99 VALUE ZEROES.

      * ADJUSTMENT REGISTER PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(30)
                 VALUE 'AR ADJUSTMENT REGISTER'.
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(75) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-STATUS      PIC X(9).
           05  FILLER             PIC X(6) VALUE ' CUST '.
           05  WS-REG-CUST-NO     PIC X(5).
           05  FILLER             PIC X(7) VALUE ' ORDER '.
           05  WS-REG-ORDER-NO    PIC X(6).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'RSN: '.
           05  WS-REG-REASON-CODE PIC X(2).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'AMT: '.
           05  WS-REG-AMT         PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(4) VALUE 'BY: '.
           05  WS-REG-USER        PIC X(8).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'APPR: '.
           05  WS-REG-APPROVER    PIC X(8).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-REG-REASON      PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.

       01  WS-REG-IMAGE-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-REG-IMAGE-LBL   PIC X(8).
           05  FILLER             PIC X(9) VALUE 'AR OPEN: '.
           05  WS-REG-OPEN-AMT    PIC ----------9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(8) VALUE 'STATUS: '.
           05  WS-REG-AR-STATUS   PIC X(1).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(14) VALUE 'CUST BALANCE: '.
           05  WS-REG-CM-BAL      PIC ----------9.99.
           05  FILLER             PIC X(54) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(8) VALUE 'POSTED: '.
           05  WS-REG-POSTED      PIC ZZZZ9.
           05  FILLER             PIC X(7) VALUE '  AMT: '.
           05  WS-REG-POSTED-AMT  PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(8) VALUE '  HELD: '.
           05  WS-REG-HELD        PIC ZZZZ9.
           05  FILLER             PIC X(7) VALUE '  AMT: '.
           05  WS-REG-HELD-AMT    PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(12) VALUE '  REJECTED: '.
           05  WS-REG-REJECTED    PIC ZZZZ9.
           05  FILLER             PIC X(45) VALUE SPACES.

       01  WS-REG-TRL2.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(22)
                 VALUE 'TO ALLOWANCE 105000: '.
           05  WS-REG-BAD-DEBT    PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(22)
                 VALUE '  TO ADJ EXP 530000: '.
           05  WS-REG-ADJ-EXP     PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(16) VALUE '  ITEMS CLOSED: '.
           05  WS-REG-CLOSED      PIC ZZZZ9.
           05  FILLER             PIC X(37) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1100-LOAD-USER-LIMITS.
           PERFORM R1200-WRITE-REGISTER-HEADER.

           PERFORM R2000-PROCESS-ADJ-CARD
              UNTIL WS-EOF-ADJTRN.

           PERFORM R3000-WRITE-REGISTER-TRAILER.
           PERFORM R3200-WRITE-GL-EXTRACT.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-ADJTRN.
           OPEN INPUT  FILE-ADJLIM.
           OPEN I-O    FILE-ARFILE.
           OPEN I-O    FILE-CUSTMAST.
           OPEN OUTPUT FILE-ADJHOLD.
           OPEN OUTPUT FILE-ADJAUD.
           OPEN OUTPUT FILE-GLEXT.
           OPEN OUTPUT FILE-ADJOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           DISPLAY '  ADJUSTMENT RUN DATE: ' WS-RUN-DATE.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'ARADJ' TO SC-STEP-NAME.
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
        R1100-LOAD-USER-LIMITS.
      *  ------
           DISPLAY '  R1100 LOAD USER LIMITS'.
           PERFORM R1110-READ-LIMIT-RECORD
              UNTIL WS-EOF-ADJLIM.
           DISPLAY '  USER LIMITS LOADED: ' WS-LIM-COUNT.

      *  ------
        R1110-READ-LIMIT-RECORD.
      *  ------
           READ FILE-ADJLIM INTO SHIP-LIM-REC
              AT END MOVE 'Y' TO WS-EOF-ADJLIM-SW
           END-READ.
           IF NOT WS-EOF-ADJLIM
              IF WS-LIM-COUNT >= 100
                 DISPLAY '  *** USER LIMIT TABLE FULL AT 100 '
                    'ENTRIES - GROW THE TABLE BEFORE ADDING USERS'
                 MOVE 12 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 PERFORM R4900-LOG-STEP-END
                 STOP RUN
              ELSE
                 ADD 1 TO WS-LIM-COUNT
                 SET WS-LIM-IDX TO WS-LIM-COUNT
                 MOVE AL-USER-ID   TO WS-LIM-USER-ID(WS-LIM-IDX)
                 IF AL-LIMIT-AMT NUMERIC
                    MOVE AL-LIMIT-AMT TO WS-LIM-AMT(WS-LIM-IDX)
                 ELSE
                    DISPLAY '  *** LIMIT FOR USER ' AL-USER-ID
                       ' NOT NUMERIC - USER GETS A ZERO LIMIT'
                    MOVE ZEROES TO WS-LIM-AMT(WS-LIM-IDX)
                 END-IF
              END-IF
           END-IF.


      *  ------
        R1200-WRITE-REGISTER-HEADER.
      *  ------
           MOVE WS-RUN-DATE TO WS-REG-HDR-DATE.
           MOVE WS-REG-HDR  TO FIL-ADJOUT.
           WRITE FIL-ADJOUT.
           MOVE SPACES TO FIL-ADJOUT.
           WRITE FIL-ADJOUT.


      *  ------
        R2000-PROCESS-ADJ-CARD.
      *  ------
           READ FILE-ADJTRN INTO SHIP-ADJ-REC
              AT END MOVE 'Y' TO WS-EOF-ADJTRN-SW
           END-READ.

           IF NOT WS-EOF-ADJTRN
              SET WS-TRN-VALID TO TRUE
              MOVE SPACES TO WS-REJECT-REASON-TXT
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE ZEROES TO WS-ADJ-AMT
              PERFORM R2100-EDIT-ADJ-CARD
              IF WS-TRN-VALID
                 PERFORM R2200-CHECK-APPROVAL
              ELSE
                 SET WS-DISP-REJECT TO TRUE
              END-IF

              EVALUATE TRUE
                 WHEN WS-DISP-POST
                    PERFORM R2300-POST-ADJUSTMENT
                 WHEN WS-DISP-HOLD
                    PERFORM R2500-HOLD-ADJUSTMENT
                 WHEN OTHER
                    PERFORM R2800-WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.


      *  ------
        R2100-EDIT-ADJ-CARD.
      *  ------
           IF AJ-USER-ID = SPACES
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'BLANK USER ID' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID AND NOT AJ-REASON-VALID
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'INVALID REASON CODE' TO WS-REJECT-REASON-TXT
           END-IF.

      *    A BLANK AMOUNT IS ALLOWED - IT MEANS WRITE OFF WHATEVER
      *    IS STILL OPEN.  A FILLED ONE HAS TO BE NUMERIC
           MOVE AJ-AMOUNT TO WS-EDIT-AMOUNT.
           IF WS-TRN-VALID AND AJ-AMOUNT NOT = SPACES
              AND WS-EDIT-AMOUNT NOT NUMERIC
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'NON-NUMERIC AMOUNT' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              MOVE '00' TO WS-CUSTMAST-STATUS
              MOVE AJ-CUST-NO TO CM-CUST-NO
              READ FILE-CUSTMAST
                  INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
              END-READ
              IF WS-CUSTMAST-NOTFOUND
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'CUSTOMER NOT ON MASTER' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-TRN-VALID
              MOVE '00' TO WS-ARFILE-STATUS
              MOVE AJ-CUST-NO  TO AR-CUST-NO
              MOVE AJ-ORDER-NO TO AR-ORDER-NO
              READ FILE-ARFILE
                 INVALID KEY MOVE '23' TO WS-ARFILE-STATUS
              END-READ
              IF WS-ARFILE-NOTFOUND
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'NO AR ITEM FOR CUST/ORDER' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

      *    ONLY A DEBIT STILL OWED CAN BE ADJUSTED DOWN - A CREDIT
      *    BALANCE BELONGS TO ARREFUND
           IF WS-TRN-VALID
              AND (NOT AR-IS-OPEN OR AR-OPEN-AMT NOT > ZEROES)
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'AR ITEM HAS NOTHING OWING' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              IF AJ-AMOUNT = SPACES
                 MOVE AR-OPEN-AMT TO WS-ADJ-AMT
              ELSE
                 MOVE WS-EDIT-AMOUNT-9 TO WS-ADJ-AMT
              END-IF
              IF WS-ADJ-AMT = ZEROES
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'ZERO AMOUNT' TO WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-TRN-VALID AND WS-ADJ-AMT > AR-OPEN-AMT
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'AMOUNT EXCEEDS OPEN BALANCE' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2200-CHECK-APPROVAL.
      *  ------
      *    INSIDE THE KEYING USER'S OWN LIMIT POSTS.  OVER IT, THE
      *    CARD WAITS ON THE HOLD FILE UNTIL IT COMES BACK WITH A
      *    DIFFERENT USER WHOSE LIMIT COVERS THE AMOUNT
           MOVE AJ-USER-ID TO WS-LOOKUP-USER-ID.
           PERFORM R2250-LOOKUP-USER-LIMIT.
           MOVE WS-LOOKUP-LIMIT-AMT TO WS-USER-LIMIT-AMT.

           EVALUATE TRUE
              WHEN NOT WS-LIMIT-FOUND
                 SET WS-DISP-REJECT TO TRUE
                 MOVE 'USER HAS NO ADJUSTMENT LIMIT' TO
                    WS-REJECT-REASON-TXT
              WHEN WS-ADJ-AMT NOT > WS-USER-LIMIT-AMT
                 SET WS-DISP-POST TO TRUE
              WHEN AJ-APPROVER-ID = SPACES
                 SET WS-DISP-HOLD TO TRUE
                 MOVE 'OVER USER LIMIT - NEEDS APPR' TO
                    WS-REJECT-REASON-TXT
              WHEN AJ-APPROVER-ID = AJ-USER-ID
                 SET WS-DISP-REJECT TO TRUE
                 MOVE 'APPROVER SAME AS USER' TO
                    WS-REJECT-REASON-TXT
              WHEN OTHER
                 MOVE AJ-APPROVER-ID TO WS-LOOKUP-USER-ID
                 PERFORM R2250-LOOKUP-USER-LIMIT
                 MOVE WS-LOOKUP-LIMIT-AMT TO WS-APPR-LIMIT-AMT
                 IF NOT WS-LIMIT-FOUND
                    SET WS-DISP-REJECT TO TRUE
                    MOVE 'APPROVER HAS NO LIMIT' TO
                       WS-REJECT-REASON-TXT
                 ELSE
                    IF WS-ADJ-AMT > WS-APPR-LIMIT-AMT
                       SET WS-DISP-REJECT TO TRUE
                       MOVE 'OVER APPROVER LIMIT' TO
                          WS-REJECT-REASON-TXT
                    ELSE
                       SET WS-DISP-POST TO TRUE
                    END-IF
                 END-IF
           END-EVALUATE.

      *  ------
        R2250-LOOKUP-USER-LIMIT.
      *  ------
           MOVE 'N' TO WS-LIMIT-FOUND-SW.
           MOVE ZEROES TO WS-LOOKUP-LIMIT-AMT.
           IF WS-LIM-COUNT > 0
              SET WS-LIM-IDX TO 1
              SEARCH WS-LIM-ENT
                 AT END
                    CONTINUE
                 WHEN WS-LIM-USER-ID(WS-LIM-IDX) = WS-LOOKUP-USER-ID
                    SET WS-LIMIT-FOUND TO TRUE
                    MOVE WS-LIM-AMT(WS-LIM-IDX)
                       TO WS-LOOKUP-LIMIT-AMT
              END-SEARCH
           END-IF.


      *  ------
        R2300-POST-ADJUSTMENT.
      *  ------
           DISPLAY '  R2300 POST ADJUSTMENT ' AJ-CUST-NO ' '
              AJ-ORDER-NO.
           MOVE FIL-ARFILE      TO WS-BEFORE-IMAGE.
           MOVE AR-STATUS       TO WS-AR-BEFORE-STATUS.
           MOVE CM-CURR-BALANCE TO WS-CM-BEFORE-BAL.

           SUBTRACT WS-ADJ-AMT FROM AR-OPEN-AMT.
           IF AR-OPEN-AMT = ZEROES
              MOVE 'C' TO AR-STATUS
              ADD 1 TO WS-ITEMS-CLOSED-CNT
           END-IF.
      *    A BAD DEBT IS MONEY THE REP WAS PAID ON AND WILL NEVER
      *    COME IN - THE FLAG IS WHAT COMMCLAW GOES LOOKING FOR
           IF AJ-IS-BAD-DEBT
              SET AR-WRITTEN-OFF TO TRUE
           END-IF.
           REWRITE FIL-ARFILE
              INVALID KEY
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'AR ITEM REWRITE FAILED' TO
                    WS-REJECT-REASON-TXT
           END-REWRITE.

           IF WS-TRN-VALID
              SUBTRACT WS-ADJ-AMT FROM CM-CURR-BALANCE
              REWRITE FIL-CUSTMAST
                 INVALID KEY
                    DISPLAY '  *** COULD NOT REWRITE CUSTOMER '
                       CM-CUST-NO ' - STATUS ' WS-CUSTMAST-STATUS
                       ' - AR ITEM ALREADY ADJUSTED, FIX BALANCE'
              END-REWRITE
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2400-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2400-WRITE-AUDIT-AND-REGISTER.
      *  ------
           ADD 1 TO WS-POSTED-CNT.
           ADD WS-ADJ-AMT TO WS-POSTED-AMT.
           IF AJ-IS-BAD-DEBT
              ADD WS-ADJ-AMT TO WS-TOTAL-BAD-DEBT-AMT
           ELSE
              ADD WS-ADJ-AMT TO WS-TOTAL-ADJ-EXP-AMT
           END-IF.

           MOVE SPACES           TO SHIP-AUD-REC.
           MOVE WS-RUN-DATE      TO AA-RUN-DATE.
           MOVE AJ-USER-ID       TO AA-USER-ID.
      *    AN ADJUSTMENT INSIDE THE USER'S OWN LIMIT NEEDED NOBODY
           IF WS-ADJ-AMT > WS-USER-LIMIT-AMT
              MOVE AJ-APPROVER-ID TO AA-APPROVER-ID
           END-IF.
           MOVE AJ-REASON-CODE   TO AA-REASON-CODE.
           MOVE AJ-CUST-NO       TO AA-CUST-NO.
           MOVE AJ-ORDER-NO      TO AA-ORDER-NO.
           MOVE WS-ADJ-AMT       TO AA-AMOUNT.
           MOVE WS-BEFORE-IMAGE  TO AA-BEFORE-IMAGE.
           MOVE FIL-ARFILE       TO AA-AFTER-IMAGE.
           MOVE WS-CM-BEFORE-BAL TO AA-CM-BEFORE-BAL.
           MOVE CM-CURR-BALANCE  TO AA-CM-AFTER-BAL.
           MOVE SHIP-AUD-REC     TO FIL-ADJAUD.
           WRITE FIL-ADJAUD.

           MOVE 'POSTED   ' TO WS-REG-STATUS.
           MOVE SPACES      TO WS-REG-REASON.
           MOVE AA-APPROVER-ID TO WS-REG-APPROVER.
           PERFORM R2900-WRITE-REGISTER-LINE.

           MOVE 'BEFORE: '          TO WS-REG-IMAGE-LBL.
           MOVE WS-BEFORE-IMAGE     TO FIL-ARFILE.
           MOVE AR-OPEN-AMT         TO WS-REG-OPEN-AMT.
           MOVE AR-STATUS           TO WS-REG-AR-STATUS.
           MOVE WS-CM-BEFORE-BAL    TO WS-REG-CM-BAL.
           MOVE WS-REG-IMAGE-LINE TO FIL-ADJOUT.
           WRITE FIL-ADJOUT.

           MOVE 'AFTER : '          TO WS-REG-IMAGE-LBL.
           MOVE AA-AFTER-IMAGE      TO FIL-ARFILE.
           MOVE AR-OPEN-AMT         TO WS-REG-OPEN-AMT.
           MOVE AR-STATUS           TO WS-REG-AR-STATUS.
           MOVE CM-CURR-BALANCE     TO WS-REG-CM-BAL.
           MOVE WS-REG-IMAGE-LINE TO FIL-ADJOUT.
           WRITE FIL-ADJOUT.
           MOVE SPACES TO FIL-ADJOUT.


      *  ------
        R2500-HOLD-ADJUSTMENT.
      *  ------
      *    THE CARD GOES OUT AS KEYED, STAMPED WITH THE DAY IT WAS
      *    FIRST HELD - A CARD ALREADY HELD ONCE KEEPS ITS DATE
           DISPLAY '  R2500 HOLD ADJUSTMENT ' AJ-CUST-NO ' '
              AJ-ORDER-NO.
           ADD 1 TO WS-HELD-CNT.
           ADD WS-ADJ-AMT TO WS-HELD-AMT.
           IF AJ-HELD-DATE = SPACES
              MOVE WS-RUN-DATE TO AJ-HELD-DATE
           END-IF.
           MOVE SHIP-ADJ-REC TO FIL-ADJHOLD.
           WRITE FIL-ADJHOLD.

           MOVE 'HELD     '    TO WS-REG-STATUS.
           MOVE WS-REJECT-REASON-TXT TO WS-REG-REASON.
           MOVE AJ-APPROVER-ID TO WS-REG-APPROVER.
           PERFORM R2900-WRITE-REGISTER-LINE.


      *  ------
        R2800-WRITE-REJECT-LINE.
      *  ------
           ADD 1 TO WS-REJECTED-CNT.
           MOVE 'REJECTED '    TO WS-REG-STATUS.
           MOVE WS-REJECT-REASON-TXT TO WS-REG-REASON.
           MOVE AJ-APPROVER-ID TO WS-REG-APPROVER.
           PERFORM R2900-WRITE-REGISTER-LINE.
           DISPLAY '  *** ADJUSTMENT CARD REJECTED FOR CUSTOMER '
              AJ-CUST-NO ' ORDER ' AJ-ORDER-NO ' - '
              WS-REJECT-REASON-TXT.


      *  ------
        R2900-WRITE-REGISTER-LINE.
      *  ------
           MOVE AJ-CUST-NO     TO WS-REG-CUST-NO.
           MOVE AJ-ORDER-NO    TO WS-REG-ORDER-NO.
           MOVE AJ-REASON-CODE TO WS-REG-REASON-CODE.
           MOVE WS-ADJ-AMT     TO WS-REG-AMT.
           MOVE AJ-USER-ID     TO WS-REG-USER.
           MOVE WS-REG-LINE TO FIL-ADJOUT.
           WRITE FIL-ADJOUT.
           MOVE SPACES TO FIL-ADJOUT.


      *  ------
        R3000-WRITE-REGISTER-TRAILER.
      *  ------
           DISPLAY '  R3000 WRITE REGISTER TRAILER'.
           MOVE SPACES TO FIL-ADJOUT.
           WRITE FIL-ADJOUT.
           MOVE WS-POSTED-CNT   TO WS-REG-POSTED.
           MOVE WS-POSTED-AMT   TO WS-REG-POSTED-AMT.
           MOVE WS-HELD-CNT     TO WS-REG-HELD.
           MOVE WS-HELD-AMT     TO WS-REG-HELD-AMT.
           MOVE WS-REJECTED-CNT TO WS-REG-REJECTED.
           MOVE WS-REG-TRL TO FIL-ADJOUT.
           WRITE FIL-ADJOUT.
           MOVE WS-TOTAL-BAD-DEBT-AMT TO WS-REG-BAD-DEBT.
           MOVE WS-TOTAL-ADJ-EXP-AMT  TO WS-REG-ADJ-EXP.
           MOVE WS-ITEMS-CLOSED-CNT   TO WS-REG-CLOSED.
           MOVE WS-REG-TRL2 TO FIL-ADJOUT.
           WRITE FIL-ADJOUT.


      *  ------
        R3200-WRITE-GL-EXTRACT.
      *  ------
      *    EVERY POSTED ADJUSTMENT CAME OFF THE AR CONTROL - THE
      *    DEBIT SIDE SPLITS BY REASON
           DISPLAY '  R3200 WRITE GL EXTRACT'.
           IF WS-TOTAL-BAD-DEBT-AMT NOT = ZEROES
              MOVE WS-GL-ACCT-ALLOWANCE  TO WS-GL-ACCT
              MOVE 'DR'                  TO WS-GL-SIDE
              MOVE WS-TOTAL-BAD-DEBT-AMT TO WS-GL-AMT
              MOVE 'ALLOWANCE - BAD DEBT WRITE-OFF' TO WS-GL-DESC
              PERFORM R3210-WRITE-GL-ENTRY
           END-IF.

           IF WS-TOTAL-ADJ-EXP-AMT NOT = ZEROES
              MOVE WS-GL-ACCT-ADJ-EXP    TO WS-GL-ACCT
              MOVE 'DR'                  TO WS-GL-SIDE
              MOVE WS-TOTAL-ADJ-EXP-AMT  TO WS-GL-AMT
              MOVE 'AR ADJUSTMENTS - SHORT/DISPUTE' TO WS-GL-DESC
              PERFORM R3210-WRITE-GL-ENTRY
           END-IF.

           IF WS-POSTED-AMT NOT = ZEROES
              MOVE WS-GL-ACCT-RECEIVABLE TO WS-GL-ACCT
              MOVE 'CR'                  TO WS-GL-SIDE
              MOVE WS-POSTED-AMT         TO WS-GL-AMT
              MOVE 'ACCTS REC - ADJ/WRITE-OFF' TO WS-GL-DESC
              PERFORM R3210-WRITE-GL-ENTRY
           END-IF.

      *  ------
        R3210-WRITE-GL-ENTRY.
      *  ------
           MOVE SPACES          TO SHIP-GL-REC.
           MOVE WS-RUN-DATE      TO GL-RUN-DATE.
           MOVE WS-GL-ACCT       TO GL-ACCOUNT-CODE.
           MOVE WS-GL-SIDE       TO GL-DR-CR.
           MOVE WS-GL-AMT        TO GL-AMOUNT.
           MOVE WS-GL-DESC       TO GL-DESCRIPTION.
           MOVE SHIP-GL-REC      TO FIL-GLEXT.
           WRITE FIL-GLEXT.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-ADJTRN.
           CLOSE FILE-ADJLIM.
           CLOSE FILE-ARFILE.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-ADJHOLD.
           CLOSE FILE-ADJAUD.
           CLOSE FILE-GLEXT.
           CLOSE FILE-ADJOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           COMPUTE SC-IN-COUNT = WS-POSTED-CNT
                               + WS-HELD-CNT
                               + WS-REJECTED-CNT.
           MOVE WS-POSTED-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
