      **************************************************************
      *
      *  PROGRAM ID ARRECON
      *  DATE CREATED:  15OCT2026
      *
      * MONTHLY AR SUBLEDGER TO GENERAL LEDGER RECONCILIATION -
      * PROVES THAT THE SUM OF AR-OPEN-AMT ON FILE-ARFILE EQUALS
      * THE NET BALANCE OF CONTROL ACCOUNT 100000 ACROSS THE
      * ACCUMULATED GLEXT-FORMAT JOURNAL FILES.  BOTH SIDES ARE
      * ROLLED FORWARD - BEGINNING BALANCE, PLUS SALES, PLUS TAX,
      * LESS RETURNS AND CANCELS, EXCHANGE DIFFERENCES, CASH,
      * REFUNDS AND ANYTHING ELSE, TO THE ENDING BALANCE - AND
      * EVERY LINE OF THE ROLL-FORWARD SHOWS ITS SUBLEDGER FIGURE,
      * ITS GL FIGURE, THE DIFFERENCE AND THE PROGRAM(S) THAT
      * POST IT, SO AN UNRECONCILED DIFFERENCE POINTS AT ITS
      * SOURCE.  THE SUBLEDGER SIDE OF SALES, TAX AND RETURNS
      * COMES FROM THE MONTH'S DAYTRAN; CASH AND REFUNDS LEAVE NO
      * DETAIL OF THEIR OWN, SO THEIR SUBLEDGER FIGURE IS WHAT THE
      * AR FILE MOVED THAT DAYTRAN DOESN'T EXPLAIN.  GL RECORDS
      * ARE TOLD APART BY THE DESCRIPTION EACH POSTING PROGRAM
      * WRITES - A NEW PROGRAM THAT POSTS TO 100000 NEEDS ITS
      * DESCRIPTION ADDED TO R2100 OR IT LANDS IN 'OTHER'.  THE
      * GL ACTIVITY IS ALSO LISTED BY SOURCE PROGRAM.  FINALLY
      * EVERY CUSTOMER WHOSE CM-CURR-BALANCE DOESN'T MATCH THE
      * SUM OF THEIR OPEN AR ITEMS IS LISTED WITH THE DRIFT.
      * A CONTROL ACCOUNT THAT DOESN'T TIE SETS RETURN CODE 8 SO
      * MONTH-END STOPS, SAME AS GLPROOF.  CUSTOMER DRIFT IS
      * REPORTED BUT DOES NOT BY ITSELF STOP THE STREAM.
      *
      * SYSIN CARD 1: FISCAL PERIOD CCYYPP (FISCAL YEAR AND PERIOD
      *               NUMBER ON FILE-FISCAL) - GL RECORDS DATED
      *               BEFORE THE PERIOD'S START DATE MAKE UP THE
      *               BEGINNING BALANCE, GL AND DAYTRAN RECORDS
      *               DATED FROM ITS START DATE THROUGH ITS END DATE
      *               ARE THE PERIOD'S ACTIVITY, AND GL RECORDS
      *               DATED AFTER ITS END DATE ARE COUNTED AND
      *               SKIPPED.  THE CONTROL RECORD ON FILE-ARRCTL
      *               IS KEPT BY THE SAME CCYYPP
      * SYSIN CARD 1 COL 80: 'Y' RUNS THE STEP EVEN WHEN ITS
      *               PREREQUISITES HAVEN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      *  DAN BIEG   15OCT2026 ARADJ ADJUSTMENTS AND WRITE-OFFS TO
      *                       100000 CLASSIFIED AND LISTED AS THEIR
      *                       OWN SOURCE
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      *  DAN BIEG   15OCT2026 FILE-DAYTRAN RECORD WIDENED TO 130 BYTES
      *  DAN BIEG   15OCT2026 CHKVOID VOIDED REFUND CHECKS TO 100000
      *                       CLASSIFIED WITH REFUNDS AND LISTED AS
      *                       THEIR OWN SOURCE
      *  DAN BIEG   15OCT2026 FILE-DAYTRAN RECORD WIDENED TO 150 BYTES
      *  DAN BIEG   15OCT2026 RECONCILE BY FISCAL PERIOD - SYSIN
      *                       PERIOD IS NOW CCYYPP LOOKED UP ON
      *                       FILE-FISCAL; GL AND DAYTRAN SPLIT BY ITS
      *                       START/END DATES AND FILE-ARRCTL KEPT BY
      *                       FISCAL CCYYPP
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       PROGRAM-ID. ARRECON.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-GLEXT ASSIGN TO UT-S-GLEXT.
           SELECT FILE-DAYTRAN ASSIGN TO UT-S-DAYTRAN.
           SELECT FILE-RCNOUT ASSIGN TO UT-S-RCNOUT.
      *    OPTIONAL - THE FIRST RECONCILIATION HAS NO PRIOR PERIOD
           SELECT OPTIONAL FILE-ARRCTL ASSIGN TO UT-S-ARRCTL.
           SELECT FILE-ARFILE ASSIGN TO UT-S-ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARFILE-STATUS.
           SELECT FILE-CUSTMAST ASSIGN TO UT-S-CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT FILE-FISCAL ASSIGN TO UT-S-FISCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FISCAL-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *ACCUMULATED GL JOURNAL-ENTRY EXTRACT RECORDS - EVERY
      *PROGRAM'S, FROM THE START OF THE LEDGER THROUGH THE PERIOD
       FD  FILE-GLEXT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-GLEXT.

       01  FIL-GLEXT         PIC X(60).

      * ---

      *THE MONTH'S ACCUMULATED POSTED TRANSACTION DETAIL
       FD  FILE-DAYTRAN
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-DAYTRAN.

       01  FIL-DAYTRAN       PIC X(150).

      * ---

      *RECONCILIATION REPORT PRINT FILE
       FD  FILE-RCNOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-RCNOUT.

       01  FIL-RCNOUT        PIC X(132).

      * ---

      *RECONCILIATION CONTROL - LAST PERIOD'S SUBLEDGER ENDING
       FD  FILE-ARRCTL
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-ARRCTL.

       01  FIL-ARRCTL        PIC X(80).

      * ---

      *AR OPEN ITEMS - THE SUBLEDGER
       FD  FILE-ARFILE
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ARFILE.

       COPY ARREC
           REPLACING CPY-AR-OPEN-REC BY FIL-ARFILE.

      * ---

      *CUSTOMER MASTER - CM-CURR-BALANCE CHECKED AGAINST OPEN AR
       FD  FILE-CUSTMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTMAST.

       COPY CUSTMAST
           REPLACING CPY-CUST-MAST-REC BY FIL-CUSTMAST.

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

      *    GL JOURNAL-ENTRY RECORD JUST READ
       COPY GLEXTREC
           REPLACING CPY-GL-EXTRACT-REC BY SHIP-GL-REC.

      *    POSTED TRANSACTION JUST READ
       COPY DAYTRAN
           REPLACING CPY-DAY-TRAN-REC BY SHIP-DAYTRAN-REC.

      *    RECONCILIATION CONTROL RECORD
       COPY ARRCTL
           REPLACING CPY-AR-RECON-CTL-REC BY SHIP-ARRCTL-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-GLEXT-SW    PIC X VALUE 'N'.
               88  WS-EOF-GLEXT          VALUE 'Y'.
           02  WS-EOF-DAYTRAN-SW  PIC X VALUE 'N'.
               88  WS-EOF-DAYTRAN        VALUE 'Y'.
           02  WS-EOF-ARFILE-SW   PIC X VALUE 'N'.
               88  WS-EOF-ARFILE         VALUE 'Y'.
           02  WS-EOF-CUSTMAST-SW PIC X VALUE 'N'.
               88  WS-EOF-CUSTMAST       VALUE 'Y'.
           02  WS-EOF-ARRCTL-SW   PIC X VALUE 'N'.
               88  WS-EOF-ARRCTL         VALUE 'Y'.
           02  WS-ARRCTL-FOUND-SW PIC X VALUE 'N'.
               88  WS-ARRCTL-FOUND       VALUE 'Y'.
           02  WS-ARRCTL-STALE-SW PIC X VALUE 'N'.
               88  WS-ARRCTL-STALE       VALUE 'Y'.
           02  WS-OUT-OF-BAL-SW   PIC X VALUE 'N'.
               88  WS-OUT-OF-BALANCE     VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-ARFILE-STATUS     PIC X(2) VALUE '00'.
           88  WS-ARFILE-OK            VALUE '00'.
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTMAST-OK          VALUE '00'.
       01  WS-FISCAL-STATUS     PIC X(2) VALUE '00'.
           88  WS-FISCAL-FOUND         VALUE '00'.
           88  WS-FISCAL-NOTFOUND      VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-PERIOD PIC X(6).
           05  FILLER             PIC X(73).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * SYSIN PARM - THE PERIOD BEING RECONCILED
       01  WS-PARM-PERIOD.
           05  WS-PARM-YYYY       PIC X(4) VALUE SPACES.
           05  WS-PARM-PP         PIC X(2) VALUE SPACES.

      * THE PERIOD'S DATES OFF FILE-FISCAL
       01  WS-PER-START-DATE    PIC X(8) VALUE SPACES.
       01  WS-PER-END-DATE      PIC X(8) VALUE SPACES.

      * THE AR CONTROL ACCOUNT
       01  WS-GL-ACCT-RECEIVABLE PIC X(6) VALUE '100000'.

      * CONTROL RECORD CARRIED FORWARD - WHAT GETS WRITTEN BACK
      * AS THE 'PRIOR' HALF OF THIS PERIOD'S CONTROL RECORD
       01  WS-CARRY-PERIOD       PIC X(6) VALUE SPACES.
       01  WS-CARRY-AR-BAL       PIC S9(11)V99 VALUE ZEROES.

      * GL SIDE - CONTROL ACCOUNT 100000.  BEGINNING IS EVERY
      * POSTING DATED BEFORE THE PERIOD; THE REST IS THE PERIOD'S
      * ACTIVITY, SIGNED AS IT MOVES THE DEBIT BALANCE
       01  WS-GL-BEGIN-BAL       PIC S9(11)V99 VALUE ZEROES.
       01  WS-GL-SALES-AMT       PIC S9(11)V99 VALUE ZEROES.
       01  WS-GL-TAX-AMT         PIC S9(11)V99 VALUE ZEROES.
       01  WS-GL-RETURN-AMT      PIC S9(11)V99 VALUE ZEROES.
       01  WS-GL-EXCH-AMT        PIC S9(11)V99 VALUE ZEROES.
       01  WS-GL-CASH-AMT        PIC S9(11)V99 VALUE ZEROES.
       01  WS-GL-REFUND-AMT      PIC S9(11)V99 VALUE ZEROES.
       01  WS-GL-ADJ-AMT         PIC S9(11)V99 VALUE ZEROES.
       01  WS-GL-OTHER-AMT       PIC S9(11)V99 VALUE ZEROES.
       01  WS-GL-END-BAL         PIC S9(11)V99 VALUE ZEROES.
       01  WS-GL-SIGNED-AMT      PIC S9(11)V99 VALUE ZEROES.

      * GL ACTIVITY FOR THE PERIOD BY SOURCE PROGRAM
       01  WS-SRC-TOTALS.
           05  WS-ORD-DR-AMT      PIC 9(11)V99 VALUE ZEROES.
           05  WS-ORD-CR-AMT      PIC 9(11)V99 VALUE ZEROES.
           05  WS-REV-DR-AMT      PIC 9(11)V99 VALUE ZEROES.
           05  WS-REV-CR-AMT      PIC 9(11)V99 VALUE ZEROES.
           05  WS-CSH-DR-AMT      PIC 9(11)V99 VALUE ZEROES.
           05  WS-CSH-CR-AMT      PIC 9(11)V99 VALUE ZEROES.
           05  WS-RFN-DR-AMT      PIC 9(11)V99 VALUE ZEROES.
           05  WS-RFN-CR-AMT      PIC 9(11)V99 VALUE ZEROES.
           05  WS-VCK-DR-AMT      PIC 9(11)V99 VALUE ZEROES.
           05  WS-VCK-CR-AMT      PIC 9(11)V99 VALUE ZEROES.
           05  WS-ADJ-DR-AMT      PIC 9(11)V99 VALUE ZEROES.
           05  WS-ADJ-CR-AMT      PIC 9(11)V99 VALUE ZEROES.
           05  WS-OTH-DR-AMT      PIC 9(11)V99 VALUE ZEROES.
           05  WS-OTH-CR-AMT      PIC 9(11)V99 VALUE ZEROES.

      * SUBLEDGER SIDE
       01  WS-AR-BEGIN-BAL       PIC S9(11)V99 VALUE ZEROES.
       01  WS-AR-SALES-AMT       PIC S9(11)V99 VALUE ZEROES.
       01  WS-AR-TAX-AMT         PIC S9(11)V99 VALUE ZEROES.
       01  WS-AR-RETURN-AMT      PIC S9(11)V99 VALUE ZEROES.
       01  WS-AR-EXCH-AMT        PIC S9(11)V99 VALUE ZEROES.
       01  WS-AR-CASH-AMT        PIC S9(11)V99 VALUE ZEROES.
       01  WS-AR-END-BAL         PIC S9(11)V99 VALUE ZEROES.

      * OPEN AR BY CUSTOMER, BUILT ON THE AR SWEEP AND CHECKED
      * AGAINST CM-CURR-BALANCE.  HARD LIMIT, SAME RULE AS EVERY
      * OTHER BREAKDOWN TABLE
       01  WS-CA-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-CA-TAB.
           05  WS-CA-ENT OCCURS 2000 TIMES
                          INDEXED BY WS-CA-IDX.
               10  WS-CA-CUST-NO    PIC X(5)      VALUE SPACES.
               10  WS-CA-OPEN-AMT   PIC S9(11)V99 VALUE ZEROES.
               10  WS-CA-MATCHED-SW PIC X         VALUE 'N'.
                   88  WS-CA-MATCHED       VALUE 'Y'.

      * CUSTOMER DRIFT ARITHMETIC
       01  WS-CUST-OPEN-AMT      PIC S9(11)V99 VALUE ZEROES.
       01  WS-DRIFT-AMT          PIC S9(11)V99 VALUE ZEROES.

      * THE RAW FIGURES BEHIND A ROLL-FORWARD LINE
       01  WS-LINE-AR-AMT        PIC S9(11)V99 VALUE ZEROES.
       01  WS-LINE-GL-AMT        PIC S9(11)V99 VALUE ZEROES.
       01  WS-LINE-DIFF-AMT      PIC S9(11)V99 VALUE ZEROES.

      * RUN COUNTS
       01  WS-GL-READ-CNT        PIC 9(7) VALUE ZEROES.
       01  WS-GL-USED-CNT        PIC 9(7) VALUE ZEROES.
       01  WS-GL-LATER-CNT       PIC 9(7) VALUE ZEROES.
       01  WS-DT-USED-CNT        PIC 9(7) VALUE ZEROES.
       01  WS-AR-ITEM-CNT        PIC 9(7) VALUE ZEROES.
       01  WS-CUST-CHECKED-CNT   PIC 9(7) VALUE ZEROES.
       01  WS-CUST-DRIFT-CNT     PIC 9(7) VALUE ZEROES.
       01  WS-TOTAL-DRIFT-AMT    PIC S9(11)V99 VALUE ZEROES.

      * RECONCILIATION REPORT PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(30)
                 VALUE 'AR TO GL RECONCILIATION'.
           05  FILLER             PIC X(11) VALUE '  PERIOD: '.
           05  WS-REG-HDR-PERIOD  PIC X(6).
           05  FILLER             PIC X(2) VALUE ' ('.
           05  WS-REG-HDR-START   PIC X(8).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-REG-HDR-END     PIC X(8).
           05  FILLER             PIC X(1) VALUE ')'.
           05  FILLER             PIC X(11) VALUE '  ACCOUNT: '.
           05  WS-REG-HDR-ACCT    PIC X(6).
           05  FILLER             PIC X(36) VALUE SPACES.

       01  WS-SEC-HDR.
           05  WS-SEC-TITLE       PIC X(50).
           05  FILLER             PIC X(82) VALUE SPACES.

       01  WS-RF-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-RF-LABEL        PIC X(30).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(4) VALUE 'AR: '.
           05  WS-RF-AR-AMT       PIC -----------9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(4) VALUE 'GL: '.
           05  WS-RF-GL-AMT       PIC -----------9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'DIFF: '.
           05  WS-RF-DIFF-AMT     PIC -----------9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-RF-SOURCE       PIC X(17).
           05  FILLER             PIC X(12) VALUE SPACES.

       01  WS-SRC-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-SL-PROGRAM      PIC X(8).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(4) VALUE 'DR: '.
           05  WS-SL-DR-AMT       PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(4) VALUE 'CR: '.
           05  WS-SL-CR-AMT       PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'NET: '.
           05  WS-SL-NET-AMT      PIC -----------9.99.
           05  FILLER             PIC X(57) VALUE SPACES.

       01  WS-DRIFT-LINE.
           05  FILLER             PIC X(7) VALUE '  CUST '.
           05  WS-DL-CUST-NO      PIC X(5).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-DL-CUST-NAME    PIC X(25).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(10) VALUE 'CUSTMAST: '.
           05  WS-DL-BALANCE      PIC -----------9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(9) VALUE 'OPEN AR: '.
           05  WS-DL-OPEN-AMT     PIC -----------9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(7) VALUE 'DRIFT: '.
           05  WS-DL-DRIFT-AMT    PIC -----------9.99.
           05  FILLER             PIC X(12) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER             PIC X(30)
                 VALUE '  NONE'.
           05  FILLER             PIC X(102) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE 'GL READ: '.
           05  WS-REG-GL-READ     PIC ZZZZZZ9.
           05  FILLER             PIC X(14) VALUE '  ON 100000: '.
           05  WS-REG-GL-USED     PIC ZZZZZZ9.
           05  FILLER             PIC X(16) VALUE '  AFTER PERIOD: '.
           05  WS-REG-GL-LATER    PIC ZZZZZZ9.
           05  FILLER             PIC X(11) VALUE '  DAYTRAN: '.
           05  WS-REG-DT-USED     PIC ZZZZZZ9.
           05  FILLER             PIC X(12) VALUE '  AR ITEMS: '.
           05  WS-REG-AR-ITEMS    PIC ZZZZZZ9.
           05  FILLER             PIC X(30) VALUE SPACES.

       01  WS-REG-TRL2.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(20)
                 VALUE 'CUSTOMERS CHECKED: '.
           05  WS-REG-CUST-CHK    PIC ZZZZZZ9.
           05  FILLER             PIC X(14) VALUE '  DRIFTING: '.
           05  WS-REG-CUST-DRIFT  PIC ZZZZZZ9.
           05  FILLER             PIC X(15) VALUE '  TOTAL DRIFT: '.
           05  WS-REG-TOT-DRIFT   PIC -----------9.99.
           05  FILLER             PIC X(52) VALUE SPACES.

       01  WS-VERDICT-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(18)
                 VALUE 'CONTROL ACCOUNT:  '.
           05  WS-VL-VERDICT      PIC X(16).
           05  FILLER             PIC X(96) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1006-LOOKUP-FISCAL-PERIOD.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1007-LOAD-RECON-CONTROL.

           PERFORM R2000-PROCESS-GL-RECORD
              UNTIL WS-EOF-GLEXT.
           PERFORM R2200-PROCESS-DAYTRAN
              UNTIL WS-EOF-DAYTRAN.
           PERFORM R2300-SWEEP-AR-FILE
              UNTIL WS-EOF-ARFILE.

           PERFORM R3000-WRITE-ROLL-FORWARD.
           PERFORM R3200-WRITE-SOURCE-SUMMARY.
           PERFORM R3300-CHECK-CUSTOMER-DRIFT.
           PERFORM R3400-WRITE-TRAILER.
           PERFORM R3500-UPDATE-RECON-CONTROL.
           PERFORM R4000-CLOSE-DATASETS.

      *    A CONTROL ACCOUNT THAT DOESN'T TIE STOPS MONTH-END THE
      *    SAME WAY A GLPROOF DAY OUT OF BALANCE DOES
           IF WS-OUT-OF-BALANCE
              DISPLAY '  *** AR SUBLEDGER DOES NOT TIE TO GL '
                 WS-GL-ACCT-RECEIVABLE ' - SETTING RETURN CODE 8'
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-GLEXT.
           OPEN INPUT  FILE-DAYTRAN.
           OPEN INPUT  FILE-ARFILE.
           OPEN INPUT  FILE-CUSTMAST.
           OPEN INPUT  FILE-FISCAL.
           OPEN OUTPUT FILE-RCNOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-PERIOD TO WS-PARM-PERIOD.
           DISPLAY '  RECONCILING PERIOD: ' WS-PARM-PERIOD.

           MOVE LOW-VALUES TO AR-KEY.
           START FILE-ARFILE KEY >= AR-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-ARFILE-SW
           END-START.

           MOVE LOW-VALUES TO CM-CUST-NO.
           START FILE-CUSTMAST KEY >= CM-CUST-NO
              INVALID KEY MOVE 'Y' TO WS-EOF-CUSTMAST-SW
           END-START.


      *  ------
        R1006-LOOKUP-FISCAL-PERIOD.
      *  ------
           DISPLAY '  R1006 LOOKUP FISCAL PERIOD'.
      *    THE PERIOD MUST BE ON THE CALENDAR - GUESSING AT ITS
      *    DATES WOULD SPLIT BEGINNING BALANCE FROM ACTIVITY ON
      *    THE WRONG DAY
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
           MOVE 'ARRECON' TO SC-STEP-NAME.
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
        R1007-LOAD-RECON-CONTROL.
      *  ------
      *    LAST PERIOD'S SUBLEDGER ENDING IS THIS PERIOD'S BEGINNING.
      *    A RERUN OF THE SAME PERIOD USES THE PRIOR HALF OF THE
      *    RECORD INSTEAD.  NO USABLE RECORD - THE SUBLEDGER IS
      *    ASSUMED TO HAVE STARTED THE PERIOD TIED TO THE GL, AND
      *    R2000 FILLS THE BEGINNING IN ONCE THE GL IS READ
           DISPLAY '  R1007 LOAD RECON CONTROL'.
           OPEN INPUT FILE-ARRCTL.
           PERFORM R1010-READ-RECON-CONTROL
              UNTIL WS-EOF-ARRCTL.
           CLOSE FILE-ARRCTL.

           IF NOT WS-ARRCTL-FOUND
              DISPLAY '  *** NO PRIOR RECONCILIATION ON FILE - '
                 'SUBLEDGER BEGINNING TAKEN AS THE GL BEGINNING'
           END-IF.

      *  ------
        R1010-READ-RECON-CONTROL.
      *  ------
           READ FILE-ARRCTL INTO SHIP-ARRCTL-REC
              AT END MOVE 'Y' TO WS-EOF-ARRCTL-SW
           END-READ.
           IF NOT WS-EOF-ARRCTL
              EVALUATE TRUE
                 WHEN RR-AR-END-BAL NOT NUMERIC
                    OR RR-PRIOR-AR-BAL NOT NUMERIC
                    DISPLAY '  *** RECON CONTROL RECORD NOT '
                       'NUMERIC - IGNORED'
                 WHEN RR-PERIOD = WS-PARM-PERIOD
                    IF RR-PRIOR-PERIOD NOT = SPACES
                       SET WS-ARRCTL-FOUND TO TRUE
                       MOVE RR-PRIOR-PERIOD TO WS-CARRY-PERIOD
                       MOVE RR-PRIOR-AR-BAL TO WS-CARRY-AR-BAL
                       MOVE RR-PRIOR-AR-BAL TO WS-AR-BEGIN-BAL
                    END-IF
                 WHEN RR-PERIOD < WS-PARM-PERIOD
                    SET WS-ARRCTL-FOUND TO TRUE
                    MOVE RR-PERIOD     TO WS-CARRY-PERIOD
                    MOVE RR-AR-END-BAL TO WS-CARRY-AR-BAL
                    MOVE RR-AR-END-BAL TO WS-AR-BEGIN-BAL
                 WHEN OTHER
      *             A LATER PERIOD IS ALREADY ON FILE - RECONCILING
      *             AN OLD PERIOD MUST NOT WIND THE CONTROL BACK
                    SET WS-ARRCTL-STALE TO TRUE
                    DISPLAY '  *** RECON CONTROL ALREADY AT PERIOD '
                       RR-PERIOD ' - CONTROL WILL NOT BE UPDATED'
              END-EVALUATE
           END-IF.


      *  ------
        R2000-PROCESS-GL-RECORD.
      *  ------
           READ FILE-GLEXT INTO SHIP-GL-REC
              AT END MOVE 'Y' TO WS-EOF-GLEXT-SW
           END-READ.

           IF NOT WS-EOF-GLEXT
              ADD 1 TO WS-GL-READ-CNT
              IF GL-ACCOUNT-CODE = WS-GL-ACCT-RECEIVABLE
                 IF GL-IS-DEBIT
                    MOVE GL-AMOUNT TO WS-GL-SIGNED-AMT
                 ELSE
                    COMPUTE WS-GL-SIGNED-AMT = ZEROES - GL-AMOUNT
                 END-IF
                 EVALUATE TRUE
                    WHEN GL-RUN-DATE < WS-PER-START-DATE
                       ADD 1 TO WS-GL-USED-CNT
                       ADD WS-GL-SIGNED-AMT TO WS-GL-BEGIN-BAL
                    WHEN GL-RUN-DATE NOT > WS-PER-END-DATE
                       ADD 1 TO WS-GL-USED-CNT
                       PERFORM R2100-CLASSIFY-GL-RECORD
                    WHEN OTHER
                       ADD 1 TO WS-GL-LATER-CNT
                 END-EVALUATE
              END-IF
           END-IF.

           IF WS-EOF-GLEXT AND NOT WS-ARRCTL-FOUND
              MOVE WS-GL-BEGIN-BAL TO WS-AR-BEGIN-BAL
           END-IF.


      *  ------
        R2100-CLASSIFY-GL-RECORD.
      *  ------
      *    THE DESCRIPTION IS THE ONLY THING ON A GLEXT RECORD THAT
      *    SAYS WHICH PROGRAM WROTE IT.  ANYTHING NOT LISTED HERE
      *    STILL COUNTS TOWARD THE BALANCE, AS 'OTHER'
           EVALUATE GL-DESCRIPTION
              WHEN 'ACCTS RECEIVABLE - DAILY SALES'
                 ADD WS-GL-SIGNED-AMT TO WS-GL-SALES-AMT
                 PERFORM R2110-ADD-ORDERSYS
              WHEN 'ACCTS REC - DAILY RETURNS'
              WHEN 'ACCTS REC - DAILY CANCELS'
                 ADD WS-GL-SIGNED-AMT TO WS-GL-RETURN-AMT
                 PERFORM R2110-ADD-ORDERSYS
              WHEN 'ACCTS REC - EXCHANGE DIFF'
                 ADD WS-GL-SIGNED-AMT TO WS-GL-EXCH-AMT
                 PERFORM R2110-ADD-ORDERSYS
              WHEN 'ACCTS REC - REVIEW APPROVED'
      *          REVDISP USES ONE DESCRIPTION FOR BOTH - THE DEBITS
      *          ARE APPROVED SALES, THE CREDITS RETURNS/CANCELS
                 IF GL-IS-DEBIT
                    ADD WS-GL-SIGNED-AMT TO WS-GL-SALES-AMT
                 ELSE
                    ADD WS-GL-SIGNED-AMT TO WS-GL-RETURN-AMT
                 END-IF
                 PERFORM R2120-ADD-REVDISP
              WHEN 'ACCTS REC - REVIEW EXCH DIFF'
                 ADD WS-GL-SIGNED-AMT TO WS-GL-EXCH-AMT
                 PERFORM R2120-ADD-REVDISP
              WHEN 'ACCTS REC - CASH APPLIED'
                 ADD WS-GL-SIGNED-AMT TO WS-GL-CASH-AMT
                 IF GL-IS-DEBIT
                    ADD GL-AMOUNT TO WS-CSH-DR-AMT
                 ELSE
                    ADD GL-AMOUNT TO WS-CSH-CR-AMT
                 END-IF
              WHEN 'ACCTS REC - CREDIT REFUNDS'
                 ADD WS-GL-SIGNED-AMT TO WS-GL-REFUND-AMT
                 IF GL-IS-DEBIT
                    ADD GL-AMOUNT TO WS-RFN-DR-AMT
                 ELSE
                    ADD GL-AMOUNT TO WS-RFN-CR-AMT
                 END-IF
              WHEN 'ACCTS REC - VOIDED REFUND CHK'
      *          A VOIDED REFUND CHECK PUTS THE CREDIT BACK - IT
      *          UNDOES A REFUND, SO IT NETS IN THE REFUND LINE
                 ADD WS-GL-SIGNED-AMT TO WS-GL-REFUND-AMT
                 IF GL-IS-DEBIT
                    ADD GL-AMOUNT TO WS-VCK-DR-AMT
                 ELSE
                    ADD GL-AMOUNT TO WS-VCK-CR-AMT
                 END-IF
              WHEN 'ACCTS REC - ADJ/WRITE-OFF'
                 ADD WS-GL-SIGNED-AMT TO WS-GL-ADJ-AMT
                 IF GL-IS-DEBIT
                    ADD GL-AMOUNT TO WS-ADJ-DR-AMT
                 ELSE
                    ADD GL-AMOUNT TO WS-ADJ-CR-AMT
                 END-IF
              WHEN OTHER
                 ADD WS-GL-SIGNED-AMT TO WS-GL-OTHER-AMT
                 IF GL-IS-DEBIT
                    ADD GL-AMOUNT TO WS-OTH-DR-AMT
                 ELSE
                    ADD GL-AMOUNT TO WS-OTH-CR-AMT
                 END-IF
           END-EVALUATE.

      *  ------
        R2110-ADD-ORDERSYS.
      *  ------
           IF GL-IS-DEBIT
              ADD GL-AMOUNT TO WS-ORD-DR-AMT
           ELSE
              ADD GL-AMOUNT TO WS-ORD-CR-AMT
           END-IF.

      *  ------
        R2120-ADD-REVDISP.
      *  ------
           IF GL-IS-DEBIT
              ADD GL-AMOUNT TO WS-REV-DR-AMT
           ELSE
              ADD GL-AMOUNT TO WS-REV-CR-AMT
           END-IF.


      *  ------
        R2200-PROCESS-DAYTRAN.
      *  ------
      *    WHAT THE SUBLEDGER SHOULD HAVE DONE FOR SALES, TAX AND
      *    RETURNS - AN AR ITEM OPENS AT AMOUNT PLUS TAX AND A
      *    RETURN OR CANCEL RELIEVES IT AT AMOUNT PLUS TAX.  AN
      *    EXCHANGE NEVER TOUCHES AR, SO IT ADDS NOTHING HERE
           READ FILE-DAYTRAN INTO SHIP-DAYTRAN-REC
              AT END MOVE 'Y' TO WS-EOF-DAYTRAN-SW
           END-READ.

           IF NOT WS-EOF-DAYTRAN
              IF DT-RUN-DATE NOT < WS-PER-START-DATE
                 AND DT-RUN-DATE NOT > WS-PER-END-DATE
                 EVALUATE TRUE
                    WHEN DT-TRANS-IS-SALE
                       ADD 1 TO WS-DT-USED-CNT
                       ADD DT-EXTENDED-AMT TO WS-AR-SALES-AMT
                       ADD DT-TAX-AMT      TO WS-AR-TAX-AMT
                    WHEN DT-TRANS-IS-RETURN OR DT-TRANS-IS-CANCEL
                       ADD 1 TO WS-DT-USED-CNT
                       SUBTRACT DT-EXTENDED-AMT FROM WS-AR-RETURN-AMT
                       SUBTRACT DT-TAX-AMT      FROM WS-AR-RETURN-AMT
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.


      *  ------
        R2300-SWEEP-AR-FILE.
      *  ------
      *    CLOSED ITEMS STAY ON FILE AT ZERO (OR A CREDIT ARREFUND
      *    HAS YET TO PAY OUT), SO EVERY ITEM IS ADDED IN
           READ FILE-ARFILE NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-ARFILE-SW
           END-READ.
           IF NOT WS-ARFILE-OK
              MOVE 'Y' TO WS-EOF-ARFILE-SW
           END-IF.

           IF NOT WS-EOF-ARFILE
              ADD 1 TO WS-AR-ITEM-CNT
              ADD AR-OPEN-AMT TO WS-AR-END-BAL
              SET WS-CA-IDX TO 1
              SEARCH WS-CA-ENT
                 AT END
                    PERFORM R2310-ADD-CUST-ENTRY
                 WHEN WS-CA-CUST-NO(WS-CA-IDX) = AR-CUST-NO
                    CONTINUE
              END-SEARCH
              ADD AR-OPEN-AMT TO WS-CA-OPEN-AMT(WS-CA-IDX)
           END-IF.

      *  ------
        R2310-ADD-CUST-ENTRY.
      *  ------
           IF WS-CA-COUNT >= 2000
              DISPLAY '  *** CUSTOMER AR TABLE FULL AT 2000 '
                 'CUSTOMERS - GROW THE TABLE BEFORE RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-CA-COUNT.
           SET WS-CA-IDX TO WS-CA-COUNT.
           MOVE AR-CUST-NO TO WS-CA-CUST-NO(WS-CA-IDX).


      *  ------
        R3000-WRITE-ROLL-FORWARD.
      *  ------
      *    EACH LINE SHOWS THE SUBLEDGER AND GL FIGURES SIDE BY SIDE
      *    WITH THE PROGRAM(S) RESPONSIBLE.  CASH AND REFUNDS HAVE
      *    NO SUBLEDGER DETAIL FILE, SO THEIR SUBLEDGER FIGURE IS
      *    THE AR MOVEMENT THE DAYTRAN LINES DON'T ACCOUNT FOR -
      *    THE LINE DIFFERENCES THEN ADD UP TO THE ENDING ONE
           DISPLAY '  R3000 WRITE ROLL FORWARD'.
           MOVE WS-PARM-PERIOD        TO WS-REG-HDR-PERIOD.
           MOVE WS-PER-START-DATE     TO WS-REG-HDR-START.
           MOVE WS-PER-END-DATE       TO WS-REG-HDR-END.
           MOVE WS-GL-ACCT-RECEIVABLE TO WS-REG-HDR-ACCT.
           MOVE WS-REG-HDR TO FIL-RCNOUT.
           WRITE FIL-RCNOUT.
           MOVE SPACES TO FIL-RCNOUT.
           WRITE FIL-RCNOUT.

           COMPUTE WS-AR-CASH-AMT = WS-AR-END-BAL - WS-AR-BEGIN-BAL
                                  - WS-AR-SALES-AMT - WS-AR-TAX-AMT
                                  - WS-AR-RETURN-AMT
                                  - WS-AR-EXCH-AMT.
           COMPUTE WS-GL-END-BAL = WS-GL-BEGIN-BAL + WS-GL-SALES-AMT
                                 + WS-GL-TAX-AMT + WS-GL-RETURN-AMT
                                 + WS-GL-EXCH-AMT + WS-GL-CASH-AMT
                                 + WS-GL-REFUND-AMT
                                 + WS-GL-ADJ-AMT
                                 + WS-GL-OTHER-AMT.

           MOVE 'ROLL-FORWARD:' TO WS-SEC-TITLE.
           PERFORM R3010-WRITE-SECTION-HEADER.

           MOVE 'BEGINNING BALANCE'     TO WS-RF-LABEL.
           MOVE WS-AR-BEGIN-BAL         TO WS-LINE-AR-AMT.
           MOVE WS-GL-BEGIN-BAL         TO WS-LINE-GL-AMT.
           MOVE 'PRIOR PERIODS'         TO WS-RF-SOURCE.
           PERFORM R3100-WRITE-RF-LINE.

           MOVE 'PLUS SALES'            TO WS-RF-LABEL.
           MOVE WS-AR-SALES-AMT         TO WS-LINE-AR-AMT.
           MOVE WS-GL-SALES-AMT         TO WS-LINE-GL-AMT.
           MOVE 'ORDERSYS/REVDISP'      TO WS-RF-SOURCE.
           PERFORM R3100-WRITE-RF-LINE.

      *    NO PROGRAM POSTS SALES TAX TO THE CONTROL ACCOUNT TODAY,
      *    THOUGH EVERY AR ITEM CARRIES IT - SO THE GL FIGURE HERE
      *    STAYS ZERO AND THE TAX SHOWS AS A DIFFERENCE UNTIL ONE
      *    DOES
           MOVE 'PLUS SALES TAX'        TO WS-RF-LABEL.
           MOVE WS-AR-TAX-AMT           TO WS-LINE-AR-AMT.
           MOVE WS-GL-TAX-AMT           TO WS-LINE-GL-AMT.
           MOVE 'ORDERSYS/REVDISP'      TO WS-RF-SOURCE.
           PERFORM R3100-WRITE-RF-LINE.

           MOVE 'LESS RETURNS AND CANCELS' TO WS-RF-LABEL.
           MOVE WS-AR-RETURN-AMT        TO WS-LINE-AR-AMT.
           MOVE WS-GL-RETURN-AMT        TO WS-LINE-GL-AMT.
           MOVE 'ORDERSYS/REVDISP'      TO WS-RF-SOURCE.
           PERFORM R3100-WRITE-RF-LINE.

           MOVE 'EXCHANGE PRICE DIFFERENCES' TO WS-RF-LABEL.
           MOVE WS-AR-EXCH-AMT          TO WS-LINE-AR-AMT.
           MOVE WS-GL-EXCH-AMT          TO WS-LINE-GL-AMT.
           MOVE 'ORDERSYS/REVDISP'      TO WS-RF-SOURCE.
           PERFORM R3100-WRITE-RF-LINE.

           MOVE 'LESS CASH/REFUNDS/ADJ/OTHER' TO WS-RF-LABEL.
           MOVE WS-AR-CASH-AMT          TO WS-LINE-AR-AMT.
           COMPUTE WS-LINE-GL-AMT = WS-GL-CASH-AMT + WS-GL-REFUND-AMT
                                  + WS-GL-ADJ-AMT + WS-GL-OTHER-AMT.
           MOVE 'CASH/REFUND/ADJ' TO WS-RF-SOURCE.
           PERFORM R3100-WRITE-RF-LINE.

           MOVE SPACES TO FIL-RCNOUT.
           WRITE FIL-RCNOUT.
           MOVE 'ENDING BALANCE'        TO WS-RF-LABEL.
           MOVE WS-AR-END-BAL           TO WS-LINE-AR-AMT.
           MOVE WS-GL-END-BAL           TO WS-LINE-GL-AMT.
           MOVE 'UNRECONCILED'          TO WS-RF-SOURCE.
           PERFORM R3100-WRITE-RF-LINE.

           IF WS-AR-END-BAL NOT = WS-GL-END-BAL
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.


      *  ------
        R3010-WRITE-SECTION-HEADER.
      *  ------
           MOVE SPACES TO FIL-RCNOUT.
           WRITE FIL-RCNOUT.
           MOVE WS-SEC-HDR TO FIL-RCNOUT.
           WRITE FIL-RCNOUT.
           MOVE SPACES TO FIL-RCNOUT.


      *  ------
        R3100-WRITE-RF-LINE.
      *  ------
      *    DIFFERENCE IS SUBLEDGER LESS GL - POSITIVE MEANS THE AR
      *    FILE CARRIES MORE THAN THE LEDGER WAS TOLD ABOUT
           COMPUTE WS-LINE-DIFF-AMT = WS-LINE-AR-AMT - WS-LINE-GL-AMT.
           MOVE WS-LINE-AR-AMT   TO WS-RF-AR-AMT.
           MOVE WS-LINE-GL-AMT   TO WS-RF-GL-AMT.
           MOVE WS-LINE-DIFF-AMT TO WS-RF-DIFF-AMT.
           IF WS-LINE-DIFF-AMT = ZEROES
              MOVE SPACES TO WS-RF-SOURCE
           END-IF.
           MOVE WS-RF-LINE TO FIL-RCNOUT.
           WRITE FIL-RCNOUT.
           MOVE SPACES TO FIL-RCNOUT.


      *  ------
        R3200-WRITE-SOURCE-SUMMARY.
      *  ------
           DISPLAY '  R3200 WRITE SOURCE SUMMARY'.
           MOVE 'PERIOD POSTINGS TO 100000 BY SOURCE PROGRAM:'
              TO WS-SEC-TITLE.
           PERFORM R3010-WRITE-SECTION-HEADER.

           MOVE 'ORDERSYS'    TO WS-SL-PROGRAM.
           MOVE WS-ORD-DR-AMT TO WS-SL-DR-AMT.
           MOVE WS-ORD-CR-AMT TO WS-SL-CR-AMT.
           COMPUTE WS-LINE-GL-AMT = WS-ORD-DR-AMT - WS-ORD-CR-AMT.
           PERFORM R3210-WRITE-SOURCE-LINE.

           MOVE 'REVDISP'     TO WS-SL-PROGRAM.
           MOVE WS-REV-DR-AMT TO WS-SL-DR-AMT.
           MOVE WS-REV-CR-AMT TO WS-SL-CR-AMT.
           COMPUTE WS-LINE-GL-AMT = WS-REV-DR-AMT - WS-REV-CR-AMT.
           PERFORM R3210-WRITE-SOURCE-LINE.

           MOVE 'CASHAPP'     TO WS-SL-PROGRAM.
           MOVE WS-CSH-DR-AMT TO WS-SL-DR-AMT.
           MOVE WS-CSH-CR-AMT TO WS-SL-CR-AMT.
           COMPUTE WS-LINE-GL-AMT = WS-CSH-DR-AMT - WS-CSH-CR-AMT.
           PERFORM R3210-WRITE-SOURCE-LINE.

           MOVE 'ARREFUND'    TO WS-SL-PROGRAM.
           MOVE WS-RFN-DR-AMT TO WS-SL-DR-AMT.
           MOVE WS-RFN-CR-AMT TO WS-SL-CR-AMT.
           COMPUTE WS-LINE-GL-AMT = WS-RFN-DR-AMT - WS-RFN-CR-AMT.
           PERFORM R3210-WRITE-SOURCE-LINE.

           MOVE 'CHKVOID'     TO WS-SL-PROGRAM.
           MOVE WS-VCK-DR-AMT TO WS-SL-DR-AMT.
           MOVE WS-VCK-CR-AMT TO WS-SL-CR-AMT.
           COMPUTE WS-LINE-GL-AMT = WS-VCK-DR-AMT - WS-VCK-CR-AMT.
           PERFORM R3210-WRITE-SOURCE-LINE.

           MOVE 'ARADJ'       TO WS-SL-PROGRAM.
           MOVE WS-ADJ-DR-AMT TO WS-SL-DR-AMT.
           MOVE WS-ADJ-CR-AMT TO WS-SL-CR-AMT.
           COMPUTE WS-LINE-GL-AMT = WS-ADJ-DR-AMT - WS-ADJ-CR-AMT.
           PERFORM R3210-WRITE-SOURCE-LINE.

           MOVE 'OTHER'       TO WS-SL-PROGRAM.
           MOVE WS-OTH-DR-AMT TO WS-SL-DR-AMT.
           MOVE WS-OTH-CR-AMT TO WS-SL-CR-AMT.
           COMPUTE WS-LINE-GL-AMT = WS-OTH-DR-AMT - WS-OTH-CR-AMT.
           PERFORM R3210-WRITE-SOURCE-LINE.

      *  ------
        R3210-WRITE-SOURCE-LINE.
      *  ------
           MOVE WS-LINE-GL-AMT TO WS-SL-NET-AMT.
           MOVE WS-SRC-LINE TO FIL-RCNOUT.
           WRITE FIL-RCNOUT.
           MOVE SPACES TO FIL-RCNOUT.


      *  ------
        R3300-CHECK-CUSTOMER-DRIFT.
      *  ------
           DISPLAY '  R3300 CHECK CUSTOMER DRIFT'.
           MOVE 'CUSTOMER BALANCE VS OPEN AR ITEMS (DRIFT ONLY):'
              TO WS-SEC-TITLE.
           PERFORM R3010-WRITE-SECTION-HEADER.

           PERFORM R3310-CHECK-ONE-CUSTOMER
              UNTIL WS-EOF-CUSTMAST.

      *    OPEN AR FOR A CUSTOMER NUMBER THE MASTER DOESN'T HAVE
      *    IS DRIFT TOO - THE WHOLE OPEN AMOUNT
           PERFORM R3330-CHECK-UNMATCHED-AR
              VARYING WS-CA-IDX FROM 1 BY 1
              UNTIL WS-CA-IDX > WS-CA-COUNT.

           IF WS-CUST-DRIFT-CNT = ZEROES
              MOVE WS-NONE-LINE TO FIL-RCNOUT
              WRITE FIL-RCNOUT
              MOVE SPACES TO FIL-RCNOUT
           END-IF.

      *  ------
        R3310-CHECK-ONE-CUSTOMER.
      *  ------
           READ FILE-CUSTMAST NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-CUSTMAST-SW
           END-READ.
           IF NOT WS-CUSTMAST-OK
              MOVE 'Y' TO WS-EOF-CUSTMAST-SW
           END-IF.

           IF NOT WS-EOF-CUSTMAST
              ADD 1 TO WS-CUST-CHECKED-CNT
              MOVE ZEROES TO WS-CUST-OPEN-AMT
              IF WS-CA-COUNT > 0
                 SET WS-CA-IDX TO 1
                 SEARCH WS-CA-ENT
                    AT END
                       CONTINUE
                    WHEN WS-CA-CUST-NO(WS-CA-IDX) = CM-CUST-NO
                       MOVE WS-CA-OPEN-AMT(WS-CA-IDX)
                          TO WS-CUST-OPEN-AMT
                       MOVE 'Y' TO WS-CA-MATCHED-SW(WS-CA-IDX)
                 END-SEARCH
              END-IF
              IF CM-CURR-BALANCE NOT = WS-CUST-OPEN-AMT
                 MOVE CM-CUST-NO       TO WS-DL-CUST-NO
                 MOVE CM-CUST-NAME     TO WS-DL-CUST-NAME
                 MOVE CM-CURR-BALANCE  TO WS-DL-BALANCE
                 COMPUTE WS-DRIFT-AMT =
                    CM-CURR-BALANCE - WS-CUST-OPEN-AMT
                 PERFORM R3320-WRITE-DRIFT-LINE
              END-IF
           END-IF.

      *  ------
        R3320-WRITE-DRIFT-LINE.
      *  ------
           ADD 1 TO WS-CUST-DRIFT-CNT.
           ADD WS-DRIFT-AMT TO WS-TOTAL-DRIFT-AMT.
           MOVE WS-CUST-OPEN-AMT TO WS-DL-OPEN-AMT.
           MOVE WS-DRIFT-AMT     TO WS-DL-DRIFT-AMT.
           MOVE WS-DRIFT-LINE TO FIL-RCNOUT.
           WRITE FIL-RCNOUT.
           MOVE SPACES TO FIL-RCNOUT.

      *  ------
        R3330-CHECK-UNMATCHED-AR.
      *  ------
           IF NOT WS-CA-MATCHED(WS-CA-IDX)
              AND WS-CA-OPEN-AMT(WS-CA-IDX) NOT = ZEROES
              MOVE WS-CA-CUST-NO(WS-CA-IDX)  TO WS-DL-CUST-NO
              MOVE '*** NOT ON CUSTOMER MAST' TO WS-DL-CUST-NAME
              MOVE ZEROES                    TO WS-DL-BALANCE
              MOVE WS-CA-OPEN-AMT(WS-CA-IDX) TO WS-CUST-OPEN-AMT
              COMPUTE WS-DRIFT-AMT = ZEROES - WS-CUST-OPEN-AMT
              PERFORM R3320-WRITE-DRIFT-LINE
           END-IF.


      *  ------
        R3400-WRITE-TRAILER.
      *  ------
           DISPLAY '  R3400 WRITE TRAILER'.
           MOVE SPACES TO FIL-RCNOUT.
           WRITE FIL-RCNOUT.
           MOVE WS-GL-READ-CNT      TO WS-REG-GL-READ.
           MOVE WS-GL-USED-CNT      TO WS-REG-GL-USED.
           MOVE WS-GL-LATER-CNT     TO WS-REG-GL-LATER.
           MOVE WS-DT-USED-CNT      TO WS-REG-DT-USED.
           MOVE WS-AR-ITEM-CNT      TO WS-REG-AR-ITEMS.
           MOVE WS-REG-TRL TO FIL-RCNOUT.
           WRITE FIL-RCNOUT.
           MOVE WS-CUST-CHECKED-CNT TO WS-REG-CUST-CHK.
           MOVE WS-CUST-DRIFT-CNT   TO WS-REG-CUST-DRIFT.
           MOVE WS-TOTAL-DRIFT-AMT  TO WS-REG-TOT-DRIFT.
           MOVE WS-REG-TRL2 TO FIL-RCNOUT.
           WRITE FIL-RCNOUT.
           MOVE SPACES TO FIL-RCNOUT.
           WRITE FIL-RCNOUT.

           IF WS-OUT-OF-BALANCE
              MOVE '** DOES NOT TIE' TO WS-VL-VERDICT
           ELSE
              MOVE 'RECONCILED     ' TO WS-VL-VERDICT
           END-IF.
           MOVE WS-VERDICT-LINE TO FIL-RCNOUT.
           WRITE FIL-RCNOUT.


      *  ------
        R3500-UPDATE-RECON-CONTROL.
      *  ------
      *    THE SUBLEDGER ENDING IS A FACT WHETHER OR NOT IT TIED,
      *    SO IT IS SAVED EITHER WAY FOR NEXT MONTH'S BEGINNING
           IF WS-ARRCTL-STALE
              DISPLAY '  R3500 RECON CONTROL LEFT AS IS'
           ELSE
              DISPLAY '  R3500 UPDATE RECON CONTROL'
              OPEN OUTPUT FILE-ARRCTL
              MOVE SPACES          TO SHIP-ARRCTL-REC
              MOVE WS-PARM-PERIOD  TO RR-PERIOD
              MOVE WS-AR-END-BAL   TO RR-AR-END-BAL
              MOVE WS-CARRY-PERIOD TO RR-PRIOR-PERIOD
              MOVE WS-CARRY-AR-BAL TO RR-PRIOR-AR-BAL
              MOVE SHIP-ARRCTL-REC TO FIL-ARRCTL
              WRITE FIL-ARRCTL
              CLOSE FILE-ARRCTL
           END-IF.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-GLEXT.
           CLOSE FILE-DAYTRAN.
           CLOSE FILE-ARFILE.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-FISCAL.
           CLOSE FILE-RCNOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-GL-READ-CNT TO SC-IN-COUNT.
           MOVE WS-CUST-CHECKED-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
