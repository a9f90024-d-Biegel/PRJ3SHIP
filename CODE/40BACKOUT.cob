      **************************************************************
      *
      *  PROGRAM ID BACKOUT
      *  DATE CREATED:  15OCT2026
      *
      * MASTER FILE BACKOUT - TAKES THE KEYED MASTERS BACK TO THE
      * STATE THEY WERE IN BEFORE AN ORDERSYS (OR REVDISP) RUN THAT
      * ABORTED PART WAY, FROM THE BEFORE-IMAGE JOURNAL THE RUN
      * WROTE (FILE-BIJRNL).  THE JOURNAL IS SORTED BY FILE AND KEY
      * KEEPING THE ORDER IT WAS WRITTEN IN, AND ONLY THE FIRST
      * RECORD FOR EACH KEY IS USED - IT IS THE KEY AS IT STOOD
      * WHEN THE RUN STARTED.  A CHANGED RECORD IS REWRITTEN FROM
      * ITS IMAGE (OR WRITTEN BACK IF IT HAS SINCE GONE), AN ADDED
      * ONE IS DELETED.  EVERY KEY TOUCHED IS PRINTED ON THE BACKOUT
      * REGISTER WITH WHAT WAS DONE TO IT, AND AN ITEM WHOSE ON-HAND
      * QUANTITY MOVES BACK GETS A REVERSING 'RB' RECORD ON THE
      * STOCK LEDGER SO STOCKCRD STILL FOOTS.  RUNNING IT TWICE
      * AGAINST THE SAME JOURNAL CHANGES NOTHING THE SECOND TIME.
      *
      * THE JOURNAL HAS TO BE FED IN THE ORDER THE RUNS WERE MADE -
      * WHEN REVDISP RAN AFTER ORDERSYS AND BOTH ARE TO COME OUT,
      * CONCATENATE ORDERSYS'S JOURNAL FIRST.  ONLY THE KEYED
      * MASTERS COME BACK - THE GL EXTRACT, DAYTRAN, PERIOD MASTER
      * AND OTHER SEQUENTIAL OUTPUTS OF THE FAILED RUN ARE REPLACED
      * OR DISCARDED BY THE RERUN AS USUAL.  A RUN THAT ENDED CLEAN
      * BUT STILL HAS TO COME OUT IS LOGGED COMPLETE ON THE STEP
      * LOG, SO ITS RERUN NEEDS THE FORCE PARM.
      *
      * RETURN CODE 8 WHEN ANY KEY COULD NOT BE PUT BACK (THE
      * MASTERS ARE PART RESTORED - FIX AND RERUN), 4 WHEN THE
      * JOURNAL WAS EMPTY, OTHERWISE ZERO.
      *
      * SYSIN CARD 1: COL 1     'Y' = TRIAL (REGISTER ONLY, NOTHING
      *                         IS RESTORED)
      *               COL 80    'Y' = RUN EVEN WHEN A PREREQUISITE
      *                         STEP HASN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      *  DAN BIEG   15OCT2026 RMAFILE IS PUT BACK TOO - A RETURN THAT
      *                       MARKED ITS RMA RECEIVED IN THE FAILED
      *                       RUN LEAVES IT OPEN AGAIN FOR THE RERUN
      *  DAN BIEG   15OCT2026 WHSTOCK IS PUT BACK TOO - THE WAREHOUSE
      *                       SHARES THE FAILED RUN MOVED (OR STARTED
      *                       AT ZERO) RETURN WITH THE ITEM TOTALS
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       PROGRAM-ID. BACKOUT.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-BIJRNL ASSIGN TO UT-S-BIJRNL.
           SELECT FILE-SORTWK ASSIGN TO UT-S-SORTWK.
           SELECT FILE-BKOREG ASSIGN TO UT-S-BKOREG.
           SELECT FILE-ITEMMAST ASSIGN TO UT-S-ITEMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT FILE-CUSTMAST ASSIGN TO UT-S-CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT FILE-ARFILE ASSIGN TO UT-S-ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARFILE-STATUS.
           SELECT FILE-BACKORD ASSIGN TO UT-S-BACKORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BO-ORDER-NO
               FILE STATUS IS WS-BACKORD-STATUS.
      *    OPTIONAL, THE SAME AS ORDERSYS
           SELECT OPTIONAL FILE-ORDHIST ASSIGN TO UT-S-ORDHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OH-ORDER-NO
               FILE STATUS IS WS-ORDHIST-STATUS.
           SELECT FILE-RMAFILE ASSIGN TO UT-S-RMAFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-RMA-NO
               FILE STATUS IS WS-RMAFILE-STATUS.
           SELECT FILE-WHSTOCK ASSIGN TO UT-S-WHSTOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WHSTOCK-STATUS.
      *    OPTIONAL - THE FIRST PROGRAM TO MOVE STOCK CREATES THE
      *    LEDGER WITH ITS OPEN EXTEND
           SELECT OPTIONAL FILE-STKLEDG ASSIGN TO UT-S-STKLEDG.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *BEFORE-IMAGE JOURNAL WRITTEN BY THE RUN BEING BACKED OUT
       FD  FILE-BIJRNL
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-BIJRNL.

       01  FIL-BIJRNL        PIC X(150).

      * ---

      *SORT WORK - JOURNAL RECORDS KEYED BY FILE AND KEY, THEN THE
      *ORDER THEY WERE WRITTEN IN
       SD  FILE-SORTWK
              DATA RECORD IS SRT-REC.

       01  SRT-REC.
           05  SRT-FILE-ID        PIC X(2).
           05  SRT-KEY            PIC X(11).
           05  SRT-SEQ-NO         PIC 9(9).
           05  SRT-JRNL           PIC X(150).

      * ---

      *BACKOUT REGISTER PRINT FILE
       FD  FILE-BKOREG
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-BKOREG.

       01  FIL-BKOREG        PIC X(132).

      * ---

      *THE MASTERS THE JOURNAL CAN NAME - I-O, THEIR RECORDS GO
      *BACK AS THEY WERE
       FD  FILE-ITEMMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ITEMMAST.

       COPY ITEMMAST
           REPLACING CPY-ITEM-MAST-REC BY FIL-ITEMMAST.

      * ---

       FD  FILE-CUSTMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTMAST.

       COPY CUSTMAST
           REPLACING CPY-CUST-MAST-REC BY FIL-CUSTMAST.

      * ---

       FD  FILE-ARFILE
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ARFILE.

       COPY ARREC
           REPLACING CPY-AR-OPEN-REC BY FIL-ARFILE.

      * ---

       FD  FILE-BACKORD
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-BACKORD.

       COPY BACKORD
           REPLACING CPY-BACKORD-REC BY FIL-BACKORD.

      * ---

       FD  FILE-ORDHIST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ORDHIST.

       COPY ORDHISTREC
           REPLACING CPY-ORDER-HIST-REC BY FIL-ORDHIST.

      * ---

       FD  FILE-RMAFILE
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-RMAFILE.

       COPY RMAREC
           REPLACING CPY-RMA-REC BY FIL-RMAFILE.

      * ---

       FD  FILE-WHSTOCK
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-WHSTOCK.

       COPY WHSTOCK
           REPLACING CPY-WHSE-STOCK-REC BY FIL-WHSTOCK.

      * ---

      *STOCK LEDGER - ONE REVERSING RECORD PER ITEM WHOSE ON-HAND
      *QUANTITY IS PUT BACK
       FD  FILE-STKLEDG
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-STKLEDG.

       01  FIL-STKLEDG       PIC X(80).

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    JOURNAL RECORD AS READ / AS SORTED
       COPY BIJRNL
           REPLACING CPY-BI-JRNL-REC BY SHIP-BIJ-REC.

      *    STOCK LEDGER REVERSING RECORD BUILT FOR FILE-STKLEDG
       COPY STKLEDG
           REPLACING CPY-STK-LEDG-REC BY SHIP-STK-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-BIJRNL-SW   PIC X VALUE 'N'.
               88  WS-EOF-BIJRNL         VALUE 'Y'.
           02  WS-EOF-SORT-SW     PIC X VALUE 'N'.
               88  WS-EOF-SORT           VALUE 'Y'.
           02  WS-ON-FILE-SW      PIC X VALUE 'N'.
               88  WS-ON-FILE            VALUE 'Y'.
           02  WS-IO-FAILED-SW    PIC X VALUE 'N'.
               88  WS-IO-FAILED          VALUE 'Y'.
      *    WHAT THE FIRST IMAGE FOR A KEY CALLS FOR
           02  WS-RESTORE-SW      PIC X VALUE SPACES.
               88  WS-DO-REWRITE         VALUE 'R'.
               88  WS-DO-WRITE           VALUE 'W'.
               88  WS-DO-DELETE          VALUE 'D'.
               88  WS-DO-NOTHING         VALUE 'N'.

      * MASTER FILE STATUSES
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-ITEMMAST-FOUND       VALUE '00'.
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTMAST-FOUND       VALUE '00'.
       01  WS-ARFILE-STATUS     PIC X(2) VALUE '00'.
           88  WS-ARFILE-OK            VALUE '00'.
       01  WS-BACKORD-STATUS    PIC X(2) VALUE '00'.
           88  WS-BACKORD-OK           VALUE '00'.
       01  WS-ORDHIST-STATUS    PIC X(2) VALUE '00'.
           88  WS-ORDHIST-OK           VALUE '00'.
       01  WS-RMAFILE-STATUS    PIC X(2) VALUE '00'.
           88  WS-RMAFILE-OK           VALUE '00'.
       01  WS-WHSTOCK-STATUS    PIC X(2) VALUE '00'.
           88  WS-WHSTOCK-OK           VALUE '00'.
      * THE STATUS OF WHICHEVER MASTER JUST FAILED, FOR THE MESSAGE
       01  WS-IO-STATUS         PIC X(2) VALUE SPACES.

      * SYSIN PARM - TRIAL FLAG AND STEP FORCE
       01  WS-PARM-CARD.
           05  WS-PARM-TRIAL-SW   PIC X(1).
               88  WS-PARM-TRIAL       VALUE 'Y'.
           05  FILLER             PIC X(78).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * ORDER THE JOURNAL WAS WRITTEN IN - CARRIED THROUGH THE SORT
      * SO THE FIRST IMAGE OF A KEY STAYS FIRST
       01  WS-SEQ-NO             PIC 9(9) VALUE ZEROES.

      * THE FILE AND KEY OF THE LAST JOURNAL RECORD RETURNED - A NEW
      * ONE STARTS A NEW KEY
       01  WS-PREV-GROUP.
           05  WS-PREV-FILE-ID    PIC X(2) VALUE LOW-VALUES.
           05  WS-PREV-KEY        PIC X(11) VALUE LOW-VALUES.
       01  WS-CURR-GROUP.
           05  WS-CURR-FILE-ID    PIC X(2).
           05  WS-CURR-KEY        PIC X(11).

      * BEFORE AND AFTER FIGURES FOR THE REGISTER DETAIL
       01  WS-QTY-BEFORE         PIC S9(7) VALUE ZEROES.
       01  WS-QTY-AFTER          PIC S9(7) VALUE ZEROES.
       01  WS-AMT-BEFORE         PIC S9(9)V99 VALUE ZEROES.
       01  WS-AMT-AFTER          PIC S9(9)V99 VALUE ZEROES.
       01  WS-ED-QTY-BEFORE      PIC -------9.
       01  WS-ED-QTY-AFTER       PIC -------9.
       01  WS-ED-AMT-BEFORE      PIC -,---,---,--9.99.
       01  WS-ED-AMT-AFTER       PIC -,---,---,--9.99.

      * RUN COUNTS FOR THE TRAILER
       01  WS-JRNL-READ-CNT      PIC 9(9) VALUE ZEROES.
       01  WS-KEY-CNT            PIC 9(9) VALUE ZEROES.
       01  WS-RESTORED-CNT       PIC 9(9) VALUE ZEROES.
       01  WS-READDED-CNT        PIC 9(9) VALUE ZEROES.
       01  WS-REMOVED-CNT        PIC 9(9) VALUE ZEROES.
       01  WS-GONE-CNT           PIC 9(9) VALUE ZEROES.
       01  WS-SKIPPED-CNT        PIC 9(9) VALUE ZEROES.
       01  WS-FAIL-CNT           PIC 9(9) VALUE ZEROES.
       01  WS-LEDG-CNT           PIC 9(9) VALUE ZEROES.
       01  WS-BACKED-OUT-CNT     PIC 9(9) VALUE ZEROES.

      * BACKOUT REGISTER PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(30)
                 VALUE 'MASTER FILE BACKOUT REGISTER'.
           05  WS-REG-HDR-TRIAL   PIC X(20).
           05  FILLER             PIC X(72) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-RL-FILE         PIC X(8).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-RL-KEY          PIC X(11).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-RL-PROGRAM      PIC X(8).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-RL-RUN-DATE     PIC X(8).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-RL-DOC-NO       PIC X(10).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-RL-ACTION       PIC X(12).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-RL-DETAIL       PIC X(44).
           05  FILLER             PIC X(17) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(14) VALUE 'JOURNAL READ: '.
           05  WS-RT-READ         PIC ZZZZZZZZ9.
           05  FILLER             PIC X(8) VALUE '  KEYS: '.
           05  WS-RT-KEYS         PIC ZZZZZZZZ9.
           05  FILLER             PIC X(12) VALUE '  RESTORED: '.
           05  WS-RT-RESTORED     PIC ZZZZZZZZ9.
           05  FILLER             PIC X(12) VALUE '  RE-ADDED: '.
           05  WS-RT-READDED      PIC ZZZZZZZZ9.
           05  FILLER             PIC X(11) VALUE '  REMOVED: '.
           05  WS-RT-REMOVED      PIC ZZZZZZZZ9.
           05  FILLER             PIC X(10) VALUE '  FAILED: '.
           05  WS-RT-FAILED       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(9) VALUE SPACES.

       01  WS-REG-TRL2.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(22)
                 VALUE 'LATER IMAGES SKIPPED: '.
           05  WS-RT-SKIPPED      PIC ZZZZZZZZ9.
           05  FILLER             PIC X(16) VALUE '  ALREADY GONE: '.
           05  WS-RT-GONE         PIC ZZZZZZZZ9.
           05  FILLER             PIC X(18)
                 VALUE '  LEDGER RECORDS: '.
           05  WS-RT-LEDG         PIC ZZZZZZZZ9.
           05  FILLER             PIC X(47) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
      *    A TRIAL ONLY PRINTS - IT NEITHER WAITS ON THE STREAM NOR
      *    COUNTS AS A RUN OF THE STEP
           IF NOT WS-PARM-TRIAL
              PERFORM R1090-LOG-STEP-START
           END-IF.
           PERFORM R1200-WRITE-REGISTER-HEADER.

           SORT FILE-SORTWK
              ON ASCENDING KEY SRT-FILE-ID
                               SRT-KEY
                               SRT-SEQ-NO
              INPUT PROCEDURE IS R2000-RELEASE-JOURNAL
              OUTPUT PROCEDURE IS R2500-BACK-OUT-KEYS.

           PERFORM R3000-WRITE-REGISTER-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.

      *    A KEY THAT WOULDN'T GO BACK LEAVES THE MASTERS PART
      *    RESTORED - NOTHING DOWNSTREAM MAY RUN ON THEM UNTIL IT
      *    IS FIXED AND THIS IS RUN AGAIN
           IF WS-FAIL-CNT > 0
              DISPLAY '  *** ' WS-FAIL-CNT ' KEY(S) COULD NOT BE '
                 'RESTORED - SETTING RETURN CODE 8'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-JRNL-READ-CNT = ZEROES
                 DISPLAY '  *** JOURNAL IS EMPTY - NOTHING TO BACK '
                    'OUT - SETTING RETURN CODE 4'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-BIJRNL.
           OPEN OUTPUT FILE-BKOREG.
      *    I-O EVEN ON A TRIAL, THE SAME AS ARREFUND - A TRIAL READS
      *    EVERY KEY THE REAL RUN WOULD AND SIMPLY NEVER WRITES
           OPEN I-O    FILE-ITEMMAST.
           OPEN I-O    FILE-CUSTMAST.
           OPEN I-O    FILE-ARFILE.
           OPEN I-O    FILE-BACKORD.
           OPEN I-O    FILE-ORDHIST.
           OPEN I-O    FILE-RMAFILE.
           OPEN I-O    FILE-WHSTOCK.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-TRIAL
              DISPLAY '  *** TRIAL RUN - REGISTER ONLY, NOTHING IS '
                 'RESTORED'
           ELSE
      *       EXTEND - THE REVERSING MOVEMENTS JOIN THE LEDGER
              OPEN EXTEND FILE-STKLEDG
           END-IF.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'BACKOUT' TO SC-STEP-NAME.
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
           IF WS-PARM-TRIAL
              MOVE ' *** TRIAL ONLY ***' TO WS-REG-HDR-TRIAL
           ELSE
              MOVE SPACES TO WS-REG-HDR-TRIAL
           END-IF.
           MOVE WS-REG-HDR TO FIL-BKOREG.
           WRITE FIL-BKOREG.
           MOVE SPACES TO FIL-BKOREG.
           WRITE FIL-BKOREG.


      *  ------
        R2000-RELEASE-JOURNAL.
      *  ------
           PERFORM R2100-RELEASE-ONE-IMAGE
              UNTIL WS-EOF-BIJRNL.

      *  ------
        R2100-RELEASE-ONE-IMAGE.
      *  ------
           READ FILE-BIJRNL INTO SHIP-BIJ-REC
              AT END MOVE 'Y' TO WS-EOF-BIJRNL-SW
           END-READ.

           IF NOT WS-EOF-BIJRNL
              ADD 1 TO WS-SEQ-NO
              ADD 1 TO WS-JRNL-READ-CNT
              MOVE BJ-FILE-ID   TO SRT-FILE-ID
              MOVE BJ-KEY       TO SRT-KEY
              MOVE WS-SEQ-NO    TO SRT-SEQ-NO
              MOVE SHIP-BIJ-REC TO SRT-JRNL
              RELEASE SRT-REC
           END-IF.


      *  ------
        R2500-BACK-OUT-KEYS.
      *  ------
           PERFORM R2510-RETURN-ONE-IMAGE
              UNTIL WS-EOF-SORT.

      *  ------
        R2510-RETURN-ONE-IMAGE.
      *  ------
      *    THE FIRST IMAGE OF A KEY IS HOW IT STOOD BEFORE THE RUN
      *    TOUCHED IT - ANY LATER ONES ARE STATES THE RUN ITSELF
      *    PUT IT IN, AND ARE PASSED OVER
           RETURN FILE-SORTWK
              AT END MOVE 'Y' TO WS-EOF-SORT-SW
           END-RETURN.

           IF NOT WS-EOF-SORT
              MOVE SRT-JRNL TO SHIP-BIJ-REC
              MOVE BJ-FILE-ID TO WS-CURR-FILE-ID
              MOVE BJ-KEY     TO WS-CURR-KEY
              IF WS-CURR-GROUP = WS-PREV-GROUP
                 ADD 1 TO WS-SKIPPED-CNT
              ELSE
                 MOVE WS-CURR-GROUP TO WS-PREV-GROUP
                 ADD 1 TO WS-KEY-CNT
                 PERFORM R2600-RESTORE-KEY
              END-IF
           END-IF.


      *  ------
        R2600-RESTORE-KEY.
      *  ------
           MOVE 'N'    TO WS-IO-FAILED-SW.
           MOVE 'N'    TO WS-ON-FILE-SW.
           MOVE SPACES TO WS-RESTORE-SW.
           MOVE SPACES TO WS-RL-DETAIL.
           MOVE SPACES TO WS-IO-STATUS.

           IF NOT BJ-ACTION-CHANGED AND NOT BJ-ACTION-ADDED
              MOVE 'UNKNOWN' TO WS-RL-FILE
              MOVE 'BAD ACTION CODE ON JOURNAL RECORD'
                 TO WS-RL-DETAIL
              SET WS-IO-FAILED TO TRUE
           ELSE
              EVALUATE TRUE
                 WHEN BJ-FILE-ITEMMAST
                    PERFORM R2610-RESTORE-ITEMMAST
                 WHEN BJ-FILE-CUSTMAST
                    PERFORM R2620-RESTORE-CUSTMAST
                 WHEN BJ-FILE-ARFILE
                    PERFORM R2630-RESTORE-ARFILE
                 WHEN BJ-FILE-BACKORD
                    PERFORM R2640-RESTORE-BACKORD
                 WHEN BJ-FILE-ORDHIST
                    PERFORM R2650-RESTORE-ORDHIST
                 WHEN BJ-FILE-RMAFILE
                    PERFORM R2660-RESTORE-RMAFILE
                 WHEN BJ-FILE-WHSTOCK
                    PERFORM R2670-RESTORE-WHSTOCK
                 WHEN OTHER
                    MOVE 'UNKNOWN' TO WS-RL-FILE
                    MOVE 'BAD FILE ID ON JOURNAL RECORD'
                       TO WS-RL-DETAIL
                    SET WS-IO-FAILED TO TRUE
              END-EVALUATE
           END-IF.

           PERFORM R2700-WRITE-REGISTER-LINE.


      *  ------
        R2610-RESTORE-ITEMMAST.
      *  ------
           MOVE 'ITEMMAST' TO WS-RL-FILE.
           MOVE '00' TO WS-ITEMMAST-STATUS.
           MOVE BJ-KEY TO IM-ITEM-CODE.
           READ FILE-ITEMMAST
               INVALID KEY MOVE '23' TO WS-ITEMMAST-STATUS
           END-READ.
           MOVE ZEROES TO WS-QTY-BEFORE.
           IF WS-ITEMMAST-FOUND
              SET WS-ON-FILE TO TRUE
              MOVE IM-ON-HAND-QTY TO WS-QTY-BEFORE
           END-IF.
           PERFORM R2690-DECIDE-RESTORE.

      *    THE RECORD KEY IS ALREADY IN PLACE FOR A DELETE; ANY
      *    OTHER RESTORE PUTS THE WHOLE IMAGE BACK
           MOVE ZEROES TO WS-QTY-AFTER.
           IF NOT WS-DO-DELETE AND NOT WS-DO-NOTHING
              MOVE BJ-IMAGE TO FIL-ITEMMAST
              MOVE IM-ON-HAND-QTY TO WS-QTY-AFTER
           END-IF.

           IF NOT WS-PARM-TRIAL
              EVALUATE TRUE
                 WHEN WS-DO-DELETE
                    DELETE FILE-ITEMMAST
                       INVALID KEY
                          MOVE WS-ITEMMAST-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-DELETE
                 WHEN WS-DO-REWRITE
                    REWRITE FIL-ITEMMAST
                       INVALID KEY
                          MOVE WS-ITEMMAST-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-REWRITE
                 WHEN WS-DO-WRITE
                    WRITE FIL-ITEMMAST
                       INVALID KEY
                          MOVE WS-ITEMMAST-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-WRITE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           MOVE WS-QTY-BEFORE TO WS-ED-QTY-BEFORE.
           MOVE WS-QTY-AFTER  TO WS-ED-QTY-AFTER.
           STRING 'ON HAND ' WS-ED-QTY-BEFORE ' TO '
              WS-ED-QTY-AFTER
              DELIMITED BY SIZE INTO WS-RL-DETAIL.

      *    SHELF STOCK THE RUN MOVED IS MOVED BACK ON THE LEDGER TOO
           IF NOT WS-PARM-TRIAL
              AND NOT WS-IO-FAILED
              AND WS-QTY-AFTER NOT = WS-QTY-BEFORE
              PERFORM R2615-WRITE-STOCK-LEDGER
           END-IF.

      *  ------
        R2615-WRITE-STOCK-LEDGER.
      *  ------
      *    THE REVERSAL IS DATED FOR THE RUN IT UNDOES, SO THE DAY'S
      *    MOVEMENTS NET OUT, AND NAMES THAT RUN AS ITS DOCUMENT
           MOVE SPACES           TO SHIP-STK-REC.
           MOVE BJ-KEY           TO SK-ITEM-CODE.
           MOVE BJ-RUN-DATE      TO SK-MOVE-DATE.
           MOVE 'BACKOUT'        TO SK-PROGRAM.
           MOVE BJ-PROGRAM       TO SK-DOC-NO.
           SET SK-MOVE-BACKOUT   TO TRUE.
           MOVE ZEROES           TO SK-QTY-IN.
           MOVE ZEROES           TO SK-QTY-OUT.
           IF WS-QTY-AFTER > WS-QTY-BEFORE
              COMPUTE SK-QTY-IN = WS-QTY-AFTER - WS-QTY-BEFORE
           ELSE
              COMPUTE SK-QTY-OUT = WS-QTY-BEFORE - WS-QTY-AFTER
           END-IF.
           MOVE WS-QTY-AFTER     TO SK-ON-HAND-AFTER.
           IF WS-DO-DELETE
              MOVE ZEROES        TO SK-UNIT-COST
           ELSE
              MOVE IM-UNIT-COST  TO SK-UNIT-COST
           END-IF.
           MOVE SHIP-STK-REC     TO FIL-STKLEDG.
           WRITE FIL-STKLEDG.
           ADD 1 TO WS-LEDG-CNT.


      *  ------
        R2620-RESTORE-CUSTMAST.
      *  ------
           MOVE 'CUSTMAST' TO WS-RL-FILE.
           MOVE '00' TO WS-CUSTMAST-STATUS.
           MOVE BJ-KEY TO CM-CUST-NO.
           READ FILE-CUSTMAST
               INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
           END-READ.
           MOVE ZEROES TO WS-AMT-BEFORE.
           IF WS-CUSTMAST-FOUND
              SET WS-ON-FILE TO TRUE
              MOVE CM-CURR-BALANCE TO WS-AMT-BEFORE
           END-IF.
           PERFORM R2690-DECIDE-RESTORE.

           MOVE ZEROES TO WS-AMT-AFTER.
           IF NOT WS-DO-DELETE AND NOT WS-DO-NOTHING
              MOVE BJ-IMAGE TO FIL-CUSTMAST
              MOVE CM-CURR-BALANCE TO WS-AMT-AFTER
           END-IF.

           IF NOT WS-PARM-TRIAL
              EVALUATE TRUE
                 WHEN WS-DO-DELETE
                    DELETE FILE-CUSTMAST
                       INVALID KEY
                          MOVE WS-CUSTMAST-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-DELETE
                 WHEN WS-DO-REWRITE
                    REWRITE FIL-CUSTMAST
                       INVALID KEY
                          MOVE WS-CUSTMAST-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-REWRITE
                 WHEN WS-DO-WRITE
                    WRITE FIL-CUSTMAST
                       INVALID KEY
                          MOVE WS-CUSTMAST-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-WRITE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           MOVE WS-AMT-BEFORE TO WS-ED-AMT-BEFORE.
           MOVE WS-AMT-AFTER  TO WS-ED-AMT-AFTER.
           STRING 'BALANCE ' WS-ED-AMT-BEFORE ' TO '
              WS-ED-AMT-AFTER
              DELIMITED BY SIZE INTO WS-RL-DETAIL.


      *  ------
        R2630-RESTORE-ARFILE.
      *  ------
           MOVE 'ARFILE' TO WS-RL-FILE.
           MOVE '00' TO WS-ARFILE-STATUS.
           MOVE BJ-KEY TO AR-KEY.
           READ FILE-ARFILE
               INVALID KEY MOVE '23' TO WS-ARFILE-STATUS
           END-READ.
           MOVE ZEROES TO WS-AMT-BEFORE.
           IF WS-ARFILE-OK
              SET WS-ON-FILE TO TRUE
              MOVE AR-OPEN-AMT TO WS-AMT-BEFORE
           END-IF.
           PERFORM R2690-DECIDE-RESTORE.

           MOVE ZEROES TO WS-AMT-AFTER.
           IF NOT WS-DO-DELETE AND NOT WS-DO-NOTHING
              MOVE BJ-IMAGE TO FIL-ARFILE
              MOVE AR-OPEN-AMT TO WS-AMT-AFTER
           END-IF.

           IF NOT WS-PARM-TRIAL
              EVALUATE TRUE
                 WHEN WS-DO-DELETE
                    DELETE FILE-ARFILE
                       INVALID KEY
                          MOVE WS-ARFILE-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-DELETE
                 WHEN WS-DO-REWRITE
                    REWRITE FIL-ARFILE
                       INVALID KEY
                          MOVE WS-ARFILE-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-REWRITE
                 WHEN WS-DO-WRITE
                    WRITE FIL-ARFILE
                       INVALID KEY
                          MOVE WS-ARFILE-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-WRITE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           MOVE WS-AMT-BEFORE TO WS-ED-AMT-BEFORE.
           MOVE WS-AMT-AFTER  TO WS-ED-AMT-AFTER.
           STRING 'OPEN ' WS-ED-AMT-BEFORE ' TO '
              WS-ED-AMT-AFTER
              DELIMITED BY SIZE INTO WS-RL-DETAIL.


      *  ------
        R2640-RESTORE-BACKORD.
      *  ------
           MOVE 'BACKORD' TO WS-RL-FILE.
           MOVE '00' TO WS-BACKORD-STATUS.
           MOVE BJ-KEY TO BO-ORDER-NO.
           READ FILE-BACKORD
               INVALID KEY MOVE '23' TO WS-BACKORD-STATUS
           END-READ.
           IF WS-BACKORD-OK
              SET WS-ON-FILE TO TRUE
           END-IF.
           PERFORM R2690-DECIDE-RESTORE.

           IF NOT WS-DO-DELETE AND NOT WS-DO-NOTHING
              MOVE BJ-IMAGE TO FIL-BACKORD
           END-IF.

           IF NOT WS-PARM-TRIAL
              EVALUATE TRUE
                 WHEN WS-DO-DELETE
                    DELETE FILE-BACKORD
                       INVALID KEY
                          MOVE WS-BACKORD-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-DELETE
                 WHEN WS-DO-REWRITE
                    REWRITE FIL-BACKORD
                       INVALID KEY
                          MOVE WS-BACKORD-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-REWRITE
                 WHEN WS-DO-WRITE
                    WRITE FIL-BACKORD
                       INVALID KEY
                          MOVE WS-BACKORD-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-WRITE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.


      *  ------
        R2650-RESTORE-ORDHIST.
      *  ------
           MOVE 'ORDHIST' TO WS-RL-FILE.
           MOVE '00' TO WS-ORDHIST-STATUS.
           MOVE BJ-KEY TO OH-ORDER-NO.
           READ FILE-ORDHIST
               INVALID KEY MOVE '23' TO WS-ORDHIST-STATUS
           END-READ.
           IF WS-ORDHIST-OK
              SET WS-ON-FILE TO TRUE
           END-IF.
           PERFORM R2690-DECIDE-RESTORE.

           IF NOT WS-DO-DELETE AND NOT WS-DO-NOTHING
              MOVE BJ-IMAGE TO FIL-ORDHIST
           END-IF.

           IF NOT WS-PARM-TRIAL
              EVALUATE TRUE
                 WHEN WS-DO-DELETE
                    DELETE FILE-ORDHIST
                       INVALID KEY
                          MOVE WS-ORDHIST-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-DELETE
                 WHEN WS-DO-REWRITE
                    REWRITE FIL-ORDHIST
                       INVALID KEY
                          MOVE WS-ORDHIST-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-REWRITE
                 WHEN WS-DO-WRITE
                    WRITE FIL-ORDHIST
                       INVALID KEY
                          MOVE WS-ORDHIST-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-WRITE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.


      *  ------
        R2660-RESTORE-RMAFILE.
      *  ------
           MOVE 'RMAFILE' TO WS-RL-FILE.
           MOVE '00' TO WS-RMAFILE-STATUS.
           MOVE BJ-KEY TO RM-RMA-NO.
           READ FILE-RMAFILE
               INVALID KEY MOVE '23' TO WS-RMAFILE-STATUS
           END-READ.
           IF WS-RMAFILE-OK
              SET WS-ON-FILE TO TRUE
           END-IF.
           PERFORM R2690-DECIDE-RESTORE.

           IF NOT WS-DO-DELETE AND NOT WS-DO-NOTHING
              MOVE BJ-IMAGE TO FIL-RMAFILE
           END-IF.

           IF NOT WS-PARM-TRIAL
              EVALUATE TRUE
                 WHEN WS-DO-DELETE
                    DELETE FILE-RMAFILE
                       INVALID KEY
                          MOVE WS-RMAFILE-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-DELETE
                 WHEN WS-DO-REWRITE
                    REWRITE FIL-RMAFILE
                       INVALID KEY
                          MOVE WS-RMAFILE-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-REWRITE
                 WHEN WS-DO-WRITE
                    WRITE FIL-RMAFILE
                       INVALID KEY
                          MOVE WS-RMAFILE-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-WRITE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.


      *  ------
        R2670-RESTORE-WHSTOCK.
      *  ------
      *    THE ITEM TOTAL'S OWN IMAGE CARRIES THE LEDGER REVERSAL -
      *    THE WAREHOUSE SHARE JUST GOES BACK BESIDE IT
           MOVE 'WHSTOCK' TO WS-RL-FILE.
           MOVE '00' TO WS-WHSTOCK-STATUS.
           MOVE BJ-KEY TO WH-KEY.
           READ FILE-WHSTOCK
               INVALID KEY MOVE '23' TO WS-WHSTOCK-STATUS
           END-READ.
           IF WS-WHSTOCK-OK
              SET WS-ON-FILE TO TRUE
           END-IF.
           PERFORM R2690-DECIDE-RESTORE.

           IF NOT WS-DO-DELETE AND NOT WS-DO-NOTHING
              MOVE BJ-IMAGE TO FIL-WHSTOCK
           END-IF.

           IF NOT WS-PARM-TRIAL
              EVALUATE TRUE
                 WHEN WS-DO-DELETE
                    DELETE FILE-WHSTOCK
                       INVALID KEY
                          MOVE WS-WHSTOCK-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-DELETE
                 WHEN WS-DO-REWRITE
                    REWRITE FIL-WHSTOCK
                       INVALID KEY
                          MOVE WS-WHSTOCK-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-REWRITE
                 WHEN WS-DO-WRITE
                    WRITE FIL-WHSTOCK
                       INVALID KEY
                          MOVE WS-WHSTOCK-STATUS TO WS-IO-STATUS
                          PERFORM R2695-IO-FAILED
                    END-WRITE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.


      *  ------
        R2690-DECIDE-RESTORE.
      *  ------
      *    A RECORD THE RUN ADDED COMES OFF IF IT IS STILL THERE.  A
      *    RECORD THE RUN CHANGED GOES BACK OVER WHATEVER IS THERE
      *    NOW - OR IS WRITTEN BACK IF SOMETHING HAS SINCE REMOVED IT
           EVALUATE TRUE
              WHEN BJ-ACTION-ADDED AND WS-ON-FILE
                 SET WS-DO-DELETE TO TRUE
              WHEN BJ-ACTION-ADDED
                 SET WS-DO-NOTHING TO TRUE
              WHEN WS-ON-FILE
                 SET WS-DO-REWRITE TO TRUE
              WHEN OTHER
                 SET WS-DO-WRITE TO TRUE
           END-EVALUATE.


      *  ------
        R2695-IO-FAILED.
      *  ------
           SET WS-IO-FAILED TO TRUE.
           DISPLAY '  *** COULD NOT RESTORE ' WS-RL-FILE ' KEY '
              BJ-KEY ' - STATUS ' WS-IO-STATUS.


      *  ------
        R2700-WRITE-REGISTER-LINE.
      *  ------
           MOVE BJ-KEY      TO WS-RL-KEY.
           MOVE BJ-PROGRAM  TO WS-RL-PROGRAM.
           MOVE BJ-RUN-DATE TO WS-RL-RUN-DATE.
           MOVE BJ-DOC-NO   TO WS-RL-DOC-NO.
           EVALUATE TRUE
              WHEN WS-IO-FAILED
                 MOVE '*** FAILED' TO WS-RL-ACTION
                 ADD 1 TO WS-FAIL-CNT
              WHEN WS-DO-REWRITE
                 MOVE 'RESTORED' TO WS-RL-ACTION
                 ADD 1 TO WS-RESTORED-CNT
              WHEN WS-DO-WRITE
                 MOVE 'RE-ADDED' TO WS-RL-ACTION
                 ADD 1 TO WS-READDED-CNT
              WHEN WS-DO-DELETE
                 MOVE 'REMOVED' TO WS-RL-ACTION
                 ADD 1 TO WS-REMOVED-CNT
              WHEN OTHER
                 MOVE 'ALREADY GONE' TO WS-RL-ACTION
                 ADD 1 TO WS-GONE-CNT
           END-EVALUATE.
           MOVE WS-REG-LINE TO FIL-BKOREG.
           WRITE FIL-BKOREG.


      *  ------
        R3000-WRITE-REGISTER-TRAILER.
      *  ------
           DISPLAY '  R3000 WRITE REGISTER TRAILER'.
           MOVE SPACES TO FIL-BKOREG.
           WRITE FIL-BKOREG.
           MOVE WS-JRNL-READ-CNT TO WS-RT-READ.
           MOVE WS-KEY-CNT       TO WS-RT-KEYS.
           MOVE WS-RESTORED-CNT  TO WS-RT-RESTORED.
           MOVE WS-READDED-CNT   TO WS-RT-READDED.
           MOVE WS-REMOVED-CNT   TO WS-RT-REMOVED.
           MOVE WS-FAIL-CNT      TO WS-RT-FAILED.
           MOVE WS-REG-TRL TO FIL-BKOREG.
           WRITE FIL-BKOREG.
           MOVE WS-SKIPPED-CNT   TO WS-RT-SKIPPED.
           MOVE WS-GONE-CNT      TO WS-RT-GONE.
           MOVE WS-LEDG-CNT      TO WS-RT-LEDG.
           MOVE WS-REG-TRL2 TO FIL-BKOREG.
           WRITE FIL-BKOREG.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-BIJRNL.
           CLOSE FILE-BKOREG.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-ARFILE.
           CLOSE FILE-BACKORD.
           CLOSE FILE-ORDHIST.
           CLOSE FILE-RMAFILE.
           CLOSE FILE-WHSTOCK.
           IF NOT WS-PARM-TRIAL
              CLOSE FILE-STKLEDG
           END-IF.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING.  A TRIAL RESTORES NOTHING, SO IT
      *    IS NEVER LOGGED
           IF NOT WS-PARM-TRIAL
              SET SC-STEP-END TO TRUE
              MOVE WS-JRNL-READ-CNT TO SC-IN-COUNT
              COMPUTE WS-BACKED-OUT-CNT = WS-RESTORED-CNT
                 + WS-READDED-CNT + WS-REMOVED-CNT
              MOVE WS-BACKED-OUT-CNT TO SC-OUT-COUNT
              MOVE RETURN-CODE TO SC-RETURN-CODE
              CALL 'SUBSTEP' USING SHIP-STEP-CALL
           END-IF.
