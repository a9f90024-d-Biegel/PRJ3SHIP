      **************************************************************
      *
      *  PROGRAM ID DUNNING
      *  DATE CREATED:  15OCT2026
      *
      * COLLECTION DUNNING RUN - SWEEPS THE AR OPEN-ITEM FILE FRONT
      * TO BACK (GROUPED BY CUSTOMER, SAME AS CUSTSTMT) AND AGES
      * EACH CUSTOMER'S OLDEST OPEN ITEM AGAINST THE AS-OF DATE
      * WITH THE ARAGE 360-DAY ARITHMETIC.  THE OLDEST ITEM PICKS
      * THE LETTER:
      *      31-60 DAYS  - PAYMENT REMINDER
      *      61-89 DAYS  - SECOND NOTICE
      *      90 AND OVER - FINAL NOTICE
      * THE LETTER GOES TO THE CUSTMAST NAME AND ADDRESS AND LISTS
      * EVERY PAST-DUE ITEM WITH THE PAST-DUE TOTAL.  FILE-DUNHIST
      * KEEPS THE LAST LETTER LEVEL, ITS DATE, AND THE TRAIL OF
      * LETTERS IN THE CURRENT CYCLE - A CUSTOMER ALREADY SENT THE
      * LETTER (OR A FIRMER ONE) FOR THE SAME OLDEST ITEM IS NOT
      * SENT IT AGAIN.  A CUSTOMER WHOSE CREDITS COVER THE WHOLE
      * BALANCE, OR WHO IS NOT ON CUSTMAST TO MAIL TO, IS NOT SENT
      * A LETTER.  EVERY PAST-DUE CUSTOMER PRINTS ON THE DUNNING
      * REGISTER WITH WHAT WAS DONE AND THE CYCLE'S LETTER TRAIL,
      * FOR COLLECTIONS TO WORK FROM BEFORE CALLING.
      *
      * RETURN CODE 4 WHEN A PAST-DUE CUSTOMER IS NOT ON CUSTMAST.
      *
      * SYSIN CARD 1: COLS 1-8 AS-OF DATE (CCYYMMDD)
      *               COL 80 'Y' = RUN EVEN WHEN A PREREQUISITE
      *               STEP HASN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       PROGRAM-ID. DUNNING.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-ARFILE ASSIGN TO UT-S-ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARFILE-STATUS.
           SELECT FILE-CUSTMAST ASSIGN TO UT-S-CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT FILE-DUNHIST ASSIGN TO UT-S-DUNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-CUST-NO
               FILE STATUS IS WS-DUNHIST-STATUS.
           SELECT FILE-LTROUT ASSIGN TO UT-S-DUNLTR.
           SELECT FILE-DUNOUT ASSIGN TO UT-S-DUNOUT.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *AR OPEN ITEMS - READ ONLY, THE AGING SOURCE
       FD  FILE-ARFILE
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ARFILE.

       COPY ARREC
           REPLACING CPY-AR-OPEN-REC BY FIL-ARFILE.

      * ---

      *CUSTOMER MASTER - NAME AND ADDRESS FOR THE LETTER
       FD  FILE-CUSTMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTMAST.

       COPY CUSTMAST
           REPLACING CPY-CUST-MAST-REC BY FIL-CUSTMAST.

      * ---

      *DUNNING HISTORY - WRITTEN OR REWRITTEN FOR EVERY LETTER SENT
       FD  FILE-DUNHIST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-DUNHIST.

       COPY DUNHIST
           REPLACING CPY-DUN-HIST-REC BY FIL-DUNHIST.

      * ---

      *DUNNING LETTER PRINT FILE
       FD  FILE-LTROUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-LTROUT.

       01  FIL-LTROUT        PIC X(132).

      * ---

      *DUNNING REGISTER PRINT FILE
       FD  FILE-DUNOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-DUNOUT.

       01  FIL-DUNOUT        PIC X(132).

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-ARFILE-SW   PIC X VALUE 'N'.
               88  WS-EOF-ARFILE         VALUE 'Y'.
           02  WS-CUST-OPEN-SW    PIC X VALUE 'N'.
               88  WS-CUST-OPEN          VALUE 'Y'.
           02  WS-NEW-CYCLE-SW    PIC X VALUE 'N'.
               88  WS-NEW-CYCLE          VALUE 'Y'.
           02  WS-SEND-SW         PIC X VALUE 'N'.
               88  WS-SEND-LETTER        VALUE 'Y'.
               88  WS-NOT-SENT           VALUE 'N'.

      * FILE STATUS FIELDS
       01  WS-ARFILE-STATUS     PIC X(2) VALUE '00'.
           88  WS-ARFILE-OK            VALUE '00'.
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTMAST-FOUND       VALUE '00'.
           88  WS-CUSTMAST-NOTFOUND    VALUE '23'.
       01  WS-DUNHIST-STATUS    PIC X(2) VALUE '00'.
           88  WS-DUNHIST-FOUND        VALUE '00'.
           88  WS-DUNHIST-NOTFOUND     VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-RUN-PARM.
           05  WS-PARM-ASOF-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * AS-OF DATE BROKEN OUT FOR THE AGE ARITHMETIC - 360-DAY
      * COMMERCIAL CALENDAR, SAME AS ARAGE
       01  WS-ASOF-DATE.
           05  WS-ASOF-YYYY       PIC 9(4).
           05  WS-ASOF-MM         PIC 9(2).
           05  WS-ASOF-DD         PIC 9(2).
       01  WS-ITEM-DATE.
           05  WS-ITEM-YYYY       PIC 9(4).
           05  WS-ITEM-MM         PIC 9(2).
           05  WS-ITEM-DD         PIC 9(2).
       01  WS-DAYS-OLD           PIC S9(5) VALUE ZEROES.

      * THE CUSTOMER GROUP BEING COLLECTED
       01  WS-CURR-CUST-NO       PIC X(5) VALUE SPACES.

      * OPEN ITEMS FOR THE CUSTOMER IN HAND - COLLECTED SO THE
      * OLDEST ITEM AND THE NET BALANCE ARE KNOWN BEFORE A LETTER
      * IS STARTED.  THE TABLE IS A HARD LIMIT - A CUSTOMER WITH
      * MORE OPEN ITEMS THAN THIS STOPS THE RUN RATHER THAN
      * DUNNING FOR PART OF WHAT IS OWED
       01  WS-OI-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-OI-TAB.
           05  WS-OI-ENT OCCURS 200 TIMES
                          INDEXED BY WS-OI-IDX.
               10  WS-OI-ORDER-NO   PIC X(6)      VALUE SPACES.
               10  WS-OI-RUN-DATE   PIC X(8)      VALUE SPACES.
               10  WS-OI-OPEN-AMT   PIC S9(9)V99  VALUE ZEROES.

      * FIGURES FOR THE CUSTOMER IN HAND - THE OLDEST ITEM STILL
      * OWING DRIVES THE LETTER LEVEL AND NAMES THE CYCLE
       01  WS-CUST-TOTAL-AMT     PIC S9(11)V99 VALUE ZEROES.
       01  WS-PAST-DUE-AMT       PIC S9(11)V99 VALUE ZEROES.
       01  WS-OLDEST-DAYS        PIC S9(5) VALUE ZEROES.
       01  WS-OLDEST-ORDER-NO    PIC X(6) VALUE SPACES.
       01  WS-OLDEST-RUN-DATE    PIC X(8) VALUE SPACES.
       01  WS-LETTER-LEVEL       PIC 9(1) VALUE ZEROES.
           88  WS-LEVEL-CURRENT        VALUE 0.
           88  WS-LEVEL-REMINDER       VALUE 1.
           88  WS-LEVEL-SECOND         VALUE 2.
           88  WS-LEVEL-FINAL          VALUE 3.
       01  WS-LEVEL-LABEL        PIC X(13) VALUE SPACES.
       01  WS-REJECT-REASON-TXT  PIC X(26) VALUE SPACES.

      * RUN COUNTS FOR THE TRAILER
       01  WS-REMINDER-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-SECOND-CNT         PIC 9(5) VALUE ZEROES.
       01  WS-FINAL-CNT          PIC 9(5) VALUE ZEROES.
       01  WS-NOT-SENT-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-CUST-READ-CNT      PIC 9(5) VALUE ZEROES.
       01  WS-LETTER-CNT         PIC 9(5) VALUE ZEROES.

      * LETTER PRINT LINES
       01  WS-LTR-HDR-1.
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-LH1-TITLE       PIC X(13).
           05  FILLER             PIC X(9) VALUE '   DATE: '.
           05  WS-LH1-ASOF        PIC X(8).
           05  FILLER             PIC X(88) VALUE SPACES.

       01  WS-LTR-HDR-2.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'CUSTOMER: '.
           05  WS-LH2-CUST-NO     PIC X(5).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-LH2-CUST-NAME   PIC X(25).
           05  FILLER             PIC X(87) VALUE SPACES.

       01  WS-LTR-ADDR-LINE.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  WS-LA-ADDR         PIC X(25).
           05  FILLER             PIC X(95) VALUE SPACES.

       01  WS-LTR-TEXT-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-LT-TEXT         PIC X(70).
           05  FILLER             PIC X(60) VALUE SPACES.

       01  WS-LTR-ITEM-LINE.
           05  FILLER             PIC X(8) VALUE '  ORDER '.
           05  WS-LI-ORDER-NO     PIC X(6).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'FROM: '.
           05  WS-LI-RUN-DATE     PIC X(8).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'DAYS: '.
           05  WS-LI-DAYS         PIC ZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'OPEN: '.
           05  WS-LI-OPEN-AMT     PIC ----------9.99.
           05  FILLER             PIC X(64) VALUE SPACES.

       01  WS-LTR-TOTAL-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(22)
                 VALUE 'PAST DUE NOW:         '.
           05  WS-LTOT-PAST-DUE   PIC ----------9.99.
           05  FILLER             PIC X(20)
                 VALUE '   ACCOUNT BALANCE: '.
           05  WS-LTOT-BALANCE    PIC ----------9.99.
           05  FILLER             PIC X(60) VALUE SPACES.

       01  WS-LTR-SEP-LINE.
           05  FILLER             PIC X(78) VALUE ALL '-'.
           05  FILLER             PIC X(54) VALUE SPACES.

      * DUNNING REGISTER PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(18)
                 VALUE 'DUNNING REGISTER'.
           05  FILLER             PIC X(10) VALUE '  AS OF: '.
           05  WS-REG-HDR-ASOF    PIC X(8).
           05  FILLER             PIC X(86) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(7) VALUE '  CUST '.
           05  WS-REG-CUST-NO     PIC X(5).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-REG-CUST-NAME   PIC X(25).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'AGE: '.
           05  WS-REG-DAYS        PIC ZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'DUE: '.
           05  WS-REG-PAST-DUE    PIC ----------9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-REG-LEVEL       PIC X(13).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-REG-ACTION      PIC X(8).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-REG-REASON      PIC X(26).
           05  FILLER             PIC X(1) VALUE SPACES.

       01  WS-REG-TRAIL-LINE.
           05  FILLER             PIC X(9) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE 'CYCLE ORDER NO: '.
           05  WS-RT-CYCLE-ORDER  PIC X(6).
           05  FILLER             PIC X(13) VALUE '  REMINDER: '.
           05  WS-RT-REMINDER     PIC X(8).
           05  FILLER             PIC X(10) VALUE '  SECOND: '.
           05  WS-RT-SECOND       PIC X(8).
           05  FILLER             PIC X(9) VALUE '  FINAL: '.
           05  WS-RT-FINAL        PIC X(8).
           05  FILLER             PIC X(19)
                 VALUE '  LETTERS TO DATE: '.
           05  WS-RT-LETTER-CNT   PIC ZZZZ9.
           05  FILLER             PIC X(21) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(11) VALUE 'REMINDERS: '.
           05  WS-REG-REMINDERS   PIC ZZZZ9.
           05  FILLER             PIC X(18)
                 VALUE '  SECOND NOTICES: '.
           05  WS-REG-SECONDS     PIC ZZZZ9.
           05  FILLER             PIC X(17)
                 VALUE '  FINAL NOTICES: '.
           05  WS-REG-FINALS      PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE '  NOT SENT: '.
           05  WS-REG-NOT-SENT    PIC ZZZZ9.
           05  FILLER             PIC X(52) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1200-WRITE-REGISTER-HEADER.

           PERFORM R2000-SWEEP-AR-FILE
              UNTIL WS-EOF-ARFILE.

           IF WS-CUST-OPEN
              PERFORM R2500-CLOSE-CUSTOMER-GROUP
           END-IF.

           PERFORM R3000-WRITE-REGISTER-TRAILER.
           DISPLAY '  CUSTOMERS WITH OPEN ITEMS: ' WS-CUST-READ-CNT.
           DISPLAY '  DUNNING LETTERS PRINTED: ' WS-LETTER-CNT.
           DISPLAY '  PAST-DUE CUSTOMERS NOT SENT A LETTER: '
              WS-NOT-SENT-CNT.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-ARFILE.
           OPEN INPUT  FILE-CUSTMAST.
           OPEN I-O    FILE-DUNHIST.
           OPEN OUTPUT FILE-LTROUT.
           OPEN OUTPUT FILE-DUNOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM SYSIN.
           MOVE WS-PARM-ASOF-DATE TO WS-ASOF-DATE.
           DISPLAY '  DUNNING AS OF: ' WS-PARM-ASOF-DATE.

           MOVE LOW-VALUES TO AR-KEY.
           START FILE-ARFILE KEY >= AR-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-ARFILE-SW
           END-START.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'DUNNING' TO SC-STEP-NAME.
           MOVE WS-PARM-ASOF-DATE TO SC-RUN-DATE.
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
           MOVE WS-PARM-ASOF-DATE TO WS-REG-HDR-ASOF.
           MOVE WS-REG-HDR TO FIL-DUNOUT.
           WRITE FIL-DUNOUT.
           MOVE SPACES TO FIL-DUNOUT.
           WRITE FIL-DUNOUT.


      *  ------
        R2000-SWEEP-AR-FILE.
      *  ------
           READ FILE-ARFILE NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-ARFILE-SW
           END-READ.
           IF NOT WS-ARFILE-OK
              MOVE 'Y' TO WS-EOF-ARFILE-SW
           END-IF.

           IF NOT WS-EOF-ARFILE AND AR-IS-OPEN
              IF WS-CUST-OPEN AND AR-CUST-NO NOT = WS-CURR-CUST-NO
                 PERFORM R2500-CLOSE-CUSTOMER-GROUP
              END-IF
              IF NOT WS-CUST-OPEN
                 SET WS-CUST-OPEN TO TRUE
                 MOVE AR-CUST-NO TO WS-CURR-CUST-NO
                 MOVE ZEROES TO WS-OI-COUNT
              END-IF
              PERFORM R2100-COLLECT-OPEN-ITEM
           END-IF.


      *  ------
        R2100-COLLECT-OPEN-ITEM.
      *  ------
           IF WS-OI-COUNT >= 200
              DISPLAY '  *** OPEN ITEM TABLE FULL AT 200 ENTRIES '
                 'FOR CUSTOMER ' WS-CURR-CUST-NO ' - GROW THE '
                 'TABLE BEFORE RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-OI-COUNT.
           SET WS-OI-IDX TO WS-OI-COUNT.
           MOVE AR-ORDER-NO TO WS-OI-ORDER-NO(WS-OI-IDX).
           MOVE AR-RUN-DATE TO WS-OI-RUN-DATE(WS-OI-IDX).
           MOVE AR-OPEN-AMT TO WS-OI-OPEN-AMT(WS-OI-IDX).


      *  ------
        R2500-CLOSE-CUSTOMER-GROUP.
      *  ------
           ADD 1 TO WS-CUST-READ-CNT.
           MOVE ZEROES TO WS-CUST-TOTAL-AMT.
           MOVE ZEROES TO WS-PAST-DUE-AMT.
           MOVE ZEROES TO WS-OLDEST-DAYS.
           MOVE SPACES TO WS-OLDEST-ORDER-NO.
           MOVE SPACES TO WS-OLDEST-RUN-DATE.
           PERFORM R2600-TALLY-OPEN-ITEM
              VARYING WS-OI-IDX FROM 1 BY 1
              UNTIL WS-OI-IDX > WS-OI-COUNT.

      *    THE OLDEST ITEM STILL OWING PICKS THE LETTER - THE FINAL
      *    NOTICE GOES AT 90 DAYS, NOT A DAY LATER
           EVALUATE TRUE
              WHEN WS-OLDEST-DAYS >= 90
                 MOVE 3 TO WS-LETTER-LEVEL
                 MOVE 'FINAL NOTICE' TO WS-LEVEL-LABEL
              WHEN WS-OLDEST-DAYS >= 61
                 MOVE 2 TO WS-LETTER-LEVEL
                 MOVE 'SECOND NOTICE' TO WS-LEVEL-LABEL
              WHEN WS-OLDEST-DAYS >= 31
                 MOVE 1 TO WS-LETTER-LEVEL
                 MOVE 'REMINDER' TO WS-LEVEL-LABEL
              WHEN OTHER
                 MOVE 0 TO WS-LETTER-LEVEL
                 MOVE SPACES TO WS-LEVEL-LABEL
           END-EVALUATE.

      *    NOTHING PAST DUE - NO LETTER AND NO REGISTER LINE
           IF NOT WS-LEVEL-CURRENT
              MOVE 'N' TO WS-SEND-SW
              MOVE SPACES TO WS-REJECT-REASON-TXT
              PERFORM R2700-READ-DUNNING-HISTORY
              PERFORM R2710-LOOKUP-CUSTOMER
              EVALUATE TRUE
                 WHEN WS-CUST-TOTAL-AMT NOT > ZEROES
                    MOVE 'CREDITS COVER THE BALANCE'
                       TO WS-REJECT-REASON-TXT
                 WHEN NOT WS-NEW-CYCLE
                  AND DH-LAST-LEVEL NOT < WS-LETTER-LEVEL
                    MOVE 'ALREADY SENT THIS CYCLE'
                       TO WS-REJECT-REASON-TXT
                 WHEN WS-CUSTMAST-NOTFOUND
                    MOVE 'NOT ON CUSTMAST - NO ADDR'
                       TO WS-REJECT-REASON-TXT
                    MOVE 4 TO RETURN-CODE
                 WHEN OTHER
                    SET WS-SEND-LETTER TO TRUE
              END-EVALUATE
              IF WS-SEND-LETTER
                 PERFORM R2800-PRINT-LETTER
                 PERFORM R2900-UPDATE-HISTORY
              ELSE
                 ADD 1 TO WS-NOT-SENT-CNT
              END-IF
              PERFORM R2950-WRITE-REGISTER-LINE
           END-IF.
           MOVE 'N' TO WS-CUST-OPEN-SW.


      *  ------
        R2600-TALLY-OPEN-ITEM.
      *  ------
           ADD WS-OI-OPEN-AMT(WS-OI-IDX) TO WS-CUST-TOTAL-AMT.

      *    A CREDIT ITEM NETS AGAINST THE BALANCE BUT IS NEVER PAST
      *    DUE - ONLY MONEY OWED AGES FOR THE LETTER
           IF WS-OI-OPEN-AMT(WS-OI-IDX) > ZEROES
              PERFORM R2650-COMPUTE-DAYS-OLD
              IF WS-DAYS-OLD > 30
                 ADD WS-OI-OPEN-AMT(WS-OI-IDX) TO WS-PAST-DUE-AMT
              END-IF
              IF WS-OLDEST-ORDER-NO = SPACES
               OR WS-DAYS-OLD > WS-OLDEST-DAYS
                 MOVE WS-DAYS-OLD TO WS-OLDEST-DAYS
                 MOVE WS-OI-ORDER-NO(WS-OI-IDX) TO WS-OLDEST-ORDER-NO
                 MOVE WS-OI-RUN-DATE(WS-OI-IDX) TO WS-OLDEST-RUN-DATE
              END-IF
           END-IF.


      *  ------
        R2650-COMPUTE-DAYS-OLD.
      *  ------
      *    360-DAY COMMERCIAL CALENDAR - SAME ARITHMETIC ARAGE AND
      *    CUSTSTMT USE, AND A BAD DATE AGES TO ZERO INSTEAD OF
      *    DRAWING A LETTER
           IF WS-OI-RUN-DATE(WS-OI-IDX) NOT NUMERIC
              MOVE ZEROES TO WS-DAYS-OLD
           ELSE
              MOVE WS-OI-RUN-DATE(WS-OI-IDX) TO WS-ITEM-DATE
              COMPUTE WS-DAYS-OLD =
                 ((WS-ASOF-YYYY - WS-ITEM-YYYY) * 360)
                 + ((WS-ASOF-MM - WS-ITEM-MM) * 30)
                 + (WS-ASOF-DD - WS-ITEM-DD)
              IF WS-DAYS-OLD < ZEROES
                 MOVE ZEROES TO WS-DAYS-OLD
              END-IF
           END-IF.


      *  ------
        R2700-READ-DUNNING-HISTORY.
      *  ------
           MOVE '00' TO WS-DUNHIST-STATUS.
           MOVE WS-CURR-CUST-NO TO DH-CUST-NO.
           READ FILE-DUNHIST
               INVALID KEY MOVE '23' TO WS-DUNHIST-STATUS
           END-READ.

      *    THE CYCLE IS THE OLDEST ITEM THAT STARTED IT.  ONCE THAT
      *    ITEM IS PAID AND ANOTHER IS OLDEST THE CUSTOMER HAS BEEN
      *    CURRENT IN BETWEEN OR PAID DOWN THE WORST OF IT, AND THE
      *    LETTERS START AGAIN FROM WHERE THE NEW ITEM STANDS
           IF WS-DUNHIST-NOTFOUND
              MOVE SPACES TO FIL-DUNHIST
              MOVE WS-CURR-CUST-NO TO DH-CUST-NO
              MOVE ZEROES TO DH-LAST-LEVEL
              MOVE ZEROES TO DH-PAST-DUE-AMT
              MOVE ZEROES TO DH-LETTER-CNT
              SET WS-NEW-CYCLE TO TRUE
           ELSE
              IF DH-CYCLE-ORDER-NO = WS-OLDEST-ORDER-NO
                 MOVE 'N' TO WS-NEW-CYCLE-SW
              ELSE
                 SET WS-NEW-CYCLE TO TRUE
              END-IF
           END-IF.


      *  ------
        R2710-LOOKUP-CUSTOMER.
      *  ------
           MOVE '00' TO WS-CUSTMAST-STATUS.
           MOVE WS-CURR-CUST-NO TO CM-CUST-NO.
           READ FILE-CUSTMAST
               INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
           END-READ.

      *    NO ADDRESS TO MAIL TO - THE CUSTOMER STILL PRINTS ON THE
      *    REGISTER SO COLLECTIONS CAN CHASE THE MONEY BY PHONE
           IF WS-CUSTMAST-NOTFOUND
              MOVE SPACES TO FIL-CUSTMAST
              MOVE WS-CURR-CUST-NO TO CM-CUST-NO
              MOVE '*** NOT ON CUSTMAST ***' TO CM-CUST-NAME
              DISPLAY '  *** CUSTOMER ' WS-CURR-CUST-NO ' IS PAST '
                 'DUE BUT IS NOT ON CUSTMAST - NO LETTER SENT'
           END-IF.


      *  ------
        R2800-PRINT-LETTER.
      *  ------
           ADD 1 TO WS-LETTER-CNT.
           EVALUATE TRUE
              WHEN WS-LEVEL-REMINDER
                 ADD 1 TO WS-REMINDER-CNT
              WHEN WS-LEVEL-SECOND
                 ADD 1 TO WS-SECOND-CNT
              WHEN WS-LEVEL-FINAL
                 ADD 1 TO WS-FINAL-CNT
           END-EVALUATE.

           MOVE WS-LEVEL-LABEL    TO WS-LH1-TITLE.
           MOVE WS-PARM-ASOF-DATE TO WS-LH1-ASOF.
           MOVE WS-LTR-HDR-1 TO FIL-LTROUT.
           WRITE FIL-LTROUT.

           MOVE WS-CURR-CUST-NO TO WS-LH2-CUST-NO.
           MOVE CM-CUST-NAME    TO WS-LH2-CUST-NAME.
           MOVE WS-LTR-HDR-2 TO FIL-LTROUT.
           WRITE FIL-LTROUT.

           MOVE CM-ADDR-LINE1 TO WS-LA-ADDR.
           MOVE WS-LTR-ADDR-LINE TO FIL-LTROUT.
           WRITE FIL-LTROUT.
           MOVE CM-ADDR-LINE2 TO WS-LA-ADDR.
           MOVE WS-LTR-ADDR-LINE TO FIL-LTROUT.
           WRITE FIL-LTROUT.
           MOVE SPACES TO FIL-LTROUT.
           WRITE FIL-LTROUT.

           PERFORM R2810-PRINT-LETTER-TEXT.
           MOVE SPACES TO FIL-LTROUT.
           WRITE FIL-LTROUT.

           PERFORM R2850-PRINT-ITEM-LINE
              VARYING WS-OI-IDX FROM 1 BY 1
              UNTIL WS-OI-IDX > WS-OI-COUNT.

           MOVE SPACES TO FIL-LTROUT.
           WRITE FIL-LTROUT.
           MOVE WS-PAST-DUE-AMT   TO WS-LTOT-PAST-DUE.
           MOVE WS-CUST-TOTAL-AMT TO WS-LTOT-BALANCE.
           MOVE WS-LTR-TOTAL-LINE TO FIL-LTROUT.
           WRITE FIL-LTROUT.
           MOVE WS-LTR-SEP-LINE TO FIL-LTROUT.
           WRITE FIL-LTROUT.
           MOVE SPACES TO FIL-LTROUT.
           WRITE FIL-LTROUT.


      *  ------
        R2810-PRINT-LETTER-TEXT.
      *  ------
      *    THE TONE FIRMS UP WITH EACH LEVEL - THE FINAL NOTICE
      *    SAYS WHAT HAPPENS NEXT
           EVALUATE TRUE
              WHEN WS-LEVEL-REMINDER
                 MOVE 'OUR RECORDS SHOW THE ITEMS BELOW ARE PAST DUE. '
                    TO WS-LT-TEXT
                 PERFORM R2820-WRITE-TEXT-LINE
                 MOVE 'IF YOUR PAYMENT IS ALREADY ON ITS WAY, THANK YOU'
                    TO WS-LT-TEXT
                 PERFORM R2820-WRITE-TEXT-LINE
                 MOVE 'AND PLEASE DISREGARD THIS REMINDER.'
                    TO WS-LT-TEXT
                 PERFORM R2820-WRITE-TEXT-LINE
              WHEN WS-LEVEL-SECOND
                 MOVE 'THE ITEMS BELOW ARE NOW MORE THAN 60 DAYS PAST '
                    TO WS-LT-TEXT
                 PERFORM R2820-WRITE-TEXT-LINE
                 MOVE 'THEIR INVOICE DATE.  PLEASE SEND PAYMENT IN FULL'
                    TO WS-LT-TEXT
                 PERFORM R2820-WRITE-TEXT-LINE
                 MOVE 'WITHIN 10 DAYS OR CALL OUR CREDIT DEPARTMENT.'
                    TO WS-LT-TEXT
                 PERFORM R2820-WRITE-TEXT-LINE
              WHEN WS-LEVEL-FINAL
                 MOVE 'FINAL NOTICE - YOUR ACCOUNT IS SERIOUSLY PAST '
                    TO WS-LT-TEXT
                 PERFORM R2820-WRITE-TEXT-LINE
                 MOVE 'DUE AND NEW ORDERS MAY BE HELD.  UNLESS PAYMENT'
                    TO WS-LT-TEXT
                 PERFORM R2820-WRITE-TEXT-LINE
                 MOVE 'IS RECEIVED IN 10 DAYS THE ACCOUNT GOES TO '
                    TO WS-LT-TEXT
                 PERFORM R2820-WRITE-TEXT-LINE
                 MOVE 'COLLECTION.'
                    TO WS-LT-TEXT
                 PERFORM R2820-WRITE-TEXT-LINE
           END-EVALUATE.


      *  ------
        R2820-WRITE-TEXT-LINE.
      *  ------
           MOVE WS-LTR-TEXT-LINE TO FIL-LTROUT.
           WRITE FIL-LTROUT.


      *  ------
        R2850-PRINT-ITEM-LINE.
      *  ------
      *    ONLY WHAT IS PAST DUE GOES ON THE LETTER - CURRENT ITEMS
      *    AND CREDITS SHOW IN THE ACCOUNT BALANCE
           IF WS-OI-OPEN-AMT(WS-OI-IDX) > ZEROES
              PERFORM R2650-COMPUTE-DAYS-OLD
              IF WS-DAYS-OLD > 30
                 MOVE WS-OI-ORDER-NO(WS-OI-IDX) TO WS-LI-ORDER-NO
                 MOVE WS-OI-RUN-DATE(WS-OI-IDX) TO WS-LI-RUN-DATE
                 MOVE WS-DAYS-OLD               TO WS-LI-DAYS
                 MOVE WS-OI-OPEN-AMT(WS-OI-IDX) TO WS-LI-OPEN-AMT
                 MOVE WS-LTR-ITEM-LINE TO FIL-LTROUT
                 WRITE FIL-LTROUT
              END-IF
           END-IF.


      *  ------
        R2900-UPDATE-HISTORY.
      *  ------
      *    A NEW CYCLE CLEARS THE OLD TRAIL SO THE REGISTER SHOWS
      *    ONLY THE LETTERS SENT FOR THE DEBT NOW BEING CHASED
           IF WS-NEW-CYCLE
              MOVE WS-OLDEST-ORDER-NO TO DH-CYCLE-ORDER-NO
              MOVE WS-OLDEST-RUN-DATE TO DH-CYCLE-ITEM-DATE
              MOVE SPACES TO DH-LEVEL-DATE(1)
              MOVE SPACES TO DH-LEVEL-DATE(2)
              MOVE SPACES TO DH-LEVEL-DATE(3)
           END-IF.
           MOVE WS-LETTER-LEVEL   TO DH-LAST-LEVEL.
           MOVE WS-PARM-ASOF-DATE TO DH-LAST-SENT-DATE.
           MOVE WS-PARM-ASOF-DATE TO DH-LEVEL-DATE(WS-LETTER-LEVEL).
           MOVE WS-PAST-DUE-AMT   TO DH-PAST-DUE-AMT.
           ADD 1 TO DH-LETTER-CNT.

           IF WS-DUNHIST-NOTFOUND
              WRITE FIL-DUNHIST
                 INVALID KEY
                    DISPLAY '  *** COULD NOT ADD DUNHIST FOR CUSTOMER '
                       DH-CUST-NO ' - STATUS ' WS-DUNHIST-STATUS
              END-WRITE
           ELSE
              REWRITE FIL-DUNHIST
                 INVALID KEY
                    DISPLAY '  *** COULD NOT REWRITE DUNHIST FOR '
                       'CUSTOMER ' DH-CUST-NO ' - STATUS '
                       WS-DUNHIST-STATUS
              END-REWRITE
           END-IF.


      *  ------
        R2950-WRITE-REGISTER-LINE.
      *  ------
           MOVE WS-CURR-CUST-NO   TO WS-REG-CUST-NO.
           MOVE CM-CUST-NAME      TO WS-REG-CUST-NAME.
           MOVE WS-OLDEST-DAYS    TO WS-REG-DAYS.
           MOVE WS-PAST-DUE-AMT   TO WS-REG-PAST-DUE.
           MOVE WS-LEVEL-LABEL    TO WS-REG-LEVEL.
           IF WS-SEND-LETTER
              MOVE 'SENT'     TO WS-REG-ACTION
           ELSE
              MOVE 'NOT SENT' TO WS-REG-ACTION
           END-IF.
           MOVE WS-REJECT-REASON-TXT TO WS-REG-REASON.
           MOVE WS-REG-LINE TO FIL-DUNOUT.
           WRITE FIL-DUNOUT.

      *    THE TRAIL PRINTS WHENEVER THERE IS ONE - WHAT WAS SENT
      *    BEFORE IS WHAT COLLECTIONS NEEDS ON THE PHONE
           IF WS-SEND-LETTER OR WS-DUNHIST-FOUND
              MOVE DH-CYCLE-ORDER-NO TO WS-RT-CYCLE-ORDER
              MOVE DH-LEVEL-DATE(1)  TO WS-RT-REMINDER
              MOVE DH-LEVEL-DATE(2)  TO WS-RT-SECOND
              MOVE DH-LEVEL-DATE(3)  TO WS-RT-FINAL
              MOVE DH-LETTER-CNT     TO WS-RT-LETTER-CNT
              MOVE WS-REG-TRAIL-LINE TO FIL-DUNOUT
              WRITE FIL-DUNOUT
           END-IF.
           MOVE SPACES TO FIL-DUNOUT.


      *  ------
        R3000-WRITE-REGISTER-TRAILER.
      *  ------
           DISPLAY '  R3000 WRITE REGISTER TRAILER'.
           MOVE SPACES TO FIL-DUNOUT.
           WRITE FIL-DUNOUT.
           MOVE WS-REMINDER-CNT TO WS-REG-REMINDERS.
           MOVE WS-SECOND-CNT   TO WS-REG-SECONDS.
           MOVE WS-FINAL-CNT    TO WS-REG-FINALS.
           MOVE WS-NOT-SENT-CNT TO WS-REG-NOT-SENT.
           MOVE WS-REG-TRL TO FIL-DUNOUT.
           WRITE FIL-DUNOUT.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-ARFILE.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-DUNHIST.
           CLOSE FILE-LTROUT.
           CLOSE FILE-DUNOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-CUST-READ-CNT TO SC-IN-COUNT.
           MOVE WS-LETTER-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
