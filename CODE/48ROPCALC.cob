      **************************************************************
      *
      *  PROGRAM ID ROPCALC
      *  DATE CREATED:  15OCT2026
      *
      * REORDER POINT RECALCULATION - SETS EACH ITEM'S REORDER
      * POINT FROM WHAT IT HAS ACTUALLY SOLD INSTEAD OF WHATEVER
      * WAS KEYED THROUGH ITMMNT WHEN THE ITEM WAS SET UP.  READS
      * THE 'I' ITEM RECORDS ORDERSYS AND REVDISP APPEND TO THE
      * LIVE PERIOD MASTER, PLUS UP TO TWO ARCHIVES MONTHEND HAS
      * UNLOADED (SAME INPUTS AS TRENDRPT), AND FOR EVERY ITEM
      * WORKS OUT ITS AVERAGE DAILY USAGE OVER THE HISTORY WINDOW
      * AND ITS PEAK SINGLE-DAY USAGE.  THE PROPOSED REORDER POINT
      * IS AVERAGE USAGE OVER THE SUPPLIER'S LEAD TIME PLUS SAFETY
      * STOCK OF (PEAK - AVERAGE) OVER THE LEAD TIME, SCALED BY THE
      * SAFETY-STOCK FACTOR.  LEAD TIME IS THE ITEM VENDOR'S
      * VM-LEAD-DAYS, OR THE SYSIN DEFAULT WHEN THE ITEM HAS NO
      * VENDOR OR THE VENDOR HAS NO LEAD TIME ON FILE.
      *
      * EVERY ITEM PRINTS ON THE REGISTER WITH ITS CURRENT AND
      * PROPOSED REORDER POINT.  A PROPOSAL RUN TOUCHES NOTHING -
      * THE BUYER REVIEWS THE REGISTER, DROPS A HOLD CARD FOR ANY
      * ITEM THEY DON'T WANT MOVED, AND RERUNS WITH THE POST
      * SWITCH ON.  A POST RUN REWRITES IM-REORDER-POINT ON EVERY
      * ACCEPTED ITEM AND WRITES A 'C' RECORD TO FILE-ITMAUD WITH
      * THE BEFORE AND AFTER IMAGE, THE SAME AUDIT ITMMNT LEAVES.
      * NOT ACCEPTED, AND SO NEVER POSTED:
      *   - AN ITEM ON A HOLD CARD
      *   - AN ITEM WITH NO USAGE IN THE WINDOW - NO HISTORY IS
      *     NOT THE SAME AS NO DEMAND
      *   - AN ITEM WITH NO REORDER POINT SET - ZERO MEANS NOBODY
      *     MANAGES IT, SAME RULE AS REPLEN; THE BUYER SETS THE
      *     FIRST ONE THROUGH ITMMNT
      *   - A PROPOSAL WITHIN THE TOLERANCE PERCENT OF THE CURRENT
      *     REORDER POINT - NOT WORTH THE CHURN
      *
      * SYSIN CARD 1: COLS 1-8   RUN DATE (CCYYMMDD) - THE WINDOW
      *                          ENDS ON THIS DATE
      *               COLS 9-11  HISTORY WINDOW IN DAYS (BLANK = 90)
      *               COLS 12-14 SAFETY-STOCK FACTOR 9V99 (BLANK =
      *                          1.00, E.G. 150 = 1.50)
      *               COLS 15-17 DEFAULT LEAD DAYS (BLANK = 14)
      *               COLS 18-19 TOLERANCE PERCENT (BLANK = 10)
      *               COL 20     'Y' = POST ACCEPTED CHANGES TO THE
      *                          ITEM MASTER, ANYTHING ELSE = PROPOSAL
      *                          ONLY
      *               COLS 21-28 USER ID FOR THE AUDIT RECORD (BLANK
      *                          = ROPCALC)
      *               COL 80     'Y' = RUN EVEN WHEN A PREREQUISITE
      *                          STEP HASN'T RUN CLEAN (SUBSTEP)
      * HOLD CARDS (FILE-ROPHLD, OPTIONAL): COLS 1-3 ITEM CODE
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       PROGRAM-ID. ROPCALC.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-PTDMAST ASSIGN TO UT-S-PTDMST.
      *    OPTIONAL - A YOUNG SHOP MAY ONLY HAVE ONE ARCHIVE YET
           SELECT OPTIONAL FILE-PTDARCH ASSIGN TO UT-S-PTDARCH.
           SELECT OPTIONAL FILE-PTDARCH2 ASSIGN TO UT-S-PTDARC2.
           SELECT FILE-ITEMMAST ASSIGN TO UT-S-ITEMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT FILE-VENDMAST ASSIGN TO UT-S-VENDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-NO
               FILE STATUS IS WS-VENDMAST-STATUS.
      *    OPTIONAL - NO HOLD CARDS MEANS EVERY PROPOSAL IS ACCEPTED
           SELECT OPTIONAL FILE-ROPHLD ASSIGN TO UT-S-ROPHLD.
           SELECT FILE-ITMAUD ASSIGN TO UT-S-ITMAUD.
           SELECT FILE-ROPOUT ASSIGN TO UT-S-ROPOUT.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *LIVE PERIOD-TO-DATE MASTER
       FD  FILE-PTDMAST
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-PTDMAST.

       01  FIL-PTDMAST       PIC X(100).

      * ---

      *PERIOD ARCHIVES UNLOADED BY MONTHEND - SAME LAYOUT.  A WINDOW
      *THAT REACHES BACK PAST TWO CLOSES HAS THE OLDER ARCHIVES
      *CONCATENATED UNDER ONE OF THESE IN THE JCL
       FD  FILE-PTDARCH
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-PTDARCH.

       01  FIL-PTDARCH       PIC X(100).

       FD  FILE-PTDARCH2
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-PTDARCH2.

       01  FIL-PTDARCH2      PIC X(100).

      * ---

      *ITEM MASTER - SWEPT FRONT TO BACK, REWRITTEN ON A POST RUN
       FD  FILE-ITEMMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ITEMMAST.

       COPY ITEMMAST
           REPLACING CPY-ITEM-MAST-REC BY FIL-ITEMMAST.

      * ---

      *VENDOR MASTER - THE SUPPLIER LEAD TIME
       FD  FILE-VENDMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-VENDMAST.

       COPY VENDMAST
           REPLACING CPY-VEND-MAST-REC BY FIL-VENDMAST.

      * ---

      *HOLD CARDS - ITEMS THE BUYER WANTS LEFT WHERE THEY ARE
       FD  FILE-ROPHLD
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-ROPHLD.

       01  FIL-ROPHLD        PIC X(80).

      * ---

      *ITEM MASTER AUDIT - ONE RECORD PER REORDER POINT POSTED
       FD  FILE-ITMAUD
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-ITMAUD.

       01  FIL-ITMAUD        PIC X(180).

      * ---

      *PROPOSED-VERSUS-CURRENT REGISTER PRINT FILE
       FD  FILE-ROPOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-ROPOUT.

       01  FIL-ROPOUT        PIC X(132).

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    PERIOD-TO-DATE RECORD JUST READ, WHICHEVER FILE IT WAS
       COPY PTDREC
           REPLACING CPY-PTD-REC BY SHIP-PTD-REC.

      *    AUDIT RECORD BUILT FOR FILE-ITMAUD
       COPY ITMAUD
           REPLACING CPY-ITEM-AUD-REC BY SHIP-AUD-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-PTDMAST-SW  PIC X VALUE 'N'.
               88  WS-EOF-PTDMAST        VALUE 'Y'.
           02  WS-EOF-ARCH1-SW    PIC X VALUE 'N'.
               88  WS-EOF-ARCH1          VALUE 'Y'.
           02  WS-EOF-ARCH2-SW    PIC X VALUE 'N'.
               88  WS-EOF-ARCH2          VALUE 'Y'.
           02  WS-EOF-ITEMMAST-SW PIC X VALUE 'N'.
               88  WS-EOF-ITEMMAST       VALUE 'Y'.
           02  WS-EOF-ROPHLD-SW   PIC X VALUE 'N'.
               88  WS-EOF-ROPHLD         VALUE 'Y'.
           02  WS-LEAD-DEFAULT-SW PIC X VALUE 'N'.
               88  WS-LEAD-DEFAULTED     VALUE 'Y'.
           02  WS-ITEM-HELD-SW    PIC X VALUE 'N'.
               88  WS-ITEM-HELD          VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-ITEMMAST-OK          VALUE '00'.
       01  WS-VENDMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-VENDMAST-OK          VALUE '00'.
           88  WS-VENDMAST-NOTFOUND    VALUE '23'.

      * SYSIN PARM - RUN DATE, WINDOW, FACTOR, DEFAULTS, POST SWITCH
       01  WS-RUN-PARM.
           05  WS-PARM-RUN-DATE   PIC X(8).
           05  WS-PARM-WINDOW     PIC X(3).
           05  WS-PARM-FACTOR     PIC X(3).
           05  WS-PARM-LEAD-DAYS  PIC X(3).
           05  WS-PARM-TOLERANCE  PIC X(2).
           05  WS-PARM-POST-SW    PIC X(1).
               88  WS-PARM-POST          VALUE 'Y'.
           05  WS-PARM-USER-ID    PIC X(8).
           05  FILLER             PIC X(51).
           05  WS-PARM-STEP-FORCE PIC X(1).

       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-USER-ID            PIC X(8) VALUE SPACES.

      * NUMERIC EDITS OF THE SYSIN FIELDS
       01  WS-EDIT-WINDOW        PIC X(3).
       01  WS-EDIT-WINDOW-9 REDEFINES WS-EDIT-WINDOW
                                 PIC 9(3).
       01  WS-EDIT-FACTOR        PIC X(3).
       01  WS-EDIT-FACTOR-9 REDEFINES WS-EDIT-FACTOR
                                 PIC 9V99.
       01  WS-EDIT-LEAD-DAYS     PIC X(3).
       01  WS-EDIT-LEAD-DAYS-9 REDEFINES WS-EDIT-LEAD-DAYS
                                 PIC 9(3).
       01  WS-EDIT-TOLERANCE     PIC X(2).
       01  WS-EDIT-TOLERANCE-9 REDEFINES WS-EDIT-TOLERANCE
                                 PIC 9(2).

      * RUN SETTINGS AFTER DEFAULTING
       01  WS-WINDOW-DAYS        PIC 9(3) VALUE ZEROES.
       01  WS-SAFETY-FACTOR      PIC 9V99 VALUE ZEROES.
       01  WS-DEFAULT-LEAD       PIC 9(3) VALUE ZEROES.
       01  WS-TOLERANCE-PCT      PIC 9(2) VALUE ZEROES.

      * WINDOW ARITHMETIC - 360-DAY COMMERCIAL CALENDAR, SAME
      * CONVENTION AS THE AGING AND PO EXPECTED-DATE DAY COUNTS.
      * THE WINDOW RUNS FROM WS-FROM-DAY-NO THROUGH THE RUN DATE
       01  WS-DATE-WORK.
           05  WS-DATE-CCYY       PIC 9(4).
           05  WS-DATE-MM         PIC 9(2).
           05  WS-DATE-DD         PIC 9(2).
       01  WS-DAY-NUMBER         PIC 9(7) VALUE ZEROES.
       01  WS-RUN-DAY-NO         PIC 9(7) VALUE ZEROES.
       01  WS-FROM-DAY-NO        PIC 9(7) VALUE ZEROES.

      * HOLD CARD AS READ
       01  WS-HOLD-CARD.
           05  WS-HC-ITEM-CODE    PIC X(3).
           05  FILLER             PIC X(77).

      * ITEMS ON HOLD CARDS, LOADED AT STARTUP.  HARD LIMIT - MORE
      * HOLDS THAN THIS STOPS THE RUN RATHER THAN POSTING AN ITEM
      * THE BUYER ASKED TO KEEP
       01  WS-HD-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-HD-TAB.
           05  WS-HD-ENT OCCURS 500 TIMES
                          INDEXED BY WS-HD-IDX.
               10  WS-HD-ITEM-CODE  PIC X(3)  VALUE SPACES.

      * USAGE BY ITEM OVER THE WINDOW.  ORDERSYS AND REVDISP CAN
      * EACH APPEND AN 'I' RECORD FOR THE SAME ITEM AND DATE, SO A
      * DAY IS HELD OPEN IN WS-IU-DAY-DATE/WS-IU-DAY-QTY UNTIL THE
      * ITEM'S NEXT RECORD CARRIES ANOTHER DATE - ONLY THEN IS IT
      * COUNTED AND TRIED AGAINST THE PEAK.  EACH FILE IS IN DATE
      * ORDER AND A DATE'S 'I' RECORDS ONLY EVER LIVE ON ONE FILE.
      * HARD LIMIT, SAME RULE AS THE REPLEN DEMAND TABLES
       01  WS-IU-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-IU-TAB.
           05  WS-IU-ENT OCCURS 2000 TIMES
                          INDEXED BY WS-IU-IDX.
               10  WS-IU-ITEM-CODE  PIC X(3)  VALUE SPACES.
               10  WS-IU-TOTAL-QTY  PIC 9(9)  VALUE ZEROES.
               10  WS-IU-PEAK-QTY   PIC 9(9)  VALUE ZEROES.
               10  WS-IU-SALE-DAYS  PIC 9(5)  VALUE ZEROES.
               10  WS-IU-DAY-DATE   PIC X(8)  VALUE SPACES.
               10  WS-IU-DAY-QTY    PIC 9(9)  VALUE ZEROES.

      * THE ITEM IN HAND
       01  WS-ITEM-TOTAL-QTY     PIC 9(9) VALUE ZEROES.
       01  WS-ITEM-PEAK-QTY      PIC 9(9) VALUE ZEROES.
       01  WS-CURRENT-ROP        PIC 9(5) VALUE ZEROES.
       01  WS-LEAD-DAYS          PIC 9(3) VALUE ZEROES.
       01  WS-AVG-DAILY          PIC 9(7)V99 VALUE ZEROES.
       01  WS-SAFETY-STOCK       PIC 9(9) VALUE ZEROES.
       01  WS-PROPOSED-QTY       PIC 9(9) VALUE ZEROES.
       01  WS-PROPOSED-ROP       PIC 9(5) VALUE ZEROES.
       01  WS-ROP-DIFF           PIC S9(9) VALUE ZEROES.
       01  WS-DIFF-X100          PIC 9(11) VALUE ZEROES.
       01  WS-TOL-LIMIT          PIC 9(11) VALUE ZEROES.
       01  WS-ITEM-ACTION        PIC X(10) VALUE SPACES.
       01  WS-BEFORE-IMAGE       PIC X(80) VALUE SPACES.

      * RUN COUNTS FOR THE REGISTER TRAILER
       01  WS-PTD-READ-CNT       PIC 9(7) VALUE ZEROES.
       01  WS-ITEMS-READ-CNT     PIC 9(5) VALUE ZEROES.
       01  WS-CHANGED-CNT        PIC 9(5) VALUE ZEROES.
       01  WS-HELD-CNT           PIC 9(5) VALUE ZEROES.
       01  WS-WITHIN-TOL-CNT     PIC 9(5) VALUE ZEROES.
       01  WS-NO-USAGE-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-NOT-SET-CNT        PIC 9(5) VALUE ZEROES.

      * REGISTER PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(31)
                 VALUE 'REORDER POINT RECALCULATION'.
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(74) VALUE SPACES.

       01  WS-REG-HDR2.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE 'HISTORY WINDOW: '.
           05  WS-REG-HDR-WINDOW  PIC ZZ9.
           05  FILLER             PIC X(5) VALUE ' DAYS'.
           05  FILLER             PIC X(17)
                 VALUE '  SAFETY FACTOR: '.
           05  WS-REG-HDR-FACTOR  PIC 9.99.
           05  FILLER             PIC X(16) VALUE '  DEFAULT LEAD: '.
           05  WS-REG-HDR-LEAD    PIC ZZ9.
           05  FILLER             PIC X(13) VALUE '  TOLERANCE: '.
           05  WS-REG-HDR-TOL     PIC Z9.
           05  FILLER             PIC X(1) VALUE '%'.
           05  FILLER             PIC X(8) VALUE '  MODE: '.
           05  WS-REG-HDR-MODE    PIC X(8).
           05  FILLER             PIC X(34) VALUE SPACES.

      *    LEAD DAYS FLAGGED '*' CAME FROM THE SYSIN DEFAULT
       01  WS-REG-LINE.
           05  FILLER             PIC X(6) VALUE '  ITEM'.
           05  WS-REG-ITEM-CODE   PIC X(3).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-REG-ITEM-DESC   PIC X(20).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'LEAD '.
           05  WS-REG-LEAD        PIC ZZ9.
           05  WS-REG-LEAD-FLAG   PIC X(1).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(4) VALUE 'AVG '.
           05  WS-REG-AVG         PIC ZZZZ9.99.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'PEAK '.
           05  WS-REG-PEAK        PIC ZZZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(7) VALUE 'SAFETY '.
           05  WS-REG-SAFETY      PIC ZZZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'CURR '.
           05  WS-REG-CURR-ROP    PIC ZZZZ9.
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(4) VALUE 'NEW '.
           05  WS-REG-NEW-ROP     PIC ZZZZ9.
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-REG-ACTION      PIC X(10).
           05  FILLER             PIC X(5) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE 'ITEMS READ: '.
           05  WS-REG-READ        PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE '  CHANGES: '.
           05  WS-REG-CHANGED     PIC ZZZZ9.
           05  FILLER             PIC X(8) VALUE '  HELD: '.
           05  WS-REG-HELD        PIC ZZZZ9.
           05  FILLER             PIC X(14) VALUE '  WITHIN TOL: '.
           05  WS-REG-WITHIN-TOL  PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE '  NO USAGE: '.
           05  WS-REG-NO-USAGE    PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE '  NOT SET: '.
           05  WS-REG-NOT-SET     PIC ZZZZ9.
           05  FILLER             PIC X(32) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
      *    A PROPOSAL RUN ONLY PRINTS - IT NEITHER WAITS ON THE
      *    STREAM NOR COUNTS AS A RUN OF THE STEP
           IF WS-PARM-POST
              PERFORM R1090-LOG-STEP-START
           END-IF.
           PERFORM R1100-LOAD-HOLD-CARDS.
           PERFORM R1200-WRITE-REGISTER-HEADER.

           PERFORM R2000-READ-LIVE-MASTER
              UNTIL WS-EOF-PTDMAST.
           PERFORM R2100-READ-ARCHIVE-1
              UNTIL WS-EOF-ARCH1.
           PERFORM R2200-READ-ARCHIVE-2
              UNTIL WS-EOF-ARCH2.
           PERFORM R2700-CLOSE-LAST-DAYS.

           PERFORM R3000-SWEEP-ITEM-MASTER
              UNTIL WS-EOF-ITEMMAST.

           PERFORM R3800-WRITE-REGISTER-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.
           IF WS-PARM-POST
              PERFORM R4900-LOG-STEP-END
           END-IF.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-PTDMAST.
           OPEN INPUT  FILE-PTDARCH.
           OPEN INPUT  FILE-PTDARCH2.
           OPEN INPUT  FILE-VENDMAST.
           OPEN INPUT  FILE-ROPHLD.
           OPEN OUTPUT FILE-ROPOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM SYSIN.
           MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE.
           DISPLAY '  REORDER POINT RUN DATE: ' WS-RUN-DATE.

           MOVE WS-PARM-WINDOW TO WS-EDIT-WINDOW.
           IF WS-EDIT-WINDOW NUMERIC AND WS-EDIT-WINDOW-9 > ZEROES
              MOVE WS-EDIT-WINDOW-9 TO WS-WINDOW-DAYS
           ELSE
              MOVE 90 TO WS-WINDOW-DAYS
           END-IF.
           DISPLAY '  HISTORY WINDOW (DAYS): ' WS-WINDOW-DAYS.

           MOVE WS-PARM-FACTOR TO WS-EDIT-FACTOR.
           IF WS-EDIT-FACTOR NUMERIC
              MOVE WS-EDIT-FACTOR-9 TO WS-SAFETY-FACTOR
           ELSE
              MOVE 1 TO WS-SAFETY-FACTOR
           END-IF.
           DISPLAY '  SAFETY-STOCK FACTOR: ' WS-SAFETY-FACTOR.

           MOVE WS-PARM-LEAD-DAYS TO WS-EDIT-LEAD-DAYS.
           IF WS-EDIT-LEAD-DAYS NUMERIC
              AND WS-EDIT-LEAD-DAYS-9 > ZEROES
              MOVE WS-EDIT-LEAD-DAYS-9 TO WS-DEFAULT-LEAD
           ELSE
              MOVE 14 TO WS-DEFAULT-LEAD
           END-IF.
           DISPLAY '  DEFAULT LEAD DAYS: ' WS-DEFAULT-LEAD.

           MOVE WS-PARM-TOLERANCE TO WS-EDIT-TOLERANCE.
           IF WS-EDIT-TOLERANCE NUMERIC
              MOVE WS-EDIT-TOLERANCE-9 TO WS-TOLERANCE-PCT
           ELSE
              MOVE 10 TO WS-TOLERANCE-PCT
           END-IF.
           DISPLAY '  TOLERANCE PERCENT: ' WS-TOLERANCE-PCT.

           IF WS-PARM-USER-ID = SPACES
              MOVE 'ROPCALC' TO WS-USER-ID
           ELSE
              MOVE WS-PARM-USER-ID TO WS-USER-ID
           END-IF.

      *    A RUN DATE THAT ISN'T A DATE GIVES NO WINDOW TO MEASURE
      *    USAGE OVER - REFUSE THE RUN BEFORE ANYTHING IS POSTED
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           IF WS-DATE-WORK NOT NUMERIC
              DISPLAY '  *** RUN DATE ON SYSIN COLS 1-8 NOT NUMERIC '
                 '- NO HISTORY WINDOW, NOTHING PROPOSED'
              MOVE 8 TO RETURN-CODE
              CLOSE FILE-PTDMAST
              CLOSE FILE-PTDARCH
              CLOSE FILE-PTDARCH2
              CLOSE FILE-VENDMAST
              CLOSE FILE-ROPHLD
              CLOSE FILE-ROPOUT
              STOP RUN
           END-IF.
           PERFORM R2550-COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NO.
           COMPUTE WS-FROM-DAY-NO = WS-RUN-DAY-NO - WS-WINDOW-DAYS + 1.

           IF WS-PARM-POST
              DISPLAY '  POST RUN - ACCEPTED CHANGES GO TO THE '
                 'ITEM MASTER UNDER USER ' WS-USER-ID
              OPEN I-O    FILE-ITEMMAST
              OPEN OUTPUT FILE-ITMAUD
           ELSE
              DISPLAY '  *** PROPOSAL RUN - REGISTER ONLY, NOTHING '
                 'POSTS'
              OPEN INPUT  FILE-ITEMMAST
           END-IF.

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
           MOVE 'ROPCALC' TO SC-STEP-NAME.
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
        R1100-LOAD-HOLD-CARDS.
      *  ------
           DISPLAY '  R1100 LOAD HOLD CARDS'.
           PERFORM R1110-READ-HOLD-CARD
              UNTIL WS-EOF-ROPHLD.
           DISPLAY '  ITEMS HELD AT THEIR CURRENT REORDER POINT: '
              WS-HD-COUNT.

      *  ------
        R1110-READ-HOLD-CARD.
      *  ------
           READ FILE-ROPHLD INTO WS-HOLD-CARD
              AT END MOVE 'Y' TO WS-EOF-ROPHLD-SW
           END-READ.

           IF NOT WS-EOF-ROPHLD AND WS-HC-ITEM-CODE NOT = SPACES
              IF WS-HD-COUNT >= 500
                 DISPLAY '  *** HOLD TABLE FULL AT 500 ITEMS - '
                    'GROW THE TABLE BEFORE RERUNNING'
                 MOVE 12 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 IF WS-PARM-POST
                    PERFORM R4900-LOG-STEP-END
                 END-IF
                 STOP RUN
              END-IF
              ADD 1 TO WS-HD-COUNT
              SET WS-HD-IDX TO WS-HD-COUNT
              MOVE WS-HC-ITEM-CODE TO WS-HD-ITEM-CODE(WS-HD-IDX)
           END-IF.


      *  ------
        R1200-WRITE-REGISTER-HEADER.
      *  ------
           MOVE WS-RUN-DATE TO WS-REG-HDR-DATE.
           MOVE WS-REG-HDR TO FIL-ROPOUT.
           WRITE FIL-ROPOUT.
           MOVE WS-WINDOW-DAYS   TO WS-REG-HDR-WINDOW.
           MOVE WS-SAFETY-FACTOR TO WS-REG-HDR-FACTOR.
           MOVE WS-DEFAULT-LEAD  TO WS-REG-HDR-LEAD.
           MOVE WS-TOLERANCE-PCT TO WS-REG-HDR-TOL.
           IF WS-PARM-POST
              MOVE 'POST' TO WS-REG-HDR-MODE
           ELSE
              MOVE 'PROPOSAL' TO WS-REG-HDR-MODE
           END-IF.
           MOVE WS-REG-HDR2 TO FIL-ROPOUT.
           WRITE FIL-ROPOUT.
           MOVE SPACES TO FIL-ROPOUT.
           WRITE FIL-ROPOUT.


      *  ------
        R2000-READ-LIVE-MASTER.
      *  ------
           READ FILE-PTDMAST INTO SHIP-PTD-REC
              AT END MOVE 'Y' TO WS-EOF-PTDMAST-SW
           END-READ.
           IF NOT WS-EOF-PTDMAST
              ADD 1 TO WS-PTD-READ-CNT
              PERFORM R2500-CLASSIFY-RECORD
           END-IF.

      *  ------
        R2100-READ-ARCHIVE-1.
      *  ------
           READ FILE-PTDARCH INTO SHIP-PTD-REC
              AT END MOVE 'Y' TO WS-EOF-ARCH1-SW
           END-READ.
           IF NOT WS-EOF-ARCH1
              ADD 1 TO WS-PTD-READ-CNT
              PERFORM R2500-CLASSIFY-RECORD
           END-IF.

      *  ------
        R2200-READ-ARCHIVE-2.
      *  ------
           READ FILE-PTDARCH2 INTO SHIP-PTD-REC
              AT END MOVE 'Y' TO WS-EOF-ARCH2-SW
           END-READ.
           IF NOT WS-EOF-ARCH2
              ADD 1 TO WS-PTD-READ-CNT
              PERFORM R2500-CLASSIFY-RECORD
           END-IF.


      *  ------
        R2500-CLASSIFY-RECORD.
      *  ------
      *    ONLY THE 'I' RECORDS CARRY USAGE, AND THEY ONLY EVER
      *    LIVE IN ONE PLACE - THE 'D' RECORDS A CLOSE LEAVES ON
      *    BOTH THE LIVE MASTER AND THE ARCHIVE ARE NOT READ HERE.
      *    A RECORD WITH A BAD DATE CAN'T BE PLACED IN THE WINDOW
      *    AND IS LEFT OUT
           IF PT-IS-ITEM-TOTAL
              MOVE PT-RUN-DATE TO WS-DATE-WORK
              IF WS-DATE-WORK NUMERIC
                 PERFORM R2550-COMPUTE-DAY-NUMBER
                 IF WS-DAY-NUMBER >= WS-FROM-DAY-NO
                    AND WS-DAY-NUMBER <= WS-RUN-DAY-NO
                    PERFORM R2600-ACCUMULATE-ITEM
                 END-IF
              END-IF
           END-IF.


      *  ------
        R2550-COMPUTE-DAY-NUMBER.
      *  ------
      *    CCYYMMDD IN WS-DATE-WORK TO A DAY NUMBER.  THE 31ST IS
      *    TAKEN AS THE 30TH
           IF WS-DATE-DD > 30
              MOVE 30 TO WS-DATE-DD
           END-IF.
           COMPUTE WS-DAY-NUMBER = (WS-DATE-CCYY * 360)
                                 + ((WS-DATE-MM - 1) * 30)
                                 + (WS-DATE-DD - 1).


      *  ------
        R2600-ACCUMULATE-ITEM.
      *  ------
           SET WS-IU-IDX TO 1.
           SEARCH WS-IU-ENT
              AT END
                 PERFORM R2610-ADD-USAGE-ENTRY
              WHEN WS-IU-ITEM-CODE(WS-IU-IDX) = PT-ITEM-CODE
                 CONTINUE
           END-SEARCH.

           IF WS-IU-DAY-DATE(WS-IU-IDX) NOT = PT-RUN-DATE
              PERFORM R2650-CLOSE-ITEM-DAY
              MOVE PT-RUN-DATE TO WS-IU-DAY-DATE(WS-IU-IDX)
           END-IF.
           ADD PT-ITEM-QTY TO WS-IU-DAY-QTY(WS-IU-IDX).
           ADD PT-ITEM-QTY TO WS-IU-TOTAL-QTY(WS-IU-IDX).

      *  ------
        R2610-ADD-USAGE-ENTRY.
      *  ------
           IF WS-IU-COUNT >= 2000
              DISPLAY '  *** ITEM USAGE TABLE FULL AT 2000 '
                 'ITEMS - GROW THE TABLE BEFORE RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              IF WS-PARM-POST
                 PERFORM R4900-LOG-STEP-END
              END-IF
              STOP RUN
           END-IF.
           ADD 1 TO WS-IU-COUNT.
           SET WS-IU-IDX TO WS-IU-COUNT.
           MOVE PT-ITEM-CODE TO WS-IU-ITEM-CODE(WS-IU-IDX).

      *  ------
        R2650-CLOSE-ITEM-DAY.
      *  ------
      *    THE DAY HELD OPEN ON THE ENTRY IS COMPLETE - COUNT IT
      *    AND TRY IT AGAINST THE PEAK
           IF WS-IU-DAY-DATE(WS-IU-IDX) NOT = SPACES
              ADD 1 TO WS-IU-SALE-DAYS(WS-IU-IDX)
              IF WS-IU-DAY-QTY(WS-IU-IDX) > WS-IU-PEAK-QTY(WS-IU-IDX)
                 MOVE WS-IU-DAY-QTY(WS-IU-IDX)
                    TO WS-IU-PEAK-QTY(WS-IU-IDX)
              END-IF
           END-IF.
           MOVE SPACES TO WS-IU-DAY-DATE(WS-IU-IDX).
           MOVE ZEROES TO WS-IU-DAY-QTY(WS-IU-IDX).

      *  ------
        R2700-CLOSE-LAST-DAYS.
      *  ------
           DISPLAY '  PERIOD RECORDS READ: ' WS-PTD-READ-CNT.
           DISPLAY '  ITEMS WITH USAGE IN THE WINDOW: ' WS-IU-COUNT.
           IF WS-IU-COUNT > 0
              PERFORM R2650-CLOSE-ITEM-DAY
                 VARYING WS-IU-IDX FROM 1 BY 1
                 UNTIL WS-IU-IDX > WS-IU-COUNT
           END-IF.


      *  ------
        R3000-SWEEP-ITEM-MASTER.
      *  ------
           READ FILE-ITEMMAST NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-ITEMMAST-SW
           END-READ.
           IF NOT WS-ITEMMAST-OK
              MOVE 'Y' TO WS-EOF-ITEMMAST-SW
           END-IF.

           IF NOT WS-EOF-ITEMMAST
              ADD 1 TO WS-ITEMS-READ-CNT
              PERFORM R3100-PROPOSE-REORDER-POINT
              PERFORM R3500-WRITE-REGISTER-LINE
           END-IF.


      *  ------
        R3100-PROPOSE-REORDER-POINT.
      *  ------
           MOVE IM-REORDER-POINT TO WS-CURRENT-ROP.
           PERFORM R3150-FIND-ITEM-USAGE.
           PERFORM R3200-FIND-LEAD-TIME.
           PERFORM R3250-CHECK-HELD.

      *    AVERAGE OVER EVERY DAY OF THE WINDOW, NOT JUST THE DAYS
      *    THE ITEM SOLD - A SLOW MOVER SHOULD LOOK SLOW
           COMPUTE WS-AVG-DAILY ROUNDED =
              WS-ITEM-TOTAL-QTY / WS-WINDOW-DAYS
              ON SIZE ERROR MOVE 9999999.99 TO WS-AVG-DAILY
           END-COMPUTE.

      *    SAFETY STOCK COVERS A RUN OF PEAK DAYS THROUGH THE LEAD
      *    TIME; THE FACTOR LETS THE BUYER LEAN IT EITHER WAY
           MOVE ZEROES TO WS-SAFETY-STOCK.
           IF WS-ITEM-PEAK-QTY > WS-AVG-DAILY
              COMPUTE WS-SAFETY-STOCK ROUNDED =
                 (WS-ITEM-PEAK-QTY - WS-AVG-DAILY) * WS-LEAD-DAYS
                 * WS-SAFETY-FACTOR
                 ON SIZE ERROR MOVE 999999999 TO WS-SAFETY-STOCK
              END-COMPUTE
           END-IF.

      *    IM-REORDER-POINT HOLDS FIVE DIGITS - A PROPOSAL BIGGER
      *    THAN THAT IS SET TO THE MOST THE FIELD CAN CARRY
           COMPUTE WS-PROPOSED-QTY ROUNDED =
              (WS-AVG-DAILY * WS-LEAD-DAYS) + WS-SAFETY-STOCK
              ON SIZE ERROR MOVE 999999999 TO WS-PROPOSED-QTY
           END-COMPUTE.
           IF WS-PROPOSED-QTY > 99999
              MOVE 99999 TO WS-PROPOSED-ROP
           ELSE
              MOVE WS-PROPOSED-QTY TO WS-PROPOSED-ROP
           END-IF.

      *    THE TOLERANCE IS A PERCENT OF THE CURRENT REORDER POINT,
      *    TESTED IN WHOLE UNITS X 100 SO NOTHING IS LOST TO A
      *    DIVIDE
           COMPUTE WS-ROP-DIFF = WS-PROPOSED-ROP - WS-CURRENT-ROP.
           IF WS-ROP-DIFF < ZEROES
              COMPUTE WS-ROP-DIFF = ZEROES - WS-ROP-DIFF
           END-IF.
           COMPUTE WS-DIFF-X100 = WS-ROP-DIFF * 100.
           COMPUTE WS-TOL-LIMIT = WS-CURRENT-ROP * WS-TOLERANCE-PCT.

           EVALUATE TRUE
              WHEN WS-ITEM-TOTAL-QTY = ZEROES
                 MOVE 'NO USAGE' TO WS-ITEM-ACTION
                 ADD 1 TO WS-NO-USAGE-CNT
              WHEN WS-CURRENT-ROP = ZEROES
                 MOVE 'NOT SET' TO WS-ITEM-ACTION
                 ADD 1 TO WS-NOT-SET-CNT
              WHEN WS-ROP-DIFF = ZEROES
                 MOVE 'UNCHANGED' TO WS-ITEM-ACTION
                 ADD 1 TO WS-WITHIN-TOL-CNT
              WHEN WS-DIFF-X100 < WS-TOL-LIMIT
                 MOVE 'WITHIN TOL' TO WS-ITEM-ACTION
                 ADD 1 TO WS-WITHIN-TOL-CNT
              WHEN WS-ITEM-HELD
                 MOVE 'HELD' TO WS-ITEM-ACTION
                 ADD 1 TO WS-HELD-CNT
              WHEN WS-PARM-POST
                 PERFORM R3300-POST-REORDER-POINT
              WHEN OTHER
                 MOVE 'PROPOSED' TO WS-ITEM-ACTION
                 ADD 1 TO WS-CHANGED-CNT
           END-EVALUATE.


      *  ------
        R3150-FIND-ITEM-USAGE.
      *  ------
           MOVE ZEROES TO WS-ITEM-TOTAL-QTY.
           MOVE ZEROES TO WS-ITEM-PEAK-QTY.
           IF WS-IU-COUNT > 0
              SET WS-IU-IDX TO 1
              SEARCH WS-IU-ENT
                 AT END
                    CONTINUE
                 WHEN WS-IU-ITEM-CODE(WS-IU-IDX) = IM-ITEM-CODE
                    MOVE WS-IU-TOTAL-QTY(WS-IU-IDX)
                       TO WS-ITEM-TOTAL-QTY
                    MOVE WS-IU-PEAK-QTY(WS-IU-IDX)
                       TO WS-ITEM-PEAK-QTY
              END-SEARCH
           END-IF.


      *  ------
        R3200-FIND-LEAD-TIME.
      *  ------
      *    NO VENDOR ON THE ITEM, A VENDOR NOT ON FILE, OR A VENDOR
      *    WITH NO LEAD TIME KEYED ALL FALL BACK TO THE SYSIN
      *    DEFAULT, FLAGGED ON THE REGISTER
           MOVE 'N' TO WS-LEAD-DEFAULT-SW.
           MOVE ZEROES TO WS-LEAD-DAYS.
           IF IM-VENDOR-NO NOT = SPACES
              MOVE '00' TO WS-VENDMAST-STATUS
              MOVE IM-VENDOR-NO TO VM-VENDOR-NO
              READ FILE-VENDMAST
                  INVALID KEY MOVE '23' TO WS-VENDMAST-STATUS
              END-READ
              IF WS-VENDMAST-OK AND VM-LEAD-DAYS NUMERIC
                 MOVE VM-LEAD-DAYS TO WS-LEAD-DAYS
              END-IF
           END-IF.
           IF WS-LEAD-DAYS = ZEROES
              MOVE WS-DEFAULT-LEAD TO WS-LEAD-DAYS
              SET WS-LEAD-DEFAULTED TO TRUE
           END-IF.


      *  ------
        R3250-CHECK-HELD.
      *  ------
           MOVE 'N' TO WS-ITEM-HELD-SW.
           IF WS-HD-COUNT > 0
              SET WS-HD-IDX TO 1
              SEARCH WS-HD-ENT
                 AT END
                    CONTINUE
                 WHEN WS-HD-ITEM-CODE(WS-HD-IDX) = IM-ITEM-CODE
                    SET WS-ITEM-HELD TO TRUE
              END-SEARCH
           END-IF.


      *  ------
        R3300-POST-REORDER-POINT.
      *  ------
           MOVE FIL-ITEMMAST TO WS-BEFORE-IMAGE.
           MOVE WS-PROPOSED-ROP TO IM-REORDER-POINT.
           REWRITE FIL-ITEMMAST.
           IF WS-ITEMMAST-OK
              MOVE 'POSTED' TO WS-ITEM-ACTION
              ADD 1 TO WS-CHANGED-CNT
              PERFORM R3350-WRITE-AUDIT-RECORD
           ELSE
              DISPLAY '  *** REWRITE FAILED FOR ITEM ' IM-ITEM-CODE
                 ' STATUS ' WS-ITEMMAST-STATUS
              MOVE WS-BEFORE-IMAGE TO FIL-ITEMMAST
              MOVE 'NOT POSTED' TO WS-ITEM-ACTION
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

      *  ------
        R3350-WRITE-AUDIT-RECORD.
      *  ------
           MOVE SPACES           TO SHIP-AUD-REC.
           MOVE WS-RUN-DATE      TO AU-RUN-DATE.
           MOVE WS-USER-ID       TO AU-USER-ID.
           MOVE 'C'              TO AU-ACTION.
           MOVE IM-ITEM-CODE     TO AU-ITEM-CODE.
           MOVE WS-BEFORE-IMAGE  TO AU-BEFORE-IMAGE.
           MOVE FIL-ITEMMAST     TO AU-AFTER-IMAGE.
           MOVE SHIP-AUD-REC     TO FIL-ITMAUD.
           WRITE FIL-ITMAUD.


      *  ------
        R3500-WRITE-REGISTER-LINE.
      *  ------
           MOVE IM-ITEM-CODE      TO WS-REG-ITEM-CODE.
           MOVE IM-ITEM-DESC      TO WS-REG-ITEM-DESC.
           MOVE WS-LEAD-DAYS      TO WS-REG-LEAD.
           IF WS-LEAD-DEFAULTED
              MOVE '*' TO WS-REG-LEAD-FLAG
           ELSE
              MOVE SPACE TO WS-REG-LEAD-FLAG
           END-IF.
           MOVE WS-AVG-DAILY      TO WS-REG-AVG.
           MOVE WS-ITEM-PEAK-QTY  TO WS-REG-PEAK.
           MOVE WS-SAFETY-STOCK   TO WS-REG-SAFETY.
           MOVE WS-CURRENT-ROP    TO WS-REG-CURR-ROP.
           MOVE WS-PROPOSED-ROP   TO WS-REG-NEW-ROP.
           MOVE WS-ITEM-ACTION    TO WS-REG-ACTION.
           MOVE WS-REG-LINE TO FIL-ROPOUT.
           WRITE FIL-ROPOUT.
           MOVE SPACES TO FIL-ROPOUT.


      *  ------
        R3800-WRITE-REGISTER-TRAILER.
      *  ------
           DISPLAY '  R3800 WRITE REGISTER TRAILER'.
           MOVE SPACES TO FIL-ROPOUT.
           WRITE FIL-ROPOUT.
           MOVE WS-ITEMS-READ-CNT TO WS-REG-READ.
           MOVE WS-CHANGED-CNT    TO WS-REG-CHANGED.
           MOVE WS-HELD-CNT       TO WS-REG-HELD.
           MOVE WS-WITHIN-TOL-CNT TO WS-REG-WITHIN-TOL.
           MOVE WS-NO-USAGE-CNT   TO WS-REG-NO-USAGE.
           MOVE WS-NOT-SET-CNT    TO WS-REG-NOT-SET.
           MOVE WS-REG-TRL TO FIL-ROPOUT.
           WRITE FIL-ROPOUT.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-PTDMAST.
           CLOSE FILE-PTDARCH.
           CLOSE FILE-PTDARCH2.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-VENDMAST.
           CLOSE FILE-ROPHLD.
           CLOSE FILE-ROPOUT.
           IF WS-PARM-POST
              CLOSE FILE-ITMAUD
           END-IF.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-ITEMS-READ-CNT TO SC-IN-COUNT.
           MOVE WS-CHANGED-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
