      **************************************************************
      *
      *  PROGRAM ID FISCMNT
      *  DATE CREATED:  15OCT2026
      *
      * FISCAL CALENDAR MAINTENANCE - THE ONLY SANCTIONED WAY TO
      * ADD, CHANGE, OR DELETE FILE-FISCAL PERIODS, IN THE SAME
      * MOLD AS XREFMNT.  READS A FILE OF MAINTENANCE CARDS KEYED
      * BY FISCAL YEAR AND PERIOD NUMBER, VALIDATES EACH ONE
      * (PERIOD 01-13, REAL START AND END DATES, START NOT AFTER
      * END, AND NO OVERLAP WITH THE PERIODS EITHER SIDE OF IT IN
      * THE SAME FISCAL YEAR), APPLIES THE GOOD ONES, PRINTS A
      * BEFORE/AFTER MAINTENANCE REGISTER, AND WRITES AN AUDIT
      * RECORD OF WHO MOVED WHICH PERIOD AND WHEN.  MONTHEND,
      * COMMRUN, TAXRPT, GLPROOF AND TRENDRPT SELECT THEIR DETAIL
      * BY THESE DATES, SO A PERIOD NOBODY HAS LOADED STOPS THEM.
      *
      * SYSIN CARD 1: RUN DATE (CCYYMMDD)
      * SYSIN CARD 1 COL 80: 'Y' RUNS THE STEP EVEN WHEN ITS
      *               PREREQUISITES HAVEN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       PROGRAM-ID. FISCMNT.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-FISCTRN ASSIGN TO UT-S-FISCTRN.
           SELECT FILE-FISCAUD ASSIGN TO UT-S-FISCAUD.
           SELECT FILE-MNTOUT ASSIGN TO UT-S-FMNTOUT.
           SELECT FILE-FISCAL ASSIGN TO UT-S-FISCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FISCAL-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *MAINTENANCE TRANSACTION CARDS
       FD  FILE-FISCTRN
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-FISCTRN.

       01  FIL-FISCTRN       PIC X(80).

      * ---

      *AUDIT TRAIL - ONE RECORD PER APPLIED TRANSACTION
       FD  FILE-FISCAUD
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-FISCAUD.

       01  FIL-FISCAUD       PIC X(123).

      * ---

      *MAINTENANCE REGISTER PRINT FILE
       FD  FILE-MNTOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-MNTOUT.

       01  FIL-MNTOUT        PIC X(132).

      * ---

      *FISCAL CALENDAR - THE FILE BEING MAINTAINED
       FD  FILE-FISCAL
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-FISCAL.

       COPY FISCAL
           REPLACING CPY-FISCAL-REC BY FIL-FISCAL.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    MAINTENANCE CARD JUST READ
       COPY FISCTRN
           REPLACING CPY-FISC-TRN-REC BY SHIP-TRN-REC.

      *    AUDIT RECORD BUILT FOR FILE-FISCAUD
       COPY FISCAUD
           REPLACING CPY-FISC-AUD-REC BY SHIP-AUD-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-FISCTRN-SW  PIC X VALUE 'N'.
               88  WS-EOF-FISCTRN        VALUE 'Y'.
           02  WS-TRN-VALID-SW    PIC X VALUE 'Y'.
               88  WS-TRN-VALID          VALUE 'Y'.
               88  WS-TRN-NOT-VALID      VALUE 'N'.
           02  WS-PERIOD-EXISTS-SW PIC X VALUE 'N'.
               88  WS-PERIOD-EXISTS      VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-FISCAL-STATUS     PIC X(2) VALUE '00'.
           88  WS-FISCAL-FOUND         VALUE '00'.
           88  WS-FISCAL-NOTFOUND      VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN - STAMPED ON EVERY AUDIT RECORD AND
      * ON THE PERIOD AS ITS LAST MAINTENANCE DATE
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.

      * WHY THE CARD BOUNCED - PRINTED ON THE REGISTER LINE
       01  WS-REJECT-REASON-TXT PIC X(30) VALUE SPACES.

      * BEFORE IMAGE OF THE PERIOD FOR THE AUDIT TRAIL
       01  WS-BEFORE-IMAGE      PIC X(50) VALUE SPACES.

      * CARD KEY AND WEEKS EDITED AS NUMBERS
       01  WS-EDIT-KEY.
           05  WS-EDIT-YEAR       PIC X(4).
           05  WS-EDIT-PERIOD     PIC X(2).
       01  WS-EDIT-KEY-9 REDEFINES WS-EDIT-KEY.
           05  WS-EDIT-YEAR-9     PIC 9(4).
           05  WS-EDIT-PERIOD-9   PIC 9(2).
       01  WS-EDIT-WEEKS        PIC X(1).
       01  WS-EDIT-WEEKS-9 REDEFINES WS-EDIT-WEEKS
                                PIC 9(1).

      * THE PERIOD AS IT WILL STAND ONCE THE CARD IS APPLIED -
      * EDITED AND CHECKED AGAINST ITS NEIGHBOURS BEFORE ANYTHING
      * IS WRITTEN
       01  WS-NEW-START-DATE    PIC X(8) VALUE SPACES.
       01  WS-NEW-END-DATE      PIC X(8) VALUE SPACES.
       01  WS-NEW-WEEKS         PIC 9(1) VALUE ZEROES.

      * ONE DATE BROKEN OUT FOR THE CALENDAR EDIT
       01  WS-CHK-DATE          PIC X(8).
       01  WS-CHK-DATE-9 REDEFINES WS-CHK-DATE.
           05  WS-CHK-YYYY        PIC 9(4).
           05  WS-CHK-MM          PIC 9(2).
           05  WS-CHK-DD          PIC 9(2).

      * REGISTER COUNTS FOR THE TRAILER
       01  WS-APPLIED-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-REJECTED-CNT      PIC 9(5) VALUE ZEROES.

      * MAINTENANCE REGISTER PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(33)
                 VALUE 'FISCAL CALENDAR MAINT REGISTER'.
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(72) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-ACTION      PIC X(7).
           05  FILLER             PIC X(6) VALUE ' YEAR '.
           05  WS-REG-YEAR        PIC X(4).
           05  FILLER             PIC X(8) VALUE ' PERIOD '.
           05  WS-REG-PERIOD      PIC X(2).
           05  FILLER             PIC X(6) VALUE ' FROM '.
           05  WS-REG-START       PIC X(8).
           05  FILLER             PIC X(4) VALUE ' TO '.
           05  WS-REG-END         PIC X(8).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-REG-STATUS      PIC X(9).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-REASON      PIC X(30).
           05  FILLER             PIC X(6) VALUE ' BY: '.
           05  WS-REG-USER        PIC X(8).
           05  FILLER             PIC X(19) VALUE SPACES.

       01  WS-REG-IMAGE-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-REG-IMAGE-LBL   PIC X(8).
           05  WS-REG-IMAGE       PIC X(50).
           05  FILLER             PIC X(70) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE 'CARDS APPLIED: '.
           05  WS-REG-APPLIED     PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE '  REJECTED: '.
           05  WS-REG-REJECTED    PIC ZZZZ9.
           05  FILLER             PIC X(91) VALUE SPACES.

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

           PERFORM R2000-PROCESS-MAINT-CARD
              UNTIL WS-EOF-FISCTRN.

           PERFORM R3500-WRITE-REGISTER-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-FISCTRN.
           OPEN I-O    FILE-FISCAL.
           OPEN OUTPUT FILE-FISCAUD.
           OPEN OUTPUT FILE-MNTOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-RUN-DATE.
           DISPLAY '  MAINTENANCE RUN DATE: ' WS-RUN-DATE.


      *  ------
        R1090-LOG-STEP-START.
      *  ------
           DISPLAY '  R1090 LOG STEP START'.
      *    NOTHING RUNS UNTIL THE STEPS IT DEPENDS ON HAVE RUN
      *    CLEAN FOR THE DATE - SUBSTEP SAYS WHY ON SYSOUT
           MOVE SPACES TO SHIP-STEP-CALL.
           SET SC-STEP-START TO TRUE.
           MOVE 'FISCMNT' TO SC-STEP-NAME.
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
           MOVE WS-RUN-DATE TO WS-REG-HDR-DATE.
           MOVE WS-REG-HDR  TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.


      *  ------
        R2000-PROCESS-MAINT-CARD.
      *  ------
           READ FILE-FISCTRN INTO SHIP-TRN-REC
              AT END MOVE 'Y' TO WS-EOF-FISCTRN-SW
           END-READ.

           IF NOT WS-EOF-FISCTRN
              SET WS-TRN-VALID TO TRUE
              MOVE SPACES TO WS-REJECT-REASON-TXT
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE 'N' TO WS-PERIOD-EXISTS-SW
              PERFORM R2050-EDIT-KEY
              IF WS-TRN-VALID
                 PERFORM R2100-LOOKUP-PERIOD
              END-IF

              EVALUATE TRUE
                 WHEN WS-TRN-NOT-VALID
                    PERFORM R2800-WRITE-REJECT-LINE
                 WHEN FT-IS-ADD
                    PERFORM R2200-APPLY-ADD
                 WHEN FT-IS-CHANGE
                    PERFORM R2300-APPLY-CHANGE
                 WHEN FT-IS-DELETE
                    PERFORM R2400-APPLY-DELETE
                 WHEN OTHER
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'INVALID ACTION CODE' TO
                       WS-REJECT-REASON-TXT
                    PERFORM R2800-WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.


      *  ------
        R2050-EDIT-KEY.
      *  ------
           MOVE FT-FISCAL-YEAR TO WS-EDIT-YEAR.
           MOVE FT-PERIOD-NO   TO WS-EDIT-PERIOD.
           IF WS-EDIT-KEY NOT NUMERIC
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'YEAR/PERIOD NOT NUMERIC' TO
                 WS-REJECT-REASON-TXT
           END-IF.

      *    THIRTEEN COVERS A CALENDAR KEPT IN FOUR-WEEK PERIODS -
      *    A 4-4-5 YEAR ONLY EVER USES TWELVE
           IF WS-TRN-VALID
              AND (WS-EDIT-PERIOD-9 < 1 OR WS-EDIT-PERIOD-9 > 13)
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'PERIOD MUST BE 01 THRU 13' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2100-LOOKUP-PERIOD.
      *  ------
           MOVE 'N' TO WS-PERIOD-EXISTS-SW.
           MOVE '00' TO WS-FISCAL-STATUS.
           MOVE WS-EDIT-YEAR-9   TO FC-FISCAL-YEAR.
           MOVE WS-EDIT-PERIOD-9 TO FC-PERIOD-NO.
           READ FILE-FISCAL
               INVALID KEY MOVE '23' TO WS-FISCAL-STATUS
           END-READ.
           IF WS-FISCAL-FOUND
              SET WS-PERIOD-EXISTS TO TRUE
              MOVE FIL-FISCAL TO WS-BEFORE-IMAGE
           END-IF.


      *  ------
        R2200-APPLY-ADD.
      *  ------
           DISPLAY '  R2200 ADD PERIOD ' FT-FISCAL-YEAR ' '
              FT-PERIOD-NO.
           IF WS-PERIOD-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'PERIOD ALREADY ON CALENDAR' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              AND (FT-START-DATE = SPACES OR FT-END-DATE = SPACES)
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'ADD REQUIRES START AND END' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              MOVE SPACES TO WS-NEW-START-DATE
              MOVE SPACES TO WS-NEW-END-DATE
              MOVE ZEROES TO WS-NEW-WEEKS
              PERFORM R2500-EDIT-CARD-FIELDS
           END-IF.

           IF WS-TRN-VALID
              MOVE SPACES TO FIL-FISCAL
              MOVE WS-EDIT-YEAR-9   TO FC-FISCAL-YEAR
              MOVE WS-EDIT-PERIOD-9 TO FC-PERIOD-NO
              PERFORM R2600-MOVE-NEW-FIELDS
              WRITE FIL-FISCAL
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'PERIOD WRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-WRITE
           END-IF.

           IF WS-TRN-VALID
              MOVE FIL-FISCAL TO FA-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2300-APPLY-CHANGE.
      *  ------
           DISPLAY '  R2300 CHANGE PERIOD ' FT-FISCAL-YEAR ' '
              FT-PERIOD-NO.
           IF NOT WS-PERIOD-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'PERIOD NOT ON CALENDAR' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              MOVE FC-START-DATE TO WS-NEW-START-DATE
              MOVE FC-END-DATE   TO WS-NEW-END-DATE
              MOVE FC-WEEKS      TO WS-NEW-WEEKS
              PERFORM R2500-EDIT-CARD-FIELDS
           END-IF.

      *    THE NEIGHBOUR CHECK READ OTHER PERIODS INTO THE RECORD
      *    AREA - GET THIS ONE BACK BEFORE IT IS REWRITTEN
           IF WS-TRN-VALID
              PERFORM R2100-LOOKUP-PERIOD
              PERFORM R2600-MOVE-NEW-FIELDS
              REWRITE FIL-FISCAL
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'PERIOD REWRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-REWRITE
           END-IF.

           IF WS-TRN-VALID
              MOVE FIL-FISCAL TO FA-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2400-APPLY-DELETE.
      *  ------
           DISPLAY '  R2400 DELETE PERIOD ' FT-FISCAL-YEAR ' '
              FT-PERIOD-NO.
           IF NOT WS-PERIOD-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'PERIOD NOT ON CALENDAR' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              DELETE FILE-FISCAL
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'PERIOD DELETE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-DELETE
           END-IF.

           IF WS-TRN-VALID
              MOVE SPACES TO FA-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2500-EDIT-CARD-FIELDS.
      *  ------
      *    ONLY THE FILLED-IN CARD FIELDS CHANGE THE PERIOD - ON A
      *    CHANGE THE BLANK ONES LEAVE THE EXISTING VALUE ALONE, SO
      *    MOVING A BOUNDARY IS JUST A NEW END DATE
           IF FT-START-DATE NOT = SPACES
              MOVE FT-START-DATE TO WS-NEW-START-DATE
           END-IF.
           IF FT-END-DATE NOT = SPACES
              MOVE FT-END-DATE TO WS-NEW-END-DATE
           END-IF.

           IF FT-WEEKS NOT = SPACES
              MOVE FT-WEEKS TO WS-EDIT-WEEKS
              IF WS-EDIT-WEEKS NUMERIC
                 MOVE WS-EDIT-WEEKS-9 TO WS-NEW-WEEKS
              ELSE
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'WEEKS NOT NUMERIC' TO WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-TRN-VALID
              MOVE WS-NEW-START-DATE TO WS-CHK-DATE
              PERFORM R2510-EDIT-ONE-DATE
           END-IF.
           IF WS-TRN-VALID
              MOVE WS-NEW-END-DATE TO WS-CHK-DATE
              PERFORM R2510-EDIT-ONE-DATE
           END-IF.

           IF WS-TRN-VALID
              AND WS-NEW-START-DATE > WS-NEW-END-DATE
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'START DATE AFTER END DATE' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2550-CHECK-NEIGHBOURS
           END-IF.


      *  ------
        R2510-EDIT-ONE-DATE.
      *  ------
           IF WS-CHK-DATE NOT NUMERIC
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'DATE NOT NUMERIC' TO WS-REJECT-REASON-TXT
           ELSE
              IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
                 OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'DATE NOT A CALENDAR DATE' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.


      *  ------
        R2550-CHECK-NEIGHBOURS.
      *  ------
      *    A DAY IN TWO PERIODS WOULD BE REPORTED TWICE - THE PERIOD
      *    BEFORE MUST END BEFORE THIS ONE STARTS, AND THE PERIOD
      *    AFTER MUST START AFTER THIS ONE ENDS
           IF WS-EDIT-PERIOD-9 > 1
              MOVE '00' TO WS-FISCAL-STATUS
              MOVE WS-EDIT-YEAR-9 TO FC-FISCAL-YEAR
              COMPUTE FC-PERIOD-NO = WS-EDIT-PERIOD-9 - 1
              READ FILE-FISCAL
                  INVALID KEY MOVE '23' TO WS-FISCAL-STATUS
              END-READ
              IF WS-FISCAL-FOUND
                 AND FC-END-DATE NOT < WS-NEW-START-DATE
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'OVERLAPS THE PERIOD BEFORE' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-TRN-VALID AND WS-EDIT-PERIOD-9 < 13
              MOVE '00' TO WS-FISCAL-STATUS
              MOVE WS-EDIT-YEAR-9 TO FC-FISCAL-YEAR
              COMPUTE FC-PERIOD-NO = WS-EDIT-PERIOD-9 + 1
              READ FILE-FISCAL
                  INVALID KEY MOVE '23' TO WS-FISCAL-STATUS
              END-READ
              IF WS-FISCAL-FOUND
                 AND FC-START-DATE NOT > WS-NEW-END-DATE
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'OVERLAPS THE PERIOD AFTER' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.


      *  ------
        R2600-MOVE-NEW-FIELDS.
      *  ------
           MOVE WS-NEW-START-DATE TO FC-START-DATE.
           MOVE WS-NEW-END-DATE   TO FC-END-DATE.
           MOVE WS-NEW-WEEKS      TO FC-WEEKS.
           MOVE WS-RUN-DATE       TO FC-LAST-MAINT-DATE.
           MOVE FT-USER-ID        TO FC-LAST-MAINT-USER.


      *  ------
        R2750-WRITE-AUDIT-AND-REGISTER.
      *  ------
           ADD 1 TO WS-APPLIED-CNT.

           MOVE WS-RUN-DATE      TO FA-RUN-DATE.
           MOVE FT-USER-ID       TO FA-USER-ID.
           MOVE FT-ACTION        TO FA-ACTION.
           MOVE FT-FISCAL-YEAR   TO FA-FISCAL-YEAR.
           MOVE FT-PERIOD-NO     TO FA-PERIOD-NO.
           MOVE WS-BEFORE-IMAGE  TO FA-BEFORE-IMAGE.
           MOVE SHIP-AUD-REC     TO FIL-FISCAUD.
           WRITE FIL-FISCAUD.

           PERFORM R2900-SET-ACTION-LABEL.
           PERFORM R2910-SET-KEY-COLUMNS.
           MOVE 'APPLIED  ' TO WS-REG-STATUS.
           MOVE SPACES      TO WS-REG-REASON.
           MOVE FT-USER-ID  TO WS-REG-USER.
           MOVE WS-REG-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.

           MOVE 'BEFORE: ' TO WS-REG-IMAGE-LBL.
           MOVE WS-BEFORE-IMAGE TO WS-REG-IMAGE.
           MOVE WS-REG-IMAGE-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.

           MOVE 'AFTER : ' TO WS-REG-IMAGE-LBL.
           MOVE FA-AFTER-IMAGE TO WS-REG-IMAGE.
           MOVE WS-REG-IMAGE-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.


      *  ------
        R2800-WRITE-REJECT-LINE.
      *  ------
           ADD 1 TO WS-REJECTED-CNT.
           PERFORM R2900-SET-ACTION-LABEL.
           PERFORM R2910-SET-KEY-COLUMNS.
           MOVE 'REJECTED ' TO WS-REG-STATUS.
           MOVE WS-REJECT-REASON-TXT TO WS-REG-REASON.
           MOVE FT-USER-ID  TO WS-REG-USER.
           MOVE WS-REG-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.
           DISPLAY '  *** MAINT CARD REJECTED FOR PERIOD '
              FT-FISCAL-YEAR ' ' FT-PERIOD-NO ' - '
              WS-REJECT-REASON-TXT.


      *  ------
        R2900-SET-ACTION-LABEL.
      *  ------
           EVALUATE TRUE
              WHEN FT-IS-ADD     MOVE 'ADD    ' TO WS-REG-ACTION
              WHEN FT-IS-CHANGE  MOVE 'CHANGE ' TO WS-REG-ACTION
              WHEN FT-IS-DELETE  MOVE 'DELETE ' TO WS-REG-ACTION
              WHEN OTHER         MOVE 'INVALID' TO WS-REG-ACTION
           END-EVALUATE.

      *  ------
        R2910-SET-KEY-COLUMNS.
      *  ------
           MOVE FT-FISCAL-YEAR TO WS-REG-YEAR.
           MOVE FT-PERIOD-NO   TO WS-REG-PERIOD.
           MOVE FT-START-DATE  TO WS-REG-START.
           MOVE FT-END-DATE    TO WS-REG-END.


      *  ------
        R3500-WRITE-REGISTER-TRAILER.
      *  ------
           DISPLAY '  R3500 WRITE REGISTER TRAILER'.
           MOVE SPACES TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE WS-APPLIED-CNT  TO WS-REG-APPLIED.
           MOVE WS-REJECTED-CNT TO WS-REG-REJECTED.
           MOVE WS-REG-TRL TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-FISCTRN.
           CLOSE FILE-FISCAL.
           CLOSE FILE-FISCAUD.
           CLOSE FILE-MNTOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           COMPUTE SC-IN-COUNT = WS-APPLIED-CNT
                               + WS-REJECTED-CNT.
           MOVE WS-APPLIED-CNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
