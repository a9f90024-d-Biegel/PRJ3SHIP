      **************************************************************
      *
      *  PROGRAM ID TXEMNT
      *  DATE CREATED:  15OCT2026
      *
      * TAX EXEMPTION CERTIFICATE MAINTENANCE - THE ONLY SANCTIONED
      * WAY TO ADD, CHANGE, OR DELETE FILE-TAXEXM CERTIFICATES, IN
      * THE SAME MOLD AS XREFMNT.  READS A FILE OF MAINTENANCE CARDS
      * KEYED BY CUSTOMER AND TAX JURISDICTION, VALIDATES EACH ONE
      * (CUSTOMER MUST BE ON FILE-CUSTMAST, JURISDICTION ON THE
      * TAXRATE TABLE, A CERTIFICATE NUMBER, A REASON OF R (RESALE),
      * N (NONPROFIT), G (GOVERNMENT) OR O (OTHER), REAL EFFECTIVE
      * AND EXPIRY DATES, EXPIRY NOT BEFORE EFFECTIVE), APPLIES THE
      * GOOD ONES, PRINTS A BEFORE/AFTER MAINTENANCE REGISTER, AND
      * WRITES AN AUDIT RECORD OF WHO PUT WHICH CERTIFICATE ON FILE
      * AND WHEN.  ORDERSYS AND REVDISP POST NO TAX FOR A CUSTOMER
      * WHOSE CERTIFICATE FOR ITS JURISDICTION IS IN FORCE.
      *
      * ON A CHANGE, A BLANK CARD FIELD LEAVES THE FILE VALUE
      * ALONE - A RENEWAL IS A CHANGE CARRYING THE NEW CERTIFICATE
      * NUMBER AND DATES, AND THE AUDIT TRAIL KEEPS THE OLD ONE.  A
      * CERTIFICATE THAT NEVER LAPSES IS KEYED WITH AN EXPIRY OF
      * 99991231.  A CERTIFICATE FOR A JURISDICTION OTHER THAN THE
      * CUSTOMER'S CURRENT CM-TAX-JURIS IS ACCEPTED (THE CUSTOMER
      * MAY BE MOVING) BUT NOTED ON SYSOUT.
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
       PROGRAM-ID. TXEMNT.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-TXETRN ASSIGN TO UT-S-TXETRN.
           SELECT FILE-TXEAUD ASSIGN TO UT-S-TXEAUD.
           SELECT FILE-MNTOUT ASSIGN TO UT-S-TMNTOUT.
           SELECT FILE-TAXRATE ASSIGN TO UT-S-TAXRATE.
           SELECT FILE-TAXEXM ASSIGN TO UT-S-TAXEXM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TE-KEY
               FILE STATUS IS WS-TAXEXM-STATUS.
           SELECT FILE-CUSTMAST ASSIGN TO UT-S-CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *MAINTENANCE TRANSACTION CARDS
       FD  FILE-TXETRN
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-TXETRN.

       01  FIL-TXETRN        PIC X(80).

      * ---

      *AUDIT TRAIL - ONE RECORD PER APPLIED TRANSACTION
       FD  FILE-TXEAUD
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-TXEAUD.

       01  FIL-TXEAUD        PIC X(184).

      * ---

      *MAINTENANCE REGISTER PRINT FILE
       FD  FILE-MNTOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-MNTOUT.

       01  FIL-MNTOUT        PIC X(132).

      * ---

      *SALES TAX RATE TABLE - EVERY CERTIFICATE'S JURISDICTION MUST
      *BE ON IT
       FD  FILE-TAXRATE
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-TAXRATE.

       01  FIL-TAXRATE       PIC X(80).

      * ---

      *TAX EXEMPTION CERTIFICATES - THE FILE BEING MAINTAINED
       FD  FILE-TAXEXM
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-TAXEXM.

       COPY TAXEXM
           REPLACING CPY-TAX-EXM-REC BY FIL-TAXEXM.

      * ---

      *CUSTOMER MASTER - EVERY CERTIFICATE'S CUSTOMER MUST BE ON IT
       FD  FILE-CUSTMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTMAST.

       COPY CUSTMAST
           REPLACING CPY-CUST-MAST-REC BY FIL-CUSTMAST.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    MAINTENANCE CARD JUST READ
       COPY TXETRN
           REPLACING CPY-TXE-TRN-REC BY SHIP-TRN-REC.

      *    AUDIT RECORD BUILT FOR FILE-TXEAUD
       COPY TXEAUD
           REPLACING CPY-TXE-AUD-REC BY SHIP-AUD-REC.

      *    SALES TAX RATE TABLE RECORD
       COPY TAXRATE
           REPLACING CPY-TAX-RATE-REC BY SHIP-TAX-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-TXETRN-SW   PIC X VALUE 'N'.
               88  WS-EOF-TXETRN         VALUE 'Y'.
           02  WS-EOF-TAXRATE-SW  PIC X VALUE 'N'.
               88  WS-EOF-TAXRATE        VALUE 'Y'.
           02  WS-TRN-VALID-SW    PIC X VALUE 'Y'.
               88  WS-TRN-VALID          VALUE 'Y'.
               88  WS-TRN-NOT-VALID      VALUE 'N'.
           02  WS-CERT-EXISTS-SW  PIC X VALUE 'N'.
               88  WS-CERT-EXISTS        VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-TAXEXM-STATUS     PIC X(2) VALUE '00'.
           88  WS-TAXEXM-FOUND         VALUE '00'.
           88  WS-TAXEXM-NOTFOUND      VALUE '23'.
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTMAST-FOUND       VALUE '00'.
           88  WS-CUSTMAST-NOTFOUND    VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN - STAMPED ON EVERY AUDIT RECORD AND
      * ON THE CERTIFICATE AS ITS LAST MAINTENANCE DATE
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.

      * JURISDICTION CODES LOADED AT STARTUP - SAME HARD LIMIT AS
      * THE POSTING RUNS' RATE TABLES
       01  WS-TAX-COUNT          PIC 9(3) VALUE ZEROES.
       01  WS-TAX-TAB.
           05  WS-TAX-ENT OCCURS 50 TIMES
                           INDEXED BY WS-TAX-IDX.
               10  WS-TAX-JURIS-CODE PIC X(2)  VALUE SPACES.

      * WHY THE CARD BOUNCED - PRINTED ON THE REGISTER LINE
       01  WS-REJECT-REASON-TXT PIC X(30) VALUE SPACES.

      * BEFORE IMAGE OF THE CERTIFICATE FOR THE AUDIT TRAIL
       01  WS-BEFORE-IMAGE      PIC X(80) VALUE SPACES.

      * THE CERTIFICATE AS IT WILL STAND ONCE THE CARD IS APPLIED -
      * EDITED AS A WHOLE BEFORE ANYTHING IS WRITTEN
       01  WS-NEW-CERT.
           05  WS-NEW-CERT-NO     PIC X(15).
           05  WS-NEW-REASON      PIC X(1).
               88  WS-NEW-REASON-VALID VALUE 'R' 'N' 'G' 'O'.
           05  WS-NEW-EFF-DATE    PIC X(8).
           05  WS-NEW-EXP-DATE    PIC X(8).

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
                 VALUE 'TAX EXEMPTION MAINT REGISTER'.
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(72) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-ACTION      PIC X(7).
           05  FILLER             PIC X(6) VALUE ' CUST '.
           05  WS-REG-CUST        PIC X(5).
           05  FILLER             PIC X(7) VALUE ' JURIS '.
           05  WS-REG-JURIS       PIC X(2).
           05  FILLER             PIC X(6) VALUE ' CERT '.
           05  WS-REG-CERT        PIC X(15).
           05  FILLER             PIC X(5) VALUE ' RSN '.
           05  WS-REG-RSN         PIC X(1).
           05  FILLER             PIC X(5) VALUE ' EXP '.
           05  WS-REG-EXP         PIC X(8).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-REG-STATUS      PIC X(9).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-REASON      PIC X(30).
           05  FILLER             PIC X(6) VALUE ' BY: '.
           05  WS-REG-USER        PIC X(8).
           05  FILLER             PIC X(5) VALUE SPACES.

       01  WS-REG-IMAGE-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-REG-IMAGE-LBL   PIC X(8).
           05  WS-REG-IMAGE       PIC X(80).
           05  FILLER             PIC X(40) VALUE SPACES.

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
           PERFORM R1100-LOAD-JURIS-CODES.
           PERFORM R1200-WRITE-REGISTER-HEADER.

           PERFORM R2000-PROCESS-MAINT-CARD
              UNTIL WS-EOF-TXETRN.

           PERFORM R3500-WRITE-REGISTER-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-TXETRN.
           OPEN INPUT  FILE-TAXRATE.
           OPEN I-O    FILE-TAXEXM.
           OPEN INPUT  FILE-CUSTMAST.
           OPEN OUTPUT FILE-TXEAUD.
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
           MOVE 'TXEMNT' TO SC-STEP-NAME.
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
        R1100-LOAD-JURIS-CODES.
      *  ------
           DISPLAY '  R1100 LOAD JURISDICTION CODES'.
           PERFORM R1110-READ-TAX-RECORD
              UNTIL WS-EOF-TAXRATE.
           DISPLAY '  TAX JURISDICTIONS LOADED: ' WS-TAX-COUNT.

      *  ------
        R1110-READ-TAX-RECORD.
      *  ------
           READ FILE-TAXRATE INTO SHIP-TAX-REC
              AT END MOVE 'Y' TO WS-EOF-TAXRATE-SW
           END-READ.
           IF NOT WS-EOF-TAXRATE
              IF WS-TAX-COUNT >= 50
                 DISPLAY '  *** TAX RATE TABLE FULL AT 50 '
                    'JURISDICTIONS - GROW THE TABLE BEFORE '
                    'ADDING MORE'
                 MOVE 12 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 PERFORM R4900-LOG-STEP-END
                 STOP RUN
              ELSE
                 ADD 1 TO WS-TAX-COUNT
                 SET WS-TAX-IDX TO WS-TAX-COUNT
                 MOVE TX-JURIS-CODE
                    TO WS-TAX-JURIS-CODE(WS-TAX-IDX)
              END-IF
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
           READ FILE-TXETRN INTO SHIP-TRN-REC
              AT END MOVE 'Y' TO WS-EOF-TXETRN-SW
           END-READ.

           IF NOT WS-EOF-TXETRN
              SET WS-TRN-VALID TO TRUE
              MOVE SPACES TO WS-REJECT-REASON-TXT
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM R2100-LOOKUP-CERTIFICATE

              EVALUATE TRUE
                 WHEN TT-IS-ADD
                    PERFORM R2200-APPLY-ADD
                 WHEN TT-IS-CHANGE
                    PERFORM R2300-APPLY-CHANGE
                 WHEN TT-IS-DELETE
                    PERFORM R2400-APPLY-DELETE
                 WHEN OTHER
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'INVALID ACTION CODE' TO
                       WS-REJECT-REASON-TXT
                    PERFORM R2800-WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.


      *  ------
        R2100-LOOKUP-CERTIFICATE.
      *  ------
           MOVE 'N' TO WS-CERT-EXISTS-SW.
           MOVE '00' TO WS-TAXEXM-STATUS.
           MOVE TT-CUST-NO    TO TE-CUST-NO.
           MOVE TT-JURIS-CODE TO TE-JURIS-CODE.
           READ FILE-TAXEXM
               INVALID KEY MOVE '23' TO WS-TAXEXM-STATUS
           END-READ.
           IF WS-TAXEXM-FOUND
              SET WS-CERT-EXISTS TO TRUE
              MOVE FIL-TAXEXM TO WS-BEFORE-IMAGE
           END-IF.


      *  ------
        R2200-APPLY-ADD.
      *  ------
           DISPLAY '  R2200 ADD CERTIFICATE ' TT-CUST-NO ' '
              TT-JURIS-CODE.
           IF WS-CERT-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'CERTIFICATE ALREADY ON FILE' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2500-VALIDATE-CUSTOMER
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2510-VALIDATE-JURISDICTION
           END-IF.

      *    A CERTIFICATE WITH NO NUMBER, REASON OR DATES WOULD NOT
      *    STAND UP IN AN AUDIT
           IF WS-TRN-VALID
              AND (TT-CERT-NO = SPACES OR TT-EXEMPT-REASON = SPACES
                   OR TT-EFF-DATE = SPACES OR TT-EXP-DATE = SPACES)
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'ADD NEEDS CERT, REASON, DATES' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              MOVE SPACES TO WS-NEW-CERT
              PERFORM R2520-EDIT-CARD-FIELDS
           END-IF.

           IF WS-TRN-VALID
              MOVE SPACES TO FIL-TAXEXM
              MOVE TT-CUST-NO    TO TE-CUST-NO
              MOVE TT-JURIS-CODE TO TE-JURIS-CODE
              PERFORM R2600-MOVE-NEW-FIELDS
              WRITE FIL-TAXEXM
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'CERTIFICATE WRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-WRITE
           END-IF.

           IF WS-TRN-VALID
              MOVE FIL-TAXEXM TO TA-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2300-APPLY-CHANGE.
      *  ------
           DISPLAY '  R2300 CHANGE CERTIFICATE ' TT-CUST-NO ' '
              TT-JURIS-CODE.
           IF NOT WS-CERT-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'CERTIFICATE NOT ON FILE' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              MOVE TE-CERT-NO       TO WS-NEW-CERT-NO
              MOVE TE-EXEMPT-REASON TO WS-NEW-REASON
              MOVE TE-EFF-DATE      TO WS-NEW-EFF-DATE
              MOVE TE-EXP-DATE      TO WS-NEW-EXP-DATE
              PERFORM R2520-EDIT-CARD-FIELDS
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2600-MOVE-NEW-FIELDS
              REWRITE FIL-TAXEXM
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'CERTIFICATE REWRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-REWRITE
           END-IF.

           IF WS-TRN-VALID
              MOVE FIL-TAXEXM TO TA-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2400-APPLY-DELETE.
      *  ------
           DISPLAY '  R2400 DELETE CERTIFICATE ' TT-CUST-NO ' '
              TT-JURIS-CODE.
           IF NOT WS-CERT-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'CERTIFICATE NOT ON FILE' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              DELETE FILE-TAXEXM
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'CERTIFICATE DELETE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-DELETE
           END-IF.

           IF WS-TRN-VALID
              MOVE SPACES TO TA-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2500-VALIDATE-CUSTOMER.
      *  ------
      *    A CERTIFICATE FOR A CUSTOMER WE DON'T HAVE CAN ONLY BE A
      *    KEYING ERROR
           MOVE '00' TO WS-CUSTMAST-STATUS.
           MOVE TT-CUST-NO TO CM-CUST-NO.
           READ FILE-CUSTMAST
               INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
           END-READ.
           IF WS-CUSTMAST-NOTFOUND
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'CUSTOMER NOT ON CUST MASTER' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2510-VALIDATE-JURISDICTION.
      *  ------
      *    THE POSTING RUNS ONLY EVER LOOK FOR A CERTIFICATE UNDER A
      *    JURISDICTION ON THE TAXRATE TABLE, SO ONE KEYED UNDER
      *    ANY OTHER CODE WOULD NEVER EXEMPT ANYTHING
           IF WS-TAX-COUNT = ZEROES
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'TAXRATE TABLE IS EMPTY' TO WS-REJECT-REASON-TXT
           ELSE
              SET WS-TAX-IDX TO 1
              SEARCH WS-TAX-ENT
                 AT END
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'JURISDICTION NOT ON TAXRATE' TO
                       WS-REJECT-REASON-TXT
                 WHEN WS-TAX-JURIS-CODE(WS-TAX-IDX) = TT-JURIS-CODE
                    CONTINUE
              END-SEARCH
           END-IF.

           IF WS-TRN-VALID AND CM-TAX-JURIS NOT = TT-JURIS-CODE
              DISPLAY '  *** NOTE - CUSTOMER ' TT-CUST-NO
                 ' IS CURRENTLY TAXED IN JURISDICTION '
                 CM-TAX-JURIS ', NOT ' TT-JURIS-CODE
           END-IF.


      *  ------
        R2520-EDIT-CARD-FIELDS.
      *  ------
      *    ONLY THE FILLED-IN CARD FIELDS CHANGE THE CERTIFICATE - ON
      *    A CHANGE THE BLANK ONES LEAVE THE EXISTING VALUE ALONE, SO
      *    A RENEWAL IS JUST A NEW NUMBER AND NEW DATES
           IF TT-CERT-NO NOT = SPACES
              MOVE TT-CERT-NO TO WS-NEW-CERT-NO
           END-IF.

           IF WS-TRN-VALID AND TT-EXEMPT-REASON NOT = SPACES
              MOVE TT-EXEMPT-REASON TO WS-NEW-REASON
              IF NOT WS-NEW-REASON-VALID
                 SET WS-TRN-NOT-VALID TO TRUE
                 MOVE 'REASON MUST BE R, N, G OR O' TO
                    WS-REJECT-REASON-TXT
              END-IF
           END-IF.

           IF WS-TRN-VALID AND TT-EFF-DATE NOT = SPACES
              MOVE TT-EFF-DATE TO WS-CHK-DATE
              PERFORM R2530-EDIT-ONE-DATE
              IF WS-TRN-VALID
                 MOVE TT-EFF-DATE TO WS-NEW-EFF-DATE
              END-IF
           END-IF.

           IF WS-TRN-VALID AND TT-EXP-DATE NOT = SPACES
              MOVE TT-EXP-DATE TO WS-CHK-DATE
              PERFORM R2530-EDIT-ONE-DATE
              IF WS-TRN-VALID
                 MOVE TT-EXP-DATE TO WS-NEW-EXP-DATE
              END-IF
           END-IF.

           IF WS-TRN-VALID
              AND WS-NEW-EXP-DATE < WS-NEW-EFF-DATE
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'EXPIRY BEFORE EFFECTIVE DATE' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2530-EDIT-ONE-DATE.
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
        R2600-MOVE-NEW-FIELDS.
      *  ------
           MOVE WS-NEW-CERT-NO    TO TE-CERT-NO.
           MOVE WS-NEW-REASON     TO TE-EXEMPT-REASON.
           MOVE WS-NEW-EFF-DATE   TO TE-EFF-DATE.
           MOVE WS-NEW-EXP-DATE   TO TE-EXP-DATE.
           MOVE WS-RUN-DATE       TO TE-LAST-MAINT-DATE.
           MOVE TT-USER-ID        TO TE-LAST-MAINT-USER.


      *  ------
        R2750-WRITE-AUDIT-AND-REGISTER.
      *  ------
           ADD 1 TO WS-APPLIED-CNT.

           MOVE WS-RUN-DATE      TO TA-RUN-DATE.
           MOVE TT-USER-ID       TO TA-USER-ID.
           MOVE TT-ACTION        TO TA-ACTION.
           MOVE TT-CUST-NO       TO TA-CUST-NO.
           MOVE TT-JURIS-CODE    TO TA-JURIS-CODE.
           MOVE WS-BEFORE-IMAGE  TO TA-BEFORE-IMAGE.
           MOVE SHIP-AUD-REC     TO FIL-TXEAUD.
           WRITE FIL-TXEAUD.

           PERFORM R2900-SET-ACTION-LABEL.
           PERFORM R2910-SET-KEY-COLUMNS.
           MOVE 'APPLIED  ' TO WS-REG-STATUS.
           MOVE SPACES      TO WS-REG-REASON.
           MOVE TT-USER-ID  TO WS-REG-USER.
           MOVE WS-REG-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.

           MOVE 'BEFORE: ' TO WS-REG-IMAGE-LBL.
           MOVE WS-BEFORE-IMAGE TO WS-REG-IMAGE.
           MOVE WS-REG-IMAGE-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.

           MOVE 'AFTER : ' TO WS-REG-IMAGE-LBL.
           MOVE TA-AFTER-IMAGE TO WS-REG-IMAGE.
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
           MOVE TT-USER-ID  TO WS-REG-USER.
           MOVE WS-REG-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.
           DISPLAY '  *** MAINT CARD REJECTED FOR CERTIFICATE '
              TT-CUST-NO ' ' TT-JURIS-CODE ' - '
              WS-REJECT-REASON-TXT.


      *  ------
        R2900-SET-ACTION-LABEL.
      *  ------
           EVALUATE TRUE
              WHEN TT-IS-ADD     MOVE 'ADD    ' TO WS-REG-ACTION
              WHEN TT-IS-CHANGE  MOVE 'CHANGE ' TO WS-REG-ACTION
              WHEN TT-IS-DELETE  MOVE 'DELETE ' TO WS-REG-ACTION
              WHEN OTHER         MOVE 'INVALID' TO WS-REG-ACTION
           END-EVALUATE.

      *  ------
        R2910-SET-KEY-COLUMNS.
      *  ------
           MOVE TT-CUST-NO       TO WS-REG-CUST.
           MOVE TT-JURIS-CODE    TO WS-REG-JURIS.
           MOVE TT-CERT-NO       TO WS-REG-CERT.
           MOVE TT-EXEMPT-REASON TO WS-REG-RSN.
           MOVE TT-EXP-DATE      TO WS-REG-EXP.


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
           CLOSE FILE-TXETRN.
           CLOSE FILE-TAXRATE.
           CLOSE FILE-TAXEXM.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-TXEAUD.
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
