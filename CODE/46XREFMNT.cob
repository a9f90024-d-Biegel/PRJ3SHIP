      **************************************************************
      *
      *  PROGRAM ID XREFMNT
      *  DATE CREATED:  15OCT2026
      *
      * CUSTOMER-ITEM CROSS-REFERENCE MAINTENANCE - THE ONLY
      * SANCTIONED WAY TO ADD, CHANGE, OR DELETE FILE-CUSTXREF
      * RECORDS, IN THE SAME MOLD AS CTRMNT.  READS A FILE OF
      * MAINTENANCE CARDS KEYED BY CUSTOMER AND THE CUSTOMER'S OWN
      * PART NUMBER, VALIDATES EACH ONE (CUSTOMER MUST BE ON
      * FILE-CUSTMAST, OUR ITEM CODE ON FILE-ITEMMAST), APPLIES THE
      * GOOD ONES, PRINTS A BEFORE/AFTER MAINTENANCE REGISTER, AND
      * WRITES AN AUDIT RECORD OF WHO MAPPED WHICH PART AND WHEN.
      * EDIPOIN TRANSLATES EVERY EDI PURCHASE ORDER LINE THROUGH
      * THESE MAPPINGS, SO A PART NUMBER NOBODY HAS MAPPED COMES
      * BACK TO THE CUSTOMER REJECTED ON THE ACKNOWLEDGMENT.
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
       PROGRAM-ID. XREFMNT.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-XREFTRN ASSIGN TO UT-S-XREFTRN.
           SELECT FILE-XREFAUD ASSIGN TO UT-S-XREFAUD.
           SELECT FILE-MNTOUT ASSIGN TO UT-S-XMNTOUT.
           SELECT FILE-CUSTXREF ASSIGN TO UT-S-CUSTXRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-CUSTXREF-STATUS.
           SELECT FILE-CUSTMAST ASSIGN TO UT-S-CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT FILE-ITEMMAST ASSIGN TO UT-S-ITEMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *MAINTENANCE TRANSACTION CARDS
       FD  FILE-XREFTRN
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-XREFTRN.

       01  FIL-XREFTRN       PIC X(80).

      * ---

      *AUDIT TRAIL - ONE RECORD PER APPLIED TRANSACTION
       FD  FILE-XREFAUD
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-XREFAUD.

       01  FIL-XREFAUD       PIC X(157).

      * ---

      *MAINTENANCE REGISTER PRINT FILE
       FD  FILE-MNTOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-MNTOUT.

       01  FIL-MNTOUT        PIC X(132).

      * ---

      *CUSTOMER-ITEM CROSS-REFERENCE - THE FILE BEING MAINTAINED
       FD  FILE-CUSTXREF
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTXREF.

       COPY CUSTXREF
           REPLACING CPY-CUST-XREF-REC BY FIL-CUSTXREF.

      * ---

      *CUSTOMER MASTER - EVERY CARD'S CUSTOMER MUST BE ON IT
       FD  FILE-CUSTMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTMAST.

       COPY CUSTMAST
           REPLACING CPY-CUST-MAST-REC BY FIL-CUSTMAST.

      * ---

      *ITEM MASTER - EVERY PART MUST MAP TO AN ITEM ON IT
       FD  FILE-ITEMMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-ITEMMAST.

       COPY ITEMMAST
           REPLACING CPY-ITEM-MAST-REC BY FIL-ITEMMAST.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    MAINTENANCE CARD JUST READ
       COPY XREFTRN
           REPLACING CPY-XREF-TRN-REC BY SHIP-TRN-REC.

      *    AUDIT RECORD BUILT FOR FILE-XREFAUD
       COPY XREFAUD
           REPLACING CPY-XREF-AUD-REC BY SHIP-AUD-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-XREFTRN-SW  PIC X VALUE 'N'.
               88  WS-EOF-XREFTRN        VALUE 'Y'.
           02  WS-TRN-VALID-SW    PIC X VALUE 'Y'.
               88  WS-TRN-VALID          VALUE 'Y'.
               88  WS-TRN-NOT-VALID      VALUE 'N'.
           02  WS-XREF-EXISTS-SW  PIC X VALUE 'N'.
               88  WS-XREF-EXISTS        VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-CUSTXREF-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTXREF-FOUND       VALUE '00'.
           88  WS-CUSTXREF-NOTFOUND    VALUE '23'.
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTMAST-FOUND       VALUE '00'.
           88  WS-CUSTMAST-NOTFOUND    VALUE '23'.
       01  WS-ITEMMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-ITEMMAST-FOUND       VALUE '00'.
           88  WS-ITEMMAST-NOTFOUND    VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * RUN DATE FROM SYSIN - STAMPED ON EVERY AUDIT RECORD AND
      * ON THE CROSS-REFERENCE AS ITS LAST MAINTENANCE DATE
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.

      * WHY THE CARD BOUNCED - PRINTED ON THE REGISTER LINE
       01  WS-REJECT-REASON-TXT PIC X(30) VALUE SPACES.

      * BEFORE IMAGE OF THE CROSS-REFERENCE FOR THE AUDIT TRAIL
       01  WS-BEFORE-IMAGE      PIC X(60) VALUE SPACES.

      * REGISTER COUNTS FOR THE TRAILER
       01  WS-APPLIED-CNT       PIC 9(5) VALUE ZEROES.
       01  WS-REJECTED-CNT      PIC 9(5) VALUE ZEROES.

      * MAINTENANCE REGISTER PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(33)
                 VALUE 'CUSTOMER PART XREF MAINT REGISTER'.
           05  FILLER             PIC X(9) VALUE '  DATE: '.
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(72) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-ACTION      PIC X(7).
           05  FILLER             PIC X(6) VALUE ' CUST '.
           05  WS-REG-CUST-NO     PIC X(5).
           05  FILLER             PIC X(6) VALUE ' PART '.
           05  WS-REG-PART-NO     PIC X(15).
           05  FILLER             PIC X(6) VALUE ' ITEM '.
           05  WS-REG-ITEM-CODE   PIC X(3).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-REG-STATUS      PIC X(9).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-REG-REASON      PIC X(30).
           05  FILLER             PIC X(6) VALUE ' BY: '.
           05  WS-REG-USER        PIC X(8).
           05  FILLER             PIC X(24) VALUE SPACES.

       01  WS-REG-IMAGE-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-REG-IMAGE-LBL   PIC X(8).
           05  WS-REG-IMAGE       PIC X(60).
           05  FILLER             PIC X(60) VALUE SPACES.

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
              UNTIL WS-EOF-XREFTRN.

           PERFORM R3500-WRITE-REGISTER-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-XREFTRN.
           OPEN I-O    FILE-CUSTXREF.
           OPEN INPUT  FILE-CUSTMAST.
           OPEN INPUT  FILE-ITEMMAST.
           OPEN OUTPUT FILE-XREFAUD.
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
           MOVE 'XREFMNT' TO SC-STEP-NAME.
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
           READ FILE-XREFTRN INTO SHIP-TRN-REC
              AT END MOVE 'Y' TO WS-EOF-XREFTRN-SW
           END-READ.

           IF NOT WS-EOF-XREFTRN
              SET WS-TRN-VALID TO TRUE
              MOVE SPACES TO WS-REJECT-REASON-TXT
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM R2100-LOOKUP-XREF

              EVALUATE TRUE
                 WHEN XT-IS-ADD
                    PERFORM R2200-APPLY-ADD
                 WHEN XT-IS-CHANGE
                    PERFORM R2300-APPLY-CHANGE
                 WHEN XT-IS-DELETE
                    PERFORM R2400-APPLY-DELETE
                 WHEN OTHER
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'INVALID ACTION CODE' TO
                       WS-REJECT-REASON-TXT
                    PERFORM R2800-WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.


      *  ------
        R2100-LOOKUP-XREF.
      *  ------
           MOVE 'N' TO WS-XREF-EXISTS-SW.
           MOVE '00' TO WS-CUSTXREF-STATUS.
           MOVE XT-CUST-NO      TO XR-CUST-NO.
           MOVE XT-CUST-PART-NO TO XR-CUST-PART-NO.
           READ FILE-CUSTXREF
               INVALID KEY MOVE '23' TO WS-CUSTXREF-STATUS
           END-READ.
           IF WS-CUSTXREF-FOUND
              SET WS-XREF-EXISTS TO TRUE
              MOVE FIL-CUSTXREF TO WS-BEFORE-IMAGE
           END-IF.


      *  ------
        R2200-APPLY-ADD.
      *  ------
           DISPLAY '  R2200 ADD XREF ' XT-CUST-NO ' PART '
              XT-CUST-PART-NO.
           IF WS-XREF-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'PART ALREADY MAPPED' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID AND XT-CUST-PART-NO = SPACES
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'BLANK CUSTOMER PART NUMBER' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2500-VALIDATE-CUSTOMER
           END-IF.

      *    A MAPPING THAT POINTS NOWHERE WOULD ONLY MOVE THE REJECT
      *    FROM THE ACKNOWLEDGMENT TO ORDERSYS
           IF WS-TRN-VALID AND XT-ITEM-CODE = SPACES
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'ADD REQUIRES AN ITEM CODE' TO
                 WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              MOVE SPACES TO FIL-CUSTXREF
              MOVE XT-CUST-NO      TO XR-CUST-NO
              MOVE XT-CUST-PART-NO TO XR-CUST-PART-NO
              PERFORM R2600-MOVE-CARD-FIELDS
           END-IF.

           IF WS-TRN-VALID
              WRITE FIL-CUSTXREF
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'XREF WRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-WRITE
           END-IF.

           IF WS-TRN-VALID
              MOVE FIL-CUSTXREF TO XA-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2300-APPLY-CHANGE.
      *  ------
           DISPLAY '  R2300 CHANGE XREF ' XT-CUST-NO ' PART '
              XT-CUST-PART-NO.
           IF NOT WS-XREF-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'PART NOT MAPPED' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              PERFORM R2600-MOVE-CARD-FIELDS
           END-IF.

           IF WS-TRN-VALID
              REWRITE FIL-CUSTXREF
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'XREF REWRITE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-REWRITE
           END-IF.

           IF WS-TRN-VALID
              MOVE FIL-CUSTXREF TO XA-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2400-APPLY-DELETE.
      *  ------
           DISPLAY '  R2400 DELETE XREF ' XT-CUST-NO ' PART '
              XT-CUST-PART-NO.
           IF NOT WS-XREF-EXISTS
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'PART NOT MAPPED' TO WS-REJECT-REASON-TXT
           END-IF.

           IF WS-TRN-VALID
              DELETE FILE-CUSTXREF
                 INVALID KEY
                    SET WS-TRN-NOT-VALID TO TRUE
                    MOVE 'XREF DELETE FAILED' TO
                       WS-REJECT-REASON-TXT
              END-DELETE
           END-IF.

           IF WS-TRN-VALID
              MOVE SPACES TO XA-AFTER-IMAGE
              PERFORM R2750-WRITE-AUDIT-AND-REGISTER
           ELSE
              PERFORM R2800-WRITE-REJECT-LINE
           END-IF.


      *  ------
        R2500-VALIDATE-CUSTOMER.
      *  ------
      *    A MAPPING FOR A CUSTOMER WE DON'T HAVE COULD NEVER BE
      *    USED - IT CAN ONLY BE A KEYING ERROR
           MOVE '00' TO WS-CUSTMAST-STATUS.
           MOVE XT-CUST-NO TO CM-CUST-NO.
           READ FILE-CUSTMAST
               INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
           END-READ.
           IF WS-CUSTMAST-NOTFOUND
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'CUSTOMER NOT ON CUST MASTER' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2510-VALIDATE-ITEM.
      *  ------
           MOVE '00' TO WS-ITEMMAST-STATUS.
           MOVE XT-ITEM-CODE TO IM-ITEM-CODE.
           READ FILE-ITEMMAST
               INVALID KEY MOVE '23' TO WS-ITEMMAST-STATUS
           END-READ.
           IF WS-ITEMMAST-NOTFOUND
              SET WS-TRN-NOT-VALID TO TRUE
              MOVE 'ITEM NOT ON ITEM MASTER' TO
                 WS-REJECT-REASON-TXT
           END-IF.


      *  ------
        R2600-MOVE-CARD-FIELDS.
      *  ------
      *    ONLY THE FILLED-IN CARD FIELDS LAND ON THE MAPPING - ON
      *    A CHANGE THE BLANK ONES LEAVE THE EXISTING VALUE ALONE,
      *    SO A RE-POINTED PART IS JUST A NEW ITEM CODE
           IF XT-ITEM-CODE NOT = SPACES
              PERFORM R2510-VALIDATE-ITEM
              IF WS-TRN-VALID
                 MOVE XT-ITEM-CODE TO XR-ITEM-CODE
              END-IF
           END-IF.

           IF WS-TRN-VALID AND XT-CUST-PART-DESC NOT = SPACES
              MOVE XT-CUST-PART-DESC TO XR-CUST-PART-DESC
           END-IF.

           IF WS-TRN-VALID
              MOVE WS-RUN-DATE TO XR-LAST-MAINT-DATE
           END-IF.


      *  ------
        R2750-WRITE-AUDIT-AND-REGISTER.
      *  ------
           ADD 1 TO WS-APPLIED-CNT.

           MOVE WS-RUN-DATE      TO XA-RUN-DATE.
           MOVE XT-USER-ID       TO XA-USER-ID.
           MOVE XT-ACTION        TO XA-ACTION.
           MOVE XT-CUST-NO       TO XA-CUST-NO.
           MOVE XT-CUST-PART-NO  TO XA-CUST-PART-NO.
           MOVE WS-BEFORE-IMAGE  TO XA-BEFORE-IMAGE.
           MOVE SHIP-AUD-REC     TO FIL-XREFAUD.
           WRITE FIL-XREFAUD.

           PERFORM R2900-SET-ACTION-LABEL.
           MOVE XT-CUST-NO      TO WS-REG-CUST-NO.
           MOVE XT-CUST-PART-NO TO WS-REG-PART-NO.
           MOVE XT-ITEM-CODE    TO WS-REG-ITEM-CODE.
           MOVE 'APPLIED  ' TO WS-REG-STATUS.
           MOVE SPACES      TO WS-REG-REASON.
           MOVE XT-USER-ID  TO WS-REG-USER.
           MOVE WS-REG-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.

           MOVE 'BEFORE: ' TO WS-REG-IMAGE-LBL.
           MOVE WS-BEFORE-IMAGE TO WS-REG-IMAGE.
           MOVE WS-REG-IMAGE-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.

           MOVE 'AFTER : ' TO WS-REG-IMAGE-LBL.
           MOVE XA-AFTER-IMAGE TO WS-REG-IMAGE.
           MOVE WS-REG-IMAGE-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.


      *  ------
        R2800-WRITE-REJECT-LINE.
      *  ------
           ADD 1 TO WS-REJECTED-CNT.
           PERFORM R2900-SET-ACTION-LABEL.
           MOVE XT-CUST-NO      TO WS-REG-CUST-NO.
           MOVE XT-CUST-PART-NO TO WS-REG-PART-NO.
           MOVE XT-ITEM-CODE    TO WS-REG-ITEM-CODE.
           MOVE 'REJECTED ' TO WS-REG-STATUS.
           MOVE WS-REJECT-REASON-TXT TO WS-REG-REASON.
           MOVE XT-USER-ID  TO WS-REG-USER.
           MOVE WS-REG-LINE TO FIL-MNTOUT.
           WRITE FIL-MNTOUT.
           MOVE SPACES TO FIL-MNTOUT.
           DISPLAY '  *** MAINT CARD REJECTED FOR CUST '
              XT-CUST-NO ' PART ' XT-CUST-PART-NO ' - '
              WS-REJECT-REASON-TXT.


      *  ------
        R2900-SET-ACTION-LABEL.
      *  ------
           EVALUATE TRUE
              WHEN XT-IS-ADD     MOVE 'ADD    ' TO WS-REG-ACTION
              WHEN XT-IS-CHANGE  MOVE 'CHANGE ' TO WS-REG-ACTION
              WHEN XT-IS-DELETE  MOVE 'DELETE ' TO WS-REG-ACTION
              WHEN OTHER         MOVE 'INVALID' TO WS-REG-ACTION
           END-EVALUATE.


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
           CLOSE FILE-XREFTRN.
           CLOSE FILE-CUSTXREF.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-ITEMMAST.
           CLOSE FILE-XREFAUD.
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
