      * ACCUMULATED DAYTRAN POSTED DETAIL (WHICH NOW CARRIES THE
      * CUSTOMER'S TAX JURISDICTION ON EVERY RECORD) AND BREAKS
      * OUT, BY JURISDICTION: THE TAXABLE SALES BASE, THE EXEMPT
      * SALES (ITEMS AND CERTIFICATE-EXEMPT CUSTOMERS THAT POSTED
      * WITH NO TAX), THE TAX COLLECTED ON SALES, THE TAX CREDITED
      * BACK ON RETURNS, AND THE NET TAX TO FILE.  JURISDICTION
      * NAMES COME OFF THE TAXRATE TABLE; DETAIL POSTED WITH NO
      * JURISDICTION CODE SHOWS ON ITS OWN LINE SO FINANCE SEES
      * WHAT IS STILL BILLING AT THE FLAT SHOP RATE.  A SECOND
      * SECTION LISTS THE SALES THAT POSTED TAX-FREE UNDER A
      * CUSTOMER'S EXEMPTION CERTIFICATE, ONE LINE PER CERTIFICATE,
      * WITH THE CERTIFICATE'S REASON AND DATES OFF FILE-TAXEXM -
      * FOR AUDIT DEFENSE.  A CERTIFICATE SINCE RENEWED OR REMOVED
      * SHOWS 'SEE TXEAUD' INSTEAD, AND THE AUDIT TRAIL HAS THE OLD
      * ONE.
      *
      * SYSIN CARD 1: FISCAL PERIOD CCYYPP (FISCAL YEAR AND PERIOD
      *               NUMBER ON FILE-FISCAL) - DETAIL DATED FROM THE
      *               PERIOD'S START DATE THROUGH ITS END DATE IS
      *               FILED
      * SYSIN CARD 1 COL 80: 'Y' RUNS THE STEP EVEN WHEN ITS
      *               PREREQUISITES HAVEN'T RUN CLEAN (SUBSTEP)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   02SEP2026 CODE PROG
      *  DAN BIEG   15OCT2026 LOG START/END TO FILE-STEPLOG THROUGH
      *                       SUBSTEP AND STOP WHEN THE STEP'S
      *                       PREREQUISITES HAVEN'T RUN CLEAN FOR
      *                       THE DATE - SYSIN COL 80 'Y' FORCES
      *  DAN BIEG   15OCT2026 FILE-DAYTRAN RECORD WIDENED TO 130 BYTES
      *  DAN BIEG   15OCT2026 FILE BY FISCAL PERIOD - SYSIN PERIOD IS
      *                       NOW CCYYPP LOOKED UP ON FILE-FISCAL AND
      *                       DAYTRAN SELECTED BY ITS START/END DATES
      *  DAN BIEG   15OCT2026 FILE-DAYTRAN RECORD WIDENED TO 150
      *                       BYTES; ADD THE EXEMPT SALES BY
      *                       CERTIFICATE SECTION, WITH EACH
      *                       CERTIFICATE'S REASON AND DATES OFF
      *                       FILE-TAXEXM
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
           SELECT FILE-DAYTRAN ASSIGN TO UT-S-DAYTRAN.
           SELECT FILE-TAXRATE ASSIGN TO UT-S-TAXRATE.
           SELECT FILE-TAXOUT ASSIGN TO UT-S-TAXOUT.
           SELECT FILE-FISCAL ASSIGN TO UT-S-FISCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FISCAL-STATUS.
           SELECT FILE-TAXEXM ASSIGN TO UT-S-TAXEXM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TE-KEY
               FILE STATUS IS WS-TAXEXM-STATUS.

      **************************************************************
       DATA DIVISION.
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-DAYTRAN.

       01  FIL-DAYTRAN       PIC X(150).

      * ---


       01  FIL-TAXOUT        PIC X(132).

      * ---

      *FISCAL CALENDAR - START AND END DATE OF EVERY PERIOD
       FD  FILE-FISCAL
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-FISCAL.

       COPY FISCAL
           REPLACING CPY-FISCAL-REC BY FIL-FISCAL.

      * ---

      *TAX EXEMPTION CERTIFICATES - REASON AND DATES FOR THE
      *CERTIFICATE SECTION
       FD  FILE-TAXEXM
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-TAXEXM.

       COPY TAXEXM
           REPLACING CPY-TAX-EXM-REC BY FIL-TAXEXM.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************
       COPY TAXRATE
           REPLACING CPY-TAX-RATE-REC BY SHIP-TAX-REC.

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-DAYTRAN-SW  PIC X VALUE 'N'.
           02  WS-NAME-FOUND-SW   PIC X VALUE 'N'.
               88  WS-NAME-FOUND         VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-FISCAL-STATUS     PIC X(2) VALUE '00'.
           88  WS-FISCAL-FOUND         VALUE '00'.
           88  WS-FISCAL-NOTFOUND      VALUE '23'.
       01  WS-TAXEXM-STATUS     PIC X(2) VALUE '00'.
           88  WS-TAXEXM-FOUND         VALUE '00'.
           88  WS-TAXEXM-NOTFOUND      VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-PERIOD PIC X(6).
           05  FILLER             PIC X(73).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * SYSIN PARM - THE PERIOD BEING FILED
       01  WS-PARM-PERIOD.
           05  WS-PARM-YYYY       PIC X(4) VALUE SPACES.
           05  WS-PARM-PP         PIC X(2) VALUE SPACES.

      * THE PERIOD'S DATES OFF FILE-FISCAL
       01  WS-PER-START-DATE    PIC X(8) VALUE SPACES.
       01  WS-PER-END-DATE      PIC X(8) VALUE SPACES.

      * JURISDICTION NAMES LOADED AT STARTUP - SAME HARD LIMIT AS
      * THE POSTING RUNS' RATE TABLES
               10  WS-TJ-TAX-COLL   PIC 9(11)V99  VALUE ZEROES.
               10  WS-TJ-TAX-CRED   PIC 9(11)V99  VALUE ZEROES.

      * EXEMPT SALES BY CERTIFICATE - ONE ENTRY PER CUSTOMER,
      * JURISDICTION AND CERTIFICATE NUMBER THE PERIOD'S SALES
      * POSTED TAX-FREE UNDER.  HARD LIMIT, SAME RULE AGAIN
       01  WS-TC-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-TC-TAB.
           05  WS-TC-ENT OCCURS 500 TIMES
                          INDEXED BY WS-TC-IDX.
               10  WS-TC-JURIS-CODE PIC X(2)      VALUE SPACES.
               10  WS-TC-CUST-NO    PIC X(5)      VALUE SPACES.
               10  WS-TC-CERT-NO    PIC X(15)     VALUE SPACES.
               10  WS-TC-CUST-NAME  PIC X(10)     VALUE SPACES.
               10  WS-TC-LINES      PIC 9(5)      VALUE ZEROES.
               10  WS-TC-EXEMPT     PIC 9(11)V99  VALUE ZEROES.
       01  WS-GRAND-CERT-EXEMPT  PIC 9(13)V99 VALUE ZEROES.

      * NET TAX FOR THE JURISDICTION BEING PRINTED
       01  WS-NET-TAX-AMT        PIC S9(12)V99 VALUE ZEROES.

                 VALUE 'SALES TAX FILING REPORT'.
           05  FILLER             PIC X(11) VALUE '  PERIOD: '.
           05  WS-REG-HDR-PERIOD  PIC X(6).
           05  FILLER             PIC X(2) VALUE ' ('.
           05  WS-REG-HDR-START   PIC X(8).
           05  FILLER             PIC X(3) VALUE ' - '.
           05  WS-REG-HDR-END     PIC X(8).
           05  FILLER             PIC X(1) VALUE ')'.
           05  FILLER             PIC X(53) VALUE SPACES.

       01  WS-REG-LINE.
           05  FILLER             PIC X(7) VALUE '  JURIS'.
           05  WS-REG-NET-TAX     PIC --------9.99.
           05  FILLER             PIC X(4) VALUE SPACES.

       01  WS-CERT-HDR.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(40)
                 VALUE 'EXEMPT SALES BY CERTIFICATE'.
           05  FILLER             PIC X(90) VALUE SPACES.

       01  WS-CERT-LINE.
           05  FILLER             PIC X(7) VALUE '  CERT '.
           05  WS-CL-CERT-NO      PIC X(15).
           05  FILLER             PIC X(8) VALUE ' | CUST '.
           05  WS-CL-CUST-NO      PIC X(5).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-CL-CUST-NAME    PIC X(10).
           05  FILLER             PIC X(9) VALUE ' | JURIS '.
           05  WS-CL-JURIS-CODE   PIC X(2).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-CL-REASON       PIC X(12).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-CL-EFF-DATE     PIC X(8).
           05  FILLER             PIC X(1) VALUE '-'.
           05  WS-CL-EXP-DATE     PIC X(8).
           05  FILLER             PIC X(9) VALUE ' | LINES '.
           05  WS-CL-LINES        PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE ' | EXEMPT: '.
           05  WS-CL-EXEMPT       PIC ZZZZZZZZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.

       01  WS-CERT-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(14) VALUE 'CERTIFICATES: '.
           05  WS-CT-COUNT        PIC ZZ9.
           05  FILLER             PIC X(31)
                 VALUE '  TOTAL CERTIFICATE-EXEMPT: '.
           05  WS-CT-EXEMPT       PIC ZZZZZZZZZZZZ9.99.
           05  FILLER             PIC X(66) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE 'RECORDS READ: '.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1010-LOOKUP-FISCAL-PERIOD.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1100-LOAD-JURIS-NAMES.

           PERFORM R2000-PROCESS-TRAN

           PERFORM R3000-WRITE-REPORT.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-DAYTRAN.
           OPEN INPUT  FILE-TAXRATE.
           OPEN INPUT  FILE-FISCAL.
           OPEN INPUT  FILE-TAXEXM.
           OPEN OUTPUT FILE-TAXOUT.


        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-PERIOD TO WS-PARM-PERIOD.
           DISPLAY '  FILING PERIOD: ' WS-PARM-PERIOD.


      *  ------
        R1010-LOOKUP-FISCAL-PERIOD.
      *  ------
           DISPLAY '  R1010 LOOKUP FISCAL PERIOD'.
      *    THE PERIOD MUST BE ON THE CALENDAR - GUESSING AT ITS
      *    DATES WOULD FILE TAX FOR THE WRONG DAYS
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
           MOVE 'TAXRPT' TO SC-STEP-NAME.
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
        R1100-LOAD-JURIS-NAMES.
      *  ------
                    'ADDING MORE'
                 MOVE 12 TO RETURN-CODE
                 PERFORM R4000-CLOSE-DATASETS
                 PERFORM R4900-LOG-STEP-END
                 STOP RUN
              ELSE
                 ADD 1 TO WS-TN-COUNT

           IF NOT WS-EOF-DAYTRAN
              ADD 1 TO WS-READ-CNT
              IF DT-RUN-DATE NOT < WS-PER-START-DATE
                 AND DT-RUN-DATE NOT > WS-PER-END-DATE
                 AND (DT-TRANS-IS-SALE OR DT-TRANS-IS-RETURN)
                 PERFORM R2100-ACCUMULATE-BY-JURIS
                 IF DT-TRANS-IS-SALE
                    AND DT-EXEMPT-CERT-NO NOT = SPACES
                    PERFORM R2200-ACCUMULATE-BY-CERT
                 END-IF
              END-IF
           END-IF.

           END-SEARCH.

      *    THE TAXABLE BASE IS THE SALES DOLLARS THAT ACTUALLY
      *    CARRIED TAX - A LINE THAT POSTED TAX-FREE (ITEM-LEVEL
      *    EXEMPTION OR A CUSTOMER'S CERTIFICATE) IS EXEMPT SALES,
      *    NOT BASE.  RETURNS ONLY MOVE THE CREDITED-TAX COLUMN -
      *    FINANCE NETS THEM ON THE FILING
           EVALUATE TRUE
              WHEN DT-TRANS-IS-SALE AND DT-TAX-AMT > ZEROES
                 ADD DT-EXTENDED-AMT TO WS-TJ-TAXABLE(WS-TJ-IDX)
                 'RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-TJ-COUNT.
           MOVE DT-TAX-JURIS TO WS-TJ-JURIS-CODE(WS-TJ-IDX).


      *  ------
        R2200-ACCUMULATE-BY-CERT.
      *  ------
           SET WS-TC-IDX TO 1.
           SEARCH WS-TC-ENT
              AT END
                 PERFORM R2210-ADD-CERT-ENTRY
              WHEN WS-TC-JURIS-CODE(WS-TC-IDX) = DT-TAX-JURIS
                   AND WS-TC-CUST-NO(WS-TC-IDX) = DT-CUST-NO
                   AND WS-TC-CERT-NO(WS-TC-IDX) = DT-EXEMPT-CERT-NO
                 CONTINUE
           END-SEARCH.
           ADD 1               TO WS-TC-LINES(WS-TC-IDX).
           ADD DT-EXTENDED-AMT TO WS-TC-EXEMPT(WS-TC-IDX).
           ADD DT-EXTENDED-AMT TO WS-GRAND-CERT-EXEMPT.

      *  ------
        R2210-ADD-CERT-ENTRY.
      *  ------
           IF WS-TC-COUNT >= 500
              DISPLAY '  *** CERTIFICATE TABLE FULL AT 500 '
                 'CERTIFICATES - GROW THE TABLE BEFORE '
                 'RERUNNING'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              PERFORM R4900-LOG-STEP-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-TC-COUNT.
           SET WS-TC-IDX TO WS-TC-COUNT.
           MOVE DT-TAX-JURIS      TO WS-TC-JURIS-CODE(WS-TC-IDX).
           MOVE DT-CUST-NO        TO WS-TC-CUST-NO(WS-TC-IDX).
           MOVE DT-EXEMPT-CERT-NO TO WS-TC-CERT-NO(WS-TC-IDX).
           MOVE DT-CUST-NAME      TO WS-TC-CUST-NAME(WS-TC-IDX).


      *  ------
        R3000-WRITE-REPORT.
      *  ------
           DISPLAY '  R3000 WRITE REPORT'.
           MOVE WS-PARM-PERIOD TO WS-REG-HDR-PERIOD.
           MOVE WS-PER-START-DATE TO WS-REG-HDR-START.
           MOVE WS-PER-END-DATE   TO WS-REG-HDR-END.
           MOVE WS-REG-HDR TO FIL-TAXOUT.
           WRITE FIL-TAXOUT.
           MOVE SPACES TO FIL-TAXOUT.
           MOVE WS-REG-TRL TO FIL-TAXOUT.
           WRITE FIL-TAXOUT.

           MOVE SPACES TO FIL-TAXOUT.
           WRITE FIL-TAXOUT.
           MOVE WS-CERT-HDR TO FIL-TAXOUT.
           WRITE FIL-TAXOUT.
           MOVE SPACES TO FIL-TAXOUT.
           WRITE FIL-TAXOUT.

           PERFORM R3200-PRINT-CERT-LINE
              VARYING WS-TC-IDX FROM 1 BY 1
              UNTIL WS-TC-IDX > WS-TC-COUNT.

           MOVE SPACES TO FIL-TAXOUT.
           WRITE FIL-TAXOUT.
           MOVE WS-TC-COUNT          TO WS-CT-COUNT.
           MOVE WS-GRAND-CERT-EXEMPT TO WS-CT-EXEMPT.
           MOVE WS-CERT-TRL TO FIL-TAXOUT.
           WRITE FIL-TAXOUT.


      *  ------
        R3100-PRINT-JURIS-LINE.
           END-IF.


      *  ------
        R3200-PRINT-CERT-LINE.
      *  ------
           MOVE WS-TC-CERT-NO(WS-TC-IDX)    TO WS-CL-CERT-NO.
           MOVE WS-TC-CUST-NO(WS-TC-IDX)    TO WS-CL-CUST-NO.
           MOVE WS-TC-CUST-NAME(WS-TC-IDX)  TO WS-CL-CUST-NAME.
           MOVE WS-TC-JURIS-CODE(WS-TC-IDX) TO WS-CL-JURIS-CODE.
           MOVE WS-TC-LINES(WS-TC-IDX)      TO WS-CL-LINES.
           MOVE WS-TC-EXEMPT(WS-TC-IDX)     TO WS-CL-EXEMPT.
           PERFORM R3250-LOOKUP-CERTIFICATE.
           MOVE WS-CERT-LINE TO FIL-TAXOUT.
           WRITE FIL-TAXOUT.
           MOVE SPACES TO FIL-TAXOUT.

      *  ------
        R3250-LOOKUP-CERTIFICATE.
      *  ------
      *    THE FILE ONLY HOLDS THE CUSTOMER'S CURRENT CERTIFICATE FOR
      *    THE JURISDICTION - ONE RENEWED UNDER A NEW NUMBER SINCE
      *    THE SALE, OR REMOVED, IS ON THE TXEAUD AUDIT TRAIL
           MOVE SPACES TO WS-CL-EFF-DATE.
           MOVE SPACES TO WS-CL-EXP-DATE.
           MOVE '00' TO WS-TAXEXM-STATUS.
           MOVE WS-TC-CUST-NO(WS-TC-IDX)    TO TE-CUST-NO.
           MOVE WS-TC-JURIS-CODE(WS-TC-IDX) TO TE-JURIS-CODE.
           READ FILE-TAXEXM
               INVALID KEY MOVE '23' TO WS-TAXEXM-STATUS
           END-READ.
           IF WS-TAXEXM-FOUND
              AND TE-CERT-NO = WS-TC-CERT-NO(WS-TC-IDX)
              MOVE TE-EFF-DATE TO WS-CL-EFF-DATE
              MOVE TE-EXP-DATE TO WS-CL-EXP-DATE
              EVALUATE TRUE
                 WHEN TE-FOR-RESALE MOVE 'RESALE'     TO WS-CL-REASON
                 WHEN TE-NONPROFIT  MOVE 'NONPROFIT'  TO WS-CL-REASON
                 WHEN TE-GOVERNMENT MOVE 'GOVERNMENT' TO WS-CL-REASON
                 WHEN OTHER         MOVE 'OTHER'      TO WS-CL-REASON
              END-EVALUATE
           ELSE
              MOVE 'SEE TXEAUD' TO WS-CL-REASON
           END-IF.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-DAYTRAN.
           CLOSE FILE-TAXRATE.
           CLOSE FILE-FISCAL.
           CLOSE FILE-TAXEXM.
           CLOSE FILE-TAXOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-READ-CNT TO SC-IN-COUNT.
           MOVE WS-TJ-COUNT TO SC-OUT-COUNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
