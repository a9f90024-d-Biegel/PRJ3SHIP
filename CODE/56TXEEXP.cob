      **************************************************************
      *
      *  PROGRAM ID TXEEXP
      *  DATE CREATED:  15OCT2026
      *
      * EXPIRING TAX EXEMPTION CERTIFICATES - SWEEPS FILE-TAXEXM
      * FRONT TO BACK AND LISTS EVERY CERTIFICATE THAT EXPIRES
      * WITHIN 60 DAYS OF THE AS-OF DATE, SO THE CREDIT DEPARTMENT
      * CAN CHASE THE RENEWAL BEFORE ORDERSYS STARTS TAXING A
      * CUSTOMER WHO SHOULDN'T BE TAXED.  CERTIFICATES ALREADY PAST
      * THEIR EXPIRY ARE LISTED TOO, FLAGGED - THOSE CUSTOMERS ARE
      * BEING TAXED NOW.  THE 60 DAYS ARE COUNTED ON THE REAL
      * CALENDAR.  RUN MONTHLY - IT TOUCHES NOTHING, IT ONLY
      * REPORTS.  A RENEWAL IS KEYED THROUGH TXEMNT.
      *
      * SYSIN CARD 1: AS-OF DATE (CCYYMMDD)
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
       PROGRAM-ID. TXEEXP.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FILE-TAXEXM ASSIGN TO UT-S-TAXEXM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-KEY
               FILE STATUS IS WS-TAXEXM-STATUS.
           SELECT FILE-CUSTMAST ASSIGN TO UT-S-CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT FILE-TXEOUT ASSIGN TO UT-S-TXEOUT.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *TAX EXEMPTION CERTIFICATES MAINTAINED BY TXEMNT
       FD  FILE-TAXEXM
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-TAXEXM.

       COPY TAXEXM
           REPLACING CPY-TAX-EXM-REC BY FIL-TAXEXM.

      * ---

      *CUSTOMER MASTER - THE NAME FOR THE REPORT LINE
       FD  FILE-CUSTMAST
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CUSTMAST.

       COPY CUSTMAST
           REPLACING CPY-CUST-MAST-REC BY FIL-CUSTMAST.

      * ---

      *EXPIRING CERTIFICATE REPORT PRINT FILE
       FD  FILE-TXEOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-TXEOUT.

       01  FIL-TXEOUT        PIC X(132).

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    STEP-LOG CALL AREA FOR SUBSTEP
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY SHIP-STEP-CALL.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-TAXEXM-SW   PIC X VALUE 'N'.
               88  WS-EOF-TAXEXM         VALUE 'Y'.

      * FILE STATUS FIELDS
       01  WS-TAXEXM-STATUS     PIC X(2) VALUE '00'.
           88  WS-TAXEXM-OK            VALUE '00'.
       01  WS-CUSTMAST-STATUS   PIC X(2) VALUE '00'.
           88  WS-CUSTMAST-FOUND       VALUE '00'.
           88  WS-CUSTMAST-NOTFOUND    VALUE '23'.

      * SYSIN CARD AS READ - THE STEP FORCE SWITCH RIDES IN
      * COLUMN 80
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-DATE  PIC X(8).
           05  FILLER             PIC X(71).
           05  WS-PARM-STEP-FORCE PIC X(1).

      * AS-OF DATE FROM SYSIN AND THE LAST DATE OF THE WINDOW -
      * THE AS-OF DATE PLUS WS-WINDOW-DAYS ON THE REAL CALENDAR
       01  WS-ASOF-DATE         PIC X(8) VALUE SPACES.
       01  WS-ASOF-DATE-9 REDEFINES WS-ASOF-DATE.
           05  WS-ASOF-YYYY       PIC 9(4).
           05  WS-ASOF-MM         PIC 9(2).
           05  WS-ASOF-DD         PIC 9(2).
       01  WS-WINDOW-DAYS       PIC 9(3) VALUE 60.
       01  WS-HZN-DATE.
           05  WS-HZN-YYYY        PIC 9(4).
           05  WS-HZN-MM          PIC 9(2).
           05  WS-HZN-DD          PIC 9(2).
       01  WS-HZN-DAY-CNT       PIC 9(3) VALUE ZEROES.

      * DAYS IN EACH MONTH, JANUARY THROUGH DECEMBER - FEBRUARY IS
      * PUT RIGHT FOR A LEAP YEAR IN R1030
       01  WS-MONTH-DAYS-TAB.
           05  FILLER             PIC X(24)
                 VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TAB.
           05  WS-MD-DAYS         PIC 9(2) OCCURS 12 TIMES.
       01  WS-MONTH-DAYS        PIC 9(2) VALUE ZEROES.
       01  WS-LEAP-QUOT         PIC 9(4) VALUE ZEROES.
       01  WS-LEAP-REM-4        PIC 9(3) VALUE ZEROES.
       01  WS-LEAP-REM-100      PIC 9(3) VALUE ZEROES.
       01  WS-LEAP-REM-400      PIC 9(3) VALUE ZEROES.

      * REPORT COUNTS
       01  WS-READ-CNT           PIC 9(7) VALUE ZEROES.
       01  WS-EXPIRING-CNT       PIC 9(7) VALUE ZEROES.
       01  WS-EXPIRED-CNT        PIC 9(7) VALUE ZEROES.

      * EXPIRING CERTIFICATE REPORT PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(40)
                 VALUE 'TAX EXEMPTION CERTIFICATES EXPIRING'.
           05  FILLER             PIC X(10) VALUE '  AS OF: '.
           05  WS-REG-HDR-ASOF    PIC X(8).
           05  FILLER             PIC X(11) VALUE '  THROUGH: '.
           05  WS-REG-HDR-HZN     PIC X(8).
           05  FILLER             PIC X(45) VALUE SPACES.

       01  WS-CERT-LINE.
           05  FILLER             PIC X(8) VALUE '  CERT: '.
           05  WS-CL-CERT-NO      PIC X(15).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(6) VALUE 'CUST: '.
           05  WS-CL-CUST-NO      PIC X(5).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-CL-CUST-NAME    PIC X(22).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(7) VALUE 'JURIS: '.
           05  WS-CL-JURIS-CODE   PIC X(2).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-CL-REASON       PIC X(10).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(5) VALUE 'EFF: '.
           05  WS-CL-EFF-DATE     PIC X(8).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  FILLER             PIC X(9) VALUE 'EXPIRES: '.
           05  WS-CL-EXP-DATE     PIC X(8).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-CL-FLAG         PIC X(8).

       01  WS-NONE-LINE.
           05  FILLER             PIC X(30)
                 VALUE '  NONE'.
           05  FILLER             PIC X(102) VALUE SPACES.

       01  WS-TOT-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(22)
                 VALUE 'CERTIFICATES ON FILE: '.
           05  WS-TL-READ         PIC ZZZZZZ9.
           05  FILLER             PIC X(12) VALUE '  EXPIRING: '.
           05  WS-TL-EXPIRING     PIC ZZZZZZ9.
           05  FILLER             PIC X(19)
                 VALUE '  ALREADY EXPIRED: '.
           05  WS-TL-EXPIRED      PIC ZZZZZZ9.
           05  FILLER             PIC X(56) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1090-LOG-STEP-START.
           PERFORM R1010-SET-WINDOW-END.
           PERFORM R1200-WRITE-HEADER.

           PERFORM R2000-SWEEP-CERTIFICATES
              UNTIL WS-EOF-TAXEXM.

           PERFORM R3000-WRITE-TOTALS.
           PERFORM R4000-CLOSE-DATASETS.
           PERFORM R4900-LOG-STEP-END.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-TAXEXM.
           OPEN INPUT  FILE-CUSTMAST.
           OPEN OUTPUT FILE-TXEOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD-DATE TO WS-ASOF-DATE.
           DISPLAY '  CERTIFICATES EXPIRING AS OF: ' WS-ASOF-DATE.

      *    THE WINDOW IS FIGURED FROM THE DATE - A BAD ONE WOULD
      *    LIST THE WRONG CERTIFICATES
           IF WS-ASOF-DATE NOT NUMERIC
              DISPLAY '  *** AS-OF DATE NOT NUMERIC - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.
           IF WS-ASOF-MM < 1 OR WS-ASOF-MM > 12
              OR WS-ASOF-DD < 1 OR WS-ASOF-DD > 31
              DISPLAY '  *** AS-OF DATE NOT A DATE - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.


      *  ------
        R1010-SET-WINDOW-END.
      *  ------
      *    ADD THE WINDOW TO THE DAY OF THE MONTH, THEN CARRY WHOLE
      *    MONTHS OUT OF IT UNTIL WHAT IS LEFT IS A REAL DAY
           MOVE WS-ASOF-YYYY TO WS-HZN-YYYY.
           MOVE WS-ASOF-MM   TO WS-HZN-MM.
           COMPUTE WS-HZN-DAY-CNT = WS-ASOF-DD + WS-WINDOW-DAYS.
           PERFORM R1030-SET-MONTH-DAYS.
           PERFORM R1020-CARRY-ONE-MONTH
              UNTIL WS-HZN-DAY-CNT NOT > WS-MONTH-DAYS.
           MOVE WS-HZN-DAY-CNT TO WS-HZN-DD.
           DISPLAY '  WINDOW RUNS THROUGH: ' WS-HZN-DATE.

      *  ------
        R1020-CARRY-ONE-MONTH.
      *  ------
           SUBTRACT WS-MONTH-DAYS FROM WS-HZN-DAY-CNT.
           ADD 1 TO WS-HZN-MM.
           IF WS-HZN-MM > 12
              MOVE 1 TO WS-HZN-MM
              ADD 1 TO WS-HZN-YYYY
           END-IF.
           PERFORM R1030-SET-MONTH-DAYS.

      *  ------
        R1030-SET-MONTH-DAYS.
      *  ------
      *    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
      *    CENTURY YEAR NOT DIVISIBLE BY 400
           MOVE WS-MD-DAYS(WS-HZN-MM) TO WS-MONTH-DAYS.
           IF WS-HZN-MM = 2
              DIVIDE WS-HZN-YYYY BY 4 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM-4
              DIVIDE WS-HZN-YYYY BY 100 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM-100
              DIVIDE WS-HZN-YYYY BY 400 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM-400
              IF WS-LEAP-REM-4 = ZEROES
                 AND (WS-LEAP-REM-100 NOT = ZEROES
                      OR WS-LEAP-REM-400 = ZEROES)
                 MOVE 29 TO WS-MONTH-DAYS
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
           MOVE 'TXEEXP' TO SC-STEP-NAME.
           MOVE WS-ASOF-DATE TO SC-RUN-DATE.
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
        R1200-WRITE-HEADER.
      *  ------
           MOVE WS-ASOF-DATE TO WS-REG-HDR-ASOF.
           MOVE WS-HZN-DATE  TO WS-REG-HDR-HZN.
           MOVE WS-REG-HDR TO FIL-TXEOUT.
           WRITE FIL-TXEOUT.
           MOVE SPACES TO FIL-TXEOUT.
           WRITE FIL-TXEOUT.

           MOVE LOW-VALUES TO TE-KEY.
           START FILE-TAXEXM KEY >= TE-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-TAXEXM-SW
           END-START.


      *  ------
        R2000-SWEEP-CERTIFICATES.
      *  ------
           READ FILE-TAXEXM NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF-TAXEXM-SW
           END-READ.
           IF NOT WS-TAXEXM-OK
              MOVE 'Y' TO WS-EOF-TAXEXM-SW
           END-IF.

           IF NOT WS-EOF-TAXEXM
              ADD 1 TO WS-READ-CNT
              IF TE-EXP-DATE NOT > WS-HZN-DATE
                 PERFORM R2100-PRINT-CERTIFICATE
              END-IF
           END-IF.


      *  ------
        R2100-PRINT-CERTIFICATE.
      *  ------
      *    SAME TEST THE POSTING RUNS APPLY - THE CERTIFICATE IS GOOD
      *    THROUGH ITS EXPIRY DATE AND LAPSED THE DAY AFTER
           IF TE-EXP-DATE < WS-ASOF-DATE
              MOVE 'EXPIRED ' TO WS-CL-FLAG
              ADD 1 TO WS-EXPIRED-CNT
           ELSE
              MOVE 'EXPIRING' TO WS-CL-FLAG
              ADD 1 TO WS-EXPIRING-CNT
           END-IF.

           MOVE '00' TO WS-CUSTMAST-STATUS.
           MOVE TE-CUST-NO TO CM-CUST-NO.
           READ FILE-CUSTMAST
               INVALID KEY MOVE '23' TO WS-CUSTMAST-STATUS
           END-READ.
           IF WS-CUSTMAST-FOUND
              MOVE CM-CUST-NAME TO WS-CL-CUST-NAME
           ELSE
              MOVE '*** NOT ON CUSTMAST' TO WS-CL-CUST-NAME
           END-IF.

           EVALUATE TRUE
              WHEN TE-FOR-RESALE MOVE 'RESALE'     TO WS-CL-REASON
              WHEN TE-NONPROFIT  MOVE 'NONPROFIT'  TO WS-CL-REASON
              WHEN TE-GOVERNMENT MOVE 'GOVERNMENT' TO WS-CL-REASON
              WHEN OTHER         MOVE 'OTHER'      TO WS-CL-REASON
           END-EVALUATE.

           MOVE TE-CERT-NO     TO WS-CL-CERT-NO.
           MOVE TE-CUST-NO     TO WS-CL-CUST-NO.
           MOVE TE-JURIS-CODE  TO WS-CL-JURIS-CODE.
           MOVE TE-EFF-DATE    TO WS-CL-EFF-DATE.
           MOVE TE-EXP-DATE    TO WS-CL-EXP-DATE.
           MOVE WS-CERT-LINE TO FIL-TXEOUT.
           WRITE FIL-TXEOUT.
           MOVE SPACES TO FIL-TXEOUT.


      *  ------
        R3000-WRITE-TOTALS.
      *  ------
           DISPLAY '  R3000 WRITE TOTALS'.
           IF WS-EXPIRING-CNT = ZEROES AND WS-EXPIRED-CNT = ZEROES
              MOVE WS-NONE-LINE TO FIL-TXEOUT
              WRITE FIL-TXEOUT
           END-IF.
           MOVE SPACES TO FIL-TXEOUT.
           WRITE FIL-TXEOUT.
           MOVE WS-READ-CNT     TO WS-TL-READ.
           MOVE WS-EXPIRING-CNT TO WS-TL-EXPIRING.
           MOVE WS-EXPIRED-CNT  TO WS-TL-EXPIRED.
           MOVE WS-TOT-LINE TO FIL-TXEOUT.
           WRITE FIL-TXEOUT.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-TAXEXM.
           CLOSE FILE-CUSTMAST.
           CLOSE FILE-TXEOUT.


      *  ------
        R4900-LOG-STEP-END.
      *  ------
           DISPLAY '  R4900 LOG STEP END'.
      *    THE RETURN CODE GOES ON THE LOG AND SUBSTEP HANDS IT
      *    STRAIGHT BACK, SO THE CALL LEAVES THE STEP'S OWN
      *    CONDITION CODE STANDING
           SET SC-STEP-END TO TRUE.
           MOVE WS-READ-CNT TO SC-IN-COUNT.
           COMPUTE SC-OUT-COUNT = WS-EXPIRING-CNT
                                + WS-EXPIRED-CNT.
           MOVE RETURN-CODE TO SC-RETURN-CODE.
           CALL 'SUBSTEP' USING SHIP-STEP-CALL.
