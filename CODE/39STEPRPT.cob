      **************************************************************
      *
      *  PROGRAM ID STEPRPT
      *  DATE CREATED:  15OCT2026
      *
      * DAILY STREAM STATUS REPORT - ONE LINE PER STEP FOR A RUN
      * DATE, FROM THE JOB-STEP LOG SUBSTEP KEEPS (FILE-STEPLOG)
      * AGAINST THE STREAM DEFINITION (FILE-STEPDEF).  EVERY STEP
      * THE STREAM DEFINES IS LISTED IN STREAM ORDER AS COMPLETE,
      * FAILED (ENDED RC 8 OR WORSE), ABENDED (STARTED, NEVER
      * ENDED - OR STILL RUNNING), BLOCKED (REFUSED AT ITS
      * PREREQUISITE CHECK AND NOT SINCE RUN) OR MISSING (NO SIGN
      * OF IT AT ALL), WITH HOW MANY TIMES IT STARTED, ITS LAST
      * START AND END TIMES, RECORD COUNTS AND RETURN CODE.  A
      * STEP FORCED PAST ITS CHECK SAYS SO.  ANY OTHER PROGRAM THAT
      * LOGGED AGAINST THE DATE IS LISTED AFTER THE STREAM.
      *
      * RETURN CODE 8 WHEN ANY STEP FAILED OR ABENDED, 4 WHEN THE
      * WORST IS A STEP BLOCKED OR MISSING, OTHERWISE ZERO.
      *
      * SYSIN CARD 1: COLS 1-8 RUN DATE (CCYYMMDD, BLANK = TODAY)
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       PROGRAM-ID. STEPRPT.

      **************************************************************
       ENVIRONMENT DIVISION.
      **************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL FILE-STEPDEF ASSIGN TO UT-S-STEPDEF.
           SELECT OPTIONAL FILE-STEPLOG ASSIGN TO UT-S-STEPLOG.
           SELECT FILE-STPOUT ASSIGN TO UT-S-STPOUT.

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *STREAM STEP DEFINITIONS IN STREAM ORDER
       FD  FILE-STEPDEF
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-STEPDEF.

       01  FIL-STEPDEF       PIC X(80).

      * ---

      *JOB-STEP LOG
       FD  FILE-STEPLOG
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-STEPLOG.

       01  FIL-STEPLOG       PIC X(80).

      * ---

      *STREAM STATUS REPORT
       FD  FILE-STPOUT
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-STPOUT.

       01  FIL-STPOUT        PIC X(132).

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    STEP DEFINITION AS READ
       COPY STEPDEF
           REPLACING CPY-STEP-DEF-REC BY SHIP-STEP-DEF-REC.

      *    STEP-LOG RECORD AS READ
       COPY STEPLOG
           REPLACING CPY-STEP-LOG-REC BY SHIP-STEP-LOG-REC.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-STEPDEF-SW  PIC X VALUE 'N'.
               88  WS-EOF-STEPDEF        VALUE 'Y'.
           02  WS-EOF-STEPLOG-SW  PIC X VALUE 'N'.
               88  WS-EOF-STEPLOG        VALUE 'Y'.

      * RUN DATE FROM SYSIN
       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE   PIC X(8).
           05  FILLER             PIC X(72).
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-SYS-DATE           PIC 9(8) VALUE ZEROES.

      * LOGGED TIME IS HHMMSSHH - THE REPORT SHOWS HHMMSS
       01  WS-TIME-WORK.
           05  WS-TIME-HHMMSS     PIC X(6).
           05  FILLER             PIC X(2).

      * ONE ENTRY PER STEP - THE STREAM'S STEPS FIRST, IN STREAM
      * ORDER, THEN ANY OTHER STEP THAT LOGGED AGAINST THE DATE.
      * STATE IS THE LAST THING THE LOG SAYS: BLANK NOTHING, S
      * STARTED NO END, C ENDED CLEAN, F ENDED RC 8+, B BLOCKED
       01  WS-STEP-COUNT         PIC 9(3) VALUE ZEROES.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENT OCCURS 100 TIMES
                  INDEXED BY WS-STEP-IDX.
               10  WS-STEP-NAME       PIC X(8).
               10  WS-STEP-SEQ        PIC 9(3).
               10  WS-STEP-DESC       PIC X(30).
               10  WS-STEP-DEFINED    PIC X(1).
               10  WS-STEP-STATE      PIC X(1).
                   88  WS-STEP-NOTHING        VALUE ' '.
                   88  WS-STEP-NO-END         VALUE 'S'.
                   88  WS-STEP-CLEAN          VALUE 'C'.
                   88  WS-STEP-FAILED         VALUE 'F'.
                   88  WS-STEP-BLOCKED        VALUE 'B'.
               10  WS-STEP-FORCED     PIC X(1).
               10  WS-STEP-RUNS       PIC 9(2).
               10  WS-STEP-START-TM   PIC X(6).
               10  WS-STEP-END-TM     PIC X(6).
               10  WS-STEP-IN-CNT     PIC 9(9).
               10  WS-STEP-OUT-CNT    PIC 9(9).
               10  WS-STEP-RC         PIC 9(4).
               10  WS-STEP-BLOCKER    PIC X(8).

      * RUN COUNTS FOR THE TRAILER
       01  WS-COMPLETE-CNT       PIC 9(3) VALUE ZEROES.
       01  WS-FAILED-CNT         PIC 9(3) VALUE ZEROES.
       01  WS-ABENDED-CNT        PIC 9(3) VALUE ZEROES.
       01  WS-BLOCKED-CNT        PIC 9(3) VALUE ZEROES.
       01  WS-MISSING-CNT        PIC 9(3) VALUE ZEROES.
       01  WS-OTHER-CNT          PIC 9(3) VALUE ZEROES.

      * STATUS REPORT PRINT LINES
       01  WS-REG-HDR.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(30)
                 VALUE 'BATCH STREAM STATUS'.
           05  FILLER             PIC X(12) VALUE '  RUN DATE: '.
           05  WS-REG-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(72) VALUE SPACES.

       01  WS-STEP-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-SL-SEQ          PIC ZZ9.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-SL-STEP         PIC X(8).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-SL-DESC         PIC X(20).
           05  FILLER             PIC X(3) VALUE ' | '.
           05  WS-SL-STATUS       PIC X(20).
           05  FILLER             PIC X(6) VALUE ' RUNS '.
           05  WS-SL-RUNS         PIC Z9.
           05  FILLER             PIC X(7) VALUE ' START '.
           05  WS-SL-START-TM     PIC X(6).
           05  FILLER             PIC X(5) VALUE ' END '.
           05  WS-SL-END-TM       PIC X(6).
           05  FILLER             PIC X(6) VALUE ' | IN '.
           05  WS-SL-IN-CNT       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(5) VALUE ' OUT '.
           05  WS-SL-OUT-CNT      PIC ZZZZZZZZ9.
           05  FILLER             PIC X(4) VALUE ' RC '.
           05  WS-SL-RC           PIC ZZZ9.
           05  FILLER             PIC X(5) VALUE SPACES.

       01  WS-REG-TRL.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'COMPLETE: '.
           05  WS-RT-COMPLETE     PIC ZZ9.
           05  FILLER             PIC X(10) VALUE '  FAILED: '.
           05  WS-RT-FAILED       PIC ZZ9.
           05  FILLER             PIC X(11) VALUE '  ABENDED: '.
           05  WS-RT-ABENDED      PIC ZZ9.
           05  FILLER             PIC X(11) VALUE '  BLOCKED: '.
           05  WS-RT-BLOCKED      PIC ZZ9.
           05  FILLER             PIC X(11) VALUE '  MISSING: '.
           05  WS-RT-MISSING      PIC ZZ9.
           05  FILLER             PIC X(21)
                 VALUE '  NOT IN STREAM DEF: '.
           05  WS-RT-OTHER        PIC ZZ9.
           05  FILLER             PIC X(38) VALUE SPACES.

      **************************************************************
       PROCEDURE DIVISION.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           PERFORM R1000-OPEN-DATASETS.
           PERFORM R1005-ACCEPT-RUN-PARM.
           PERFORM R1100-LOAD-STEP-DEFS.
           PERFORM R1200-WRITE-REPORT-HEADER.

           PERFORM R2000-READ-STEP-LOG
              UNTIL WS-EOF-STEPLOG.

           PERFORM R2500-PRINT-STEP-LINE
              VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT.

           PERFORM R3000-WRITE-REPORT-TRAILER.
           PERFORM R4000-CLOSE-DATASETS.

           EVALUATE TRUE
              WHEN WS-FAILED-CNT > 0 OR WS-ABENDED-CNT > 0
                 DISPLAY '  *** STREAM HAS FAILED OR ABENDED STEPS '
                    'FOR ' WS-RUN-DATE ' - SETTING RETURN CODE 8'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-BLOCKED-CNT > 0 OR WS-MISSING-CNT > 0
                 DISPLAY '  *** STREAM HAS BLOCKED OR MISSING STEPS '
                    'FOR ' WS-RUN-DATE ' - SETTING RETURN CODE 4'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           STOP RUN.


      *  ------
        R1000-OPEN-DATASETS.
      *  ------
           DISPLAY '  R1000 OPEN DATASETS'.
           OPEN INPUT  FILE-STEPDEF.
           OPEN INPUT  FILE-STEPLOG.
           OPEN OUTPUT FILE-STPOUT.


      *  ------
        R1005-ACCEPT-RUN-PARM.
      *  ------
           DISPLAY '  R1005 ACCEPT RUN PARM'.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE.
           IF WS-RUN-DATE = SPACES
              ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
              MOVE WS-SYS-DATE TO WS-RUN-DATE
           END-IF.
           DISPLAY '  STREAM STATUS FOR RUN DATE: ' WS-RUN-DATE.


      *  ------
        R1100-LOAD-STEP-DEFS.
      *  ------
           DISPLAY '  R1100 LOAD STEP DEFS'.
           MOVE SPACES TO WS-STEP-TABLE.
           PERFORM R1110-READ-STEP-DEF
              UNTIL WS-EOF-STEPDEF.
           DISPLAY '  STREAM STEPS DEFINED: ' WS-STEP-COUNT.

      *  ------
        R1110-READ-STEP-DEF.
      *  ------
           READ FILE-STEPDEF INTO SHIP-STEP-DEF-REC
              AT END MOVE 'Y' TO WS-EOF-STEPDEF-SW
           END-READ.

           IF NOT WS-EOF-STEPDEF
              PERFORM R1120-ADD-STEP
              MOVE SD-STEP-NAME  TO WS-STEP-NAME(WS-STEP-IDX)
              MOVE SD-STREAM-SEQ TO WS-STEP-SEQ(WS-STEP-IDX)
              MOVE SD-STEP-DESC  TO WS-STEP-DESC(WS-STEP-IDX)
              MOVE 'Y' TO WS-STEP-DEFINED(WS-STEP-IDX)
           END-IF.

      *  ------
        R1120-ADD-STEP.
      *  ------
           IF WS-STEP-COUNT >= 100
              DISPLAY '  *** STEP TABLE FULL AT 100 ENTRIES - '
                 'ENLARGE WS-STEP-TABLE AND RERUN'
              MOVE 12 TO RETURN-CODE
              PERFORM R4000-CLOSE-DATASETS
              STOP RUN
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           SET WS-STEP-IDX TO WS-STEP-COUNT.
           MOVE 'N'    TO WS-STEP-FORCED(WS-STEP-IDX).
           MOVE ZEROES TO WS-STEP-SEQ(WS-STEP-IDX).
           MOVE ZEROES TO WS-STEP-RUNS(WS-STEP-IDX).
           MOVE ZEROES TO WS-STEP-IN-CNT(WS-STEP-IDX).
           MOVE ZEROES TO WS-STEP-OUT-CNT(WS-STEP-IDX).
           MOVE ZEROES TO WS-STEP-RC(WS-STEP-IDX).


      *  ------
        R1200-WRITE-REPORT-HEADER.
      *  ------
           MOVE WS-RUN-DATE TO WS-REG-HDR-DATE.
           MOVE WS-REG-HDR TO FIL-STPOUT.
           WRITE FIL-STPOUT.
           MOVE SPACES TO FIL-STPOUT.
           WRITE FIL-STPOUT.


      *  ------
        R2000-READ-STEP-LOG.
      *  ------
           READ FILE-STEPLOG INTO SHIP-STEP-LOG-REC
              AT END MOVE 'Y' TO WS-EOF-STEPLOG-SW
           END-READ.

           IF NOT WS-EOF-STEPLOG
              AND SL-RUN-DATE = WS-RUN-DATE
              PERFORM R2100-FIND-STEP
              PERFORM R2200-APPLY-LOG-RECORD
           END-IF.

      *  ------
        R2100-FIND-STEP.
      *  ------
      *    A STEP THE STREAM DOESN'T DEFINE GETS AN ENTRY OF ITS OWN
      *    THE FIRST TIME IT TURNS UP
           SET WS-STEP-IDX TO 1.
           SEARCH WS-STEP-ENT
              AT END
                 PERFORM R1120-ADD-STEP
                 MOVE SL-STEP-NAME TO WS-STEP-NAME(WS-STEP-IDX)
                 MOVE 999 TO WS-STEP-SEQ(WS-STEP-IDX)
                 MOVE '(NOT IN STREAM DEF)'
                    TO WS-STEP-DESC(WS-STEP-IDX)
                 MOVE 'N' TO WS-STEP-DEFINED(WS-STEP-IDX)
              WHEN WS-STEP-NAME(WS-STEP-IDX) = SL-STEP-NAME
                 CONTINUE
           END-SEARCH.

      *  ------
        R2200-APPLY-LOG-RECORD.
      *  ------
      *    THE LOG IS IN THE ORDER THINGS HAPPENED - A NEW START
      *    WIPES THE LAST RUN'S END, AND A BLOCKED ATTEMPT ONLY
      *    SHOWS WHEN NOTHING HAS RUN SINCE
           EVALUATE TRUE
              WHEN SL-EVENT-START
                 ADD 1 TO WS-STEP-RUNS(WS-STEP-IDX)
                 SET WS-STEP-NO-END(WS-STEP-IDX) TO TRUE
                 MOVE SL-FORCED TO WS-STEP-FORCED(WS-STEP-IDX)
                 MOVE SL-SYS-TIME TO WS-TIME-WORK
                 MOVE WS-TIME-HHMMSS
                    TO WS-STEP-START-TM(WS-STEP-IDX)
                 MOVE SPACES TO WS-STEP-END-TM(WS-STEP-IDX)
                 MOVE ZEROES TO WS-STEP-IN-CNT(WS-STEP-IDX)
                 MOVE ZEROES TO WS-STEP-OUT-CNT(WS-STEP-IDX)
                 MOVE ZEROES TO WS-STEP-RC(WS-STEP-IDX)
              WHEN SL-EVENT-END
                 IF SL-RETURN-CODE < 8
                    SET WS-STEP-CLEAN(WS-STEP-IDX) TO TRUE
                 ELSE
                    SET WS-STEP-FAILED(WS-STEP-IDX) TO TRUE
                 END-IF
                 MOVE SL-SYS-TIME TO WS-TIME-WORK
                 MOVE WS-TIME-HHMMSS
                    TO WS-STEP-END-TM(WS-STEP-IDX)
                 MOVE SL-IN-COUNT  TO WS-STEP-IN-CNT(WS-STEP-IDX)
                 MOVE SL-OUT-COUNT TO WS-STEP-OUT-CNT(WS-STEP-IDX)
                 MOVE SL-RETURN-CODE TO WS-STEP-RC(WS-STEP-IDX)
              WHEN SL-EVENT-BLOCKED
                 MOVE SL-PREREQ-STEP TO WS-STEP-BLOCKER(WS-STEP-IDX)
                 IF WS-STEP-NOTHING(WS-STEP-IDX)
                    SET WS-STEP-BLOCKED(WS-STEP-IDX) TO TRUE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.


      *  ------
        R2500-PRINT-STEP-LINE.
      *  ------
           MOVE SPACES TO WS-SL-STATUS.
           EVALUATE TRUE
              WHEN WS-STEP-CLEAN(WS-STEP-IDX)
                 ADD 1 TO WS-COMPLETE-CNT
                 IF WS-STEP-FORCED(WS-STEP-IDX) = 'Y'
                    MOVE 'COMPLETE - FORCED' TO WS-SL-STATUS
                 ELSE
                    MOVE 'COMPLETE' TO WS-SL-STATUS
                 END-IF
              WHEN WS-STEP-FAILED(WS-STEP-IDX)
                 ADD 1 TO WS-FAILED-CNT
                 IF WS-STEP-FORCED(WS-STEP-IDX) = 'Y'
                    MOVE '*** FAILED - FORCED' TO WS-SL-STATUS
                 ELSE
                    MOVE '*** FAILED' TO WS-SL-STATUS
                 END-IF
              WHEN WS-STEP-NO-END(WS-STEP-IDX)
                 ADD 1 TO WS-ABENDED-CNT
                 MOVE '*** ABENDED/RUNNING' TO WS-SL-STATUS
              WHEN WS-STEP-BLOCKED(WS-STEP-IDX)
                 ADD 1 TO WS-BLOCKED-CNT
                 STRING '*** BLOCKED BY ' DELIMITED BY SIZE
                    WS-STEP-BLOCKER(WS-STEP-IDX) DELIMITED BY SPACE
                    INTO WS-SL-STATUS
              WHEN OTHER
                 ADD 1 TO WS-MISSING-CNT
                 MOVE '*** MISSING' TO WS-SL-STATUS
           END-EVALUATE.
           IF WS-STEP-DEFINED(WS-STEP-IDX) NOT = 'Y'
              ADD 1 TO WS-OTHER-CNT
           END-IF.

           MOVE WS-STEP-SEQ(WS-STEP-IDX)      TO WS-SL-SEQ.
           MOVE WS-STEP-NAME(WS-STEP-IDX)     TO WS-SL-STEP.
           MOVE WS-STEP-DESC(WS-STEP-IDX)     TO WS-SL-DESC.
           MOVE WS-STEP-RUNS(WS-STEP-IDX)     TO WS-SL-RUNS.
           MOVE WS-STEP-START-TM(WS-STEP-IDX) TO WS-SL-START-TM.
           MOVE WS-STEP-END-TM(WS-STEP-IDX)   TO WS-SL-END-TM.
           MOVE WS-STEP-IN-CNT(WS-STEP-IDX)   TO WS-SL-IN-CNT.
           MOVE WS-STEP-OUT-CNT(WS-STEP-IDX)  TO WS-SL-OUT-CNT.
           MOVE WS-STEP-RC(WS-STEP-IDX)       TO WS-SL-RC.
           MOVE WS-STEP-LINE TO FIL-STPOUT.
           WRITE FIL-STPOUT.


      *  ------
        R3000-WRITE-REPORT-TRAILER.
      *  ------
           DISPLAY '  R3000 WRITE REPORT TRAILER'.
           MOVE SPACES TO FIL-STPOUT.
           WRITE FIL-STPOUT.
           MOVE WS-COMPLETE-CNT TO WS-RT-COMPLETE.
           MOVE WS-FAILED-CNT   TO WS-RT-FAILED.
           MOVE WS-ABENDED-CNT  TO WS-RT-ABENDED.
           MOVE WS-BLOCKED-CNT  TO WS-RT-BLOCKED.
           MOVE WS-MISSING-CNT  TO WS-RT-MISSING.
           MOVE WS-OTHER-CNT    TO WS-RT-OTHER.
           MOVE WS-REG-TRL TO FIL-STPOUT.
           WRITE FIL-STPOUT.


      *  ------
        R4000-CLOSE-DATASETS.
      *  ------
           DISPLAY '  R4000 CLOSE DATASETS'.
           CLOSE FILE-STEPDEF.
           CLOSE FILE-STEPLOG.
           CLOSE FILE-STPOUT.
