      **************************************************************
      *
      *  PROGRAM ID SUBSTEP
      *  DATE CREATED:  15OCT2026
      *
      * SUBPROGRAM THAT KEEPS THE JOB-STEP LOG FOR THE BATCH
      * STREAM.  EVERY BATCH PROGRAM CALLS IT TWICE - ONCE AT THE
      * TOP OF THE RUN (SC-FUNCTION 'S') AND ONCE AT THE BOTTOM
      * ('E') - SO FILE-STEPLOG SHOWS WHEN EACH STEP STARTED AND
      * ENDED, FOR WHICH RUN DATE, WITH WHAT INPUT AND OUTPUT
      * RECORD COUNTS AND WHAT RETURN CODE.
      *
      * ON A START THE STEP'S RECORD ON FILE-STEPDEF NAMES THE
      * STEPS THAT MUST HAVE COMPLETED CLEANLY (RETURN CODE UNDER
      * 8) FOR THE SAME RUN DATE FIRST - INVOICE WON'T BILL A
      * DAYTRAN ORDERSYS NEVER FINISHED.  A STEP THAT MAY NOT BE
      * REPEATED IS ALSO STOPPED WHEN IT ALREADY COMPLETED CLEANLY
      * FOR THE DATE - CASHAPP WON'T APPLY THE SAME REMIT FILE
      * TWICE.  A REFUSED START IS LOGGED AS BLOCKED AND HANDED
      * BACK AS SC-STEP-STATUS 'N'; THE CALLER STOPS.  SC-FORCE
      * 'Y' LETS IT THROUGH, LOGGED AS FORCED.  A STEP WITH NO
      * RECORD ON FILE-STEPDEF (OR NO FILE-STEPDEF AT ALL) IS
      * LOGGED BUT NEVER STOPPED.
      *
      * THE LAST STEP-LOG RECORD FOR A STEP AND DATE IS ITS STATE -
      * A START WITH NO END AFTER IT ABENDED, SO A RERUN OF IT IS
      * NOT BLOCKED, BUT NOTHING THAT NEEDS IT WILL RUN UNTIL IT
      * COMPLETES.  NEEDS TO BE COMPILED ON ITS OWN BEFOREHAND.
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   15OCT2026 CODE PROG
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
       PROGRAM-ID. SUBSTEP.

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

      **************************************************************
       DATA DIVISION.
      **************************************************************

       FILE SECTION.

      *STREAM STEP DEFINITIONS - PREREQUISITES AND RERUN RULE
       FD  FILE-STEPDEF
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-STEPDEF.

       01  FIL-STEPDEF       PIC X(80).

      * ---

      *JOB-STEP LOG - READ FOR THE CHECK, EXTENDED FOR THE LOG
       FD  FILE-STEPLOG
              LABEL RECORDS ARE OMITTED
              BLOCK CONTAINS 0 RECORDS
              DATA RECORD IS FIL-STEPLOG.

       01  FIL-STEPLOG       PIC X(80).

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************

      * USE THE COPYBOOKS

      *    STEP DEFINITION AS READ
       COPY STEPDEF
           REPLACING CPY-STEP-DEF-REC BY SHIP-STEP-DEF-REC.

      *    STEP-LOG RECORD AS READ AND AS WRITTEN
       COPY STEPLOG
           REPLACING CPY-STEP-LOG-REC BY SHIP-STEP-LOG-REC.

      * FLAGS
       01  WS-VAL.
           02  WS-EOF-STEPDEF-SW  PIC X VALUE 'N'.
               88  WS-EOF-STEPDEF        VALUE 'Y'.
           02  WS-EOF-STEPLOG-SW  PIC X VALUE 'N'.
               88  WS-EOF-STEPLOG        VALUE 'Y'.
           02  WS-STEP-DEFINED-SW PIC X VALUE 'N'.
               88  WS-STEP-DEFINED       VALUE 'Y'.
           02  WS-RERUN-OK-SW     PIC X VALUE 'N'.
               88  WS-RERUN-OK           VALUE 'Y'.
           02  WS-CHECK-FAILED-SW PIC X VALUE 'N'.
               88  WS-CHECK-FAILED       VALUE 'Y'.

      * THE STEPS THIS START DEPENDS ON - ENTRIES 1-4 ARE THE
      * PREREQUISITES, ENTRY 5 IS THE STEP ITSELF.  STATE IS THE
      * LAST THING THE STEP LOG SAYS ABOUT IT FOR THE RUN DATE:
      * BLANK NEVER RAN, S STARTED WITH NO END, C ENDED CLEAN,
      * F ENDED RC 8 OR WORSE
       01  WS-CHECK-TABLE.
           05  WS-CHECK-ENT OCCURS 5 TIMES.
               10  WS-CHECK-STEP      PIC X(8).
               10  WS-CHECK-STATE     PIC X(1).
                   88  WS-CHECK-NEVER-RAN     VALUE ' '.
                   88  WS-CHECK-NO-END        VALUE 'S'.
                   88  WS-CHECK-CLEAN         VALUE 'C'.
                   88  WS-CHECK-FAILED-RC     VALUE 'F'.
       01  WS-CHECK-SUB          PIC 9(1) VALUE ZEROES.
       01  WS-SELF-SUB           PIC 9(1) VALUE 5.

      * FIRST STEP THAT FAILED THE CHECK - WRITTEN ON THE LOG
       01  WS-FAILED-STEP        PIC X(8) VALUE SPACES.
       01  WS-STATE-TEXT         PIC X(20) VALUE SPACES.

      * WALL-CLOCK DATE AND TIME STAMPED ON EVERY LOG RECORD
       01  WS-SYS-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-SYS-TIME           PIC 9(8) VALUE ZEROES.

       LINKAGE SECTION.
       COPY STEPCALL
           REPLACING CPY-STEP-CALL BY LS-STEP-CALL.

      **************************************************************
       PROCEDURE DIVISION USING LS-STEP-CALL.
      **************************************************************

      *  ------
        R0000-MAINLINE.
      *  ------
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.

      *    A STEP WITH NO BUSINESS DATE OF ITS OWN LOGS UNDER TODAY -
      *    SET BACK IN THE CALLER'S AREA SO ITS END MATCHES ITS START
           IF SC-RUN-DATE = SPACES
              MOVE WS-SYS-DATE TO SC-RUN-DATE
           END-IF.

           IF SC-STEP-START
              PERFORM R2000-START-STEP
              MOVE ZEROES TO RETURN-CODE
           ELSE
              PERFORM R3000-END-STEP
              MOVE SC-RETURN-CODE TO RETURN-CODE
           END-IF.

           GOBACK.


      *  ------
        R1000-LOAD-STEP-DEF.
      *  ------
           MOVE 'N' TO WS-STEP-DEFINED-SW.
           MOVE 'N' TO WS-RERUN-OK-SW.
           MOVE SPACES TO WS-CHECK-TABLE.
           MOVE SC-STEP-NAME TO WS-CHECK-STEP(WS-SELF-SUB).

           MOVE 'N' TO WS-EOF-STEPDEF-SW.
           OPEN INPUT FILE-STEPDEF.
           PERFORM R1100-READ-STEP-DEF
              UNTIL WS-EOF-STEPDEF.
           CLOSE FILE-STEPDEF.

      *  ------
        R1100-READ-STEP-DEF.
      *  ------
           READ FILE-STEPDEF INTO SHIP-STEP-DEF-REC
              AT END MOVE 'Y' TO WS-EOF-STEPDEF-SW
           END-READ.

           IF NOT WS-EOF-STEPDEF
              AND SD-STEP-NAME = SC-STEP-NAME
              SET WS-STEP-DEFINED TO TRUE
              MOVE 'Y' TO WS-EOF-STEPDEF-SW
              IF SD-RERUN-OK
                 SET WS-RERUN-OK TO TRUE
              END-IF
              PERFORM R1110-SAVE-PREREQ
                 VARYING WS-CHECK-SUB FROM 1 BY 1
                 UNTIL WS-CHECK-SUB > 4
           END-IF.

      *  ------
        R1110-SAVE-PREREQ.
      *  ------
           MOVE SD-PREREQ-STEP(WS-CHECK-SUB)
              TO WS-CHECK-STEP(WS-CHECK-SUB).


      *  ------
        R2000-START-STEP.
      *  ------
           SET SC-STEP-CLEARED TO TRUE.
           MOVE 'N' TO WS-CHECK-FAILED-SW.
           MOVE SPACES TO WS-FAILED-STEP.

           PERFORM R1000-LOAD-STEP-DEF.
           IF WS-STEP-DEFINED
              PERFORM R2100-SCAN-STEP-LOG
              PERFORM R2200-CHECK-PREREQ
                 VARYING WS-CHECK-SUB FROM 1 BY 1
                 UNTIL WS-CHECK-SUB > 4
              PERFORM R2300-CHECK-ALREADY-RAN
           END-IF.

           MOVE SPACES TO SHIP-STEP-LOG-REC.
           MOVE ZEROES TO SL-IN-COUNT.
           MOVE ZEROES TO SL-OUT-COUNT.
           MOVE ZEROES TO SL-RETURN-CODE.
           MOVE 'N'    TO SL-FORCED.

           IF WS-CHECK-FAILED
              MOVE WS-FAILED-STEP TO SL-PREREQ-STEP
              IF SC-FORCE
                 DISPLAY '  *** STEP ' SC-STEP-NAME ' FOR '
                    SC-RUN-DATE ' CONTINUING ON OPERATOR OVERRIDE'
                 SET SL-EVENT-START TO TRUE
                 MOVE 'Y' TO SL-FORCED
              ELSE
                 DISPLAY '  *** STEP ' SC-STEP-NAME ' FOR '
                    SC-RUN-DATE ' NOT STARTED - RUN WHAT IT WAITS '
                    'ON FIRST, OR RESUBMIT WITH THE STEP FORCE PARM'
                 SET SL-EVENT-BLOCKED TO TRUE
                 SET SC-STEP-BLOCKED TO TRUE
              END-IF
           ELSE
              SET SL-EVENT-START TO TRUE
           END-IF.

           PERFORM R5000-WRITE-STEP-LOG.

      *  ------
        R2100-SCAN-STEP-LOG.
      *  ------
           MOVE 'N' TO WS-EOF-STEPLOG-SW.
           OPEN INPUT FILE-STEPLOG.
           PERFORM R2110-READ-STEP-LOG
              UNTIL WS-EOF-STEPLOG.
           CLOSE FILE-STEPLOG.

      *  ------
        R2110-READ-STEP-LOG.
      *  ------
           READ FILE-STEPLOG INTO SHIP-STEP-LOG-REC
              AT END MOVE 'Y' TO WS-EOF-STEPLOG-SW
           END-READ.

           IF NOT WS-EOF-STEPLOG
              AND SL-RUN-DATE = SC-RUN-DATE
              PERFORM R2120-UPDATE-CHECK-STATE
                 VARYING WS-CHECK-SUB FROM 1 BY 1
                 UNTIL WS-CHECK-SUB > 5
           END-IF.

      *  ------
        R2120-UPDATE-CHECK-STATE.
      *  ------
      *    A BLOCKED ATTEMPT NEVER RAN - IT LEAVES THE STATE ALONE
           IF WS-CHECK-STEP(WS-CHECK-SUB) NOT = SPACES
              AND WS-CHECK-STEP(WS-CHECK-SUB) = SL-STEP-NAME
              IF SL-EVENT-START
                 SET WS-CHECK-NO-END(WS-CHECK-SUB) TO TRUE
              END-IF
              IF SL-EVENT-END
                 IF SL-RETURN-CODE < 8
                    SET WS-CHECK-CLEAN(WS-CHECK-SUB) TO TRUE
                 ELSE
                    SET WS-CHECK-FAILED-RC(WS-CHECK-SUB) TO TRUE
                 END-IF
              END-IF
           END-IF.

      *  ------
        R2200-CHECK-PREREQ.
      *  ------
           IF WS-CHECK-STEP(WS-CHECK-SUB) NOT = SPACES
              AND NOT WS-CHECK-CLEAN(WS-CHECK-SUB)
              EVALUATE TRUE
                 WHEN WS-CHECK-NEVER-RAN(WS-CHECK-SUB)
                    MOVE 'HAS NOT RUN' TO WS-STATE-TEXT
                 WHEN WS-CHECK-NO-END(WS-CHECK-SUB)
                    MOVE 'STARTED, NEVER ENDED' TO WS-STATE-TEXT
                 WHEN OTHER
                    MOVE 'ENDED RC 8 OR WORSE' TO WS-STATE-TEXT
              END-EVALUATE
              DISPLAY '  *** PREREQUISITE STEP '
                 WS-CHECK-STEP(WS-CHECK-SUB) ' FOR ' SC-RUN-DATE
                 ' ' WS-STATE-TEXT
              IF NOT WS-CHECK-FAILED
                 SET WS-CHECK-FAILED TO TRUE
                 MOVE WS-CHECK-STEP(WS-CHECK-SUB) TO WS-FAILED-STEP
              END-IF
           END-IF.

      *  ------
        R2300-CHECK-ALREADY-RAN.
      *  ------
           IF NOT WS-RERUN-OK
              AND WS-CHECK-CLEAN(WS-SELF-SUB)
              DISPLAY '  *** STEP ' SC-STEP-NAME ' ALREADY COMPLETED '
                 'CLEANLY FOR ' SC-RUN-DATE ' - IT MAY NOT RUN TWICE'
              IF NOT WS-CHECK-FAILED
                 SET WS-CHECK-FAILED TO TRUE
                 MOVE SC-STEP-NAME TO WS-FAILED-STEP
              END-IF
           END-IF.


      *  ------
        R3000-END-STEP.
      *  ------
           MOVE SPACES TO SHIP-STEP-LOG-REC.
           SET SL-EVENT-END TO TRUE.
           MOVE SC-IN-COUNT    TO SL-IN-COUNT.
           MOVE SC-OUT-COUNT   TO SL-OUT-COUNT.
           MOVE SC-RETURN-CODE TO SL-RETURN-CODE.
           MOVE 'N'            TO SL-FORCED.
           PERFORM R5000-WRITE-STEP-LOG.


      *  ------
        R5000-WRITE-STEP-LOG.
      *  ------
      *    OPENED AND CLOSED AROUND EACH WRITE - A STEP THAT DIES
      *    MID-RUN STILL LEAVES ITS START RECORD BEHIND
           MOVE SC-STEP-NAME TO SL-STEP-NAME.
           MOVE SC-RUN-DATE  TO SL-RUN-DATE.
           MOVE WS-SYS-DATE  TO SL-SYS-DATE.
           MOVE WS-SYS-TIME  TO SL-SYS-TIME.
           OPEN EXTEND FILE-STEPLOG.
           MOVE SHIP-STEP-LOG-REC TO FIL-STEPLOG.
           WRITE FIL-STEPLOG.
           CLOSE FILE-STEPLOG.
