      ****************************************************************
      * BEFORE-IMAGE JOURNAL RECORD LAYOUT                           *
      * FILE: BIJRNL                                                 *
      * WRITTEN BY ORDERSYS AND REVDISP AHEAD OF EVERY CHANGE THEY   *
      * MAKE TO A KEYED MASTER - ITEMMAST, CUSTMAST, ARFILE, BACKORD *
      * AND (ORDERSYS ONLY) ORDHIST.  A CHANGED RECORD ('C') CARRIES *
      * THE RECORD AS IT STOOD ON DISK BEFORE THE REWRITE; AN ADDED  *
      * RECORD ('A') CARRIES THE NEW RECORD, SINCE BACKING IT OUT    *
      * MEANS DELETING IT.  THE FILE IS WRITTEN FRONT TO BACK IN THE *
      * ORDER THE CHANGES WERE MADE, SO THE FIRST RECORD FOR A KEY   *
      * IS THE STATE THAT KEY WAS IN WHEN THE RUN STARTED - BACKOUT  *
      * PUTS EVERY KEY BACK TO THAT STATE AFTER AN ABORTED RUN       *
      * RMAFILE IS JOURNALED THE SAME WAY (FILE ID 'RM') WHEN A      *
      * POSTED RETURN MARKS ITS RMA RECEIVED                         *
      * BJ-IMAGE HOLDS THE WHOLE MASTER RECORD, LEFT-JUSTIFIED AND   *
      * SPACE-FILLED - IT IS SIZED FOR CUSTMAST, THE LONGEST OF THEM *
      * WHSTOCK IS JOURNALED THE SAME WAY (FILE ID 'WH') - THE KEY   *
      * IS ITEM + WAREHOUSE                                          *
      * RECORD LENGTH: 150 BYTES                                     *
      ****************************************************************
       01  CPY-BI-JRNL-REC.
           05  BJ-PROGRAM         PIC X(8).
           05  BJ-RUN-DATE        PIC X(8).
      *    THE ORDER NUMBER THAT CAUSED THE CHANGE
           05  BJ-DOC-NO          PIC X(10).
           05  BJ-FILE-ID         PIC X(2).
               88  BJ-FILE-ITEMMAST   VALUE 'IM'.
               88  BJ-FILE-CUSTMAST   VALUE 'CM'.
               88  BJ-FILE-ARFILE     VALUE 'AR'.
               88  BJ-FILE-BACKORD    VALUE 'BO'.
               88  BJ-FILE-ORDHIST    VALUE 'OH'.
               88  BJ-FILE-RMAFILE    VALUE 'RM'.
               88  BJ-FILE-WHSTOCK    VALUE 'WH'.
           05  BJ-ACTION          PIC X(1).
               88  BJ-ACTION-CHANGED  VALUE 'C'.
               88  BJ-ACTION-ADDED    VALUE 'A'.
      *    THE RECORD KEY, LEFT-JUSTIFIED - AR IS CUSTOMER + ORDER
           05  BJ-KEY             PIC X(11).
           05  BJ-IMAGE           PIC X(110).
