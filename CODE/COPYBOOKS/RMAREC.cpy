      ****************************************************************
      * RETURN MERCHANDISE AUTHORIZATION RECORD LAYOUT               *
      * FILE: RMAFILE - VSAM KSDS KEYED BY RM-RMA-NO                 *
      * ONE RECORD PER RMA CUSTOMER SERVICE ISSUES THROUGH RMAMNT -  *
      * THE CUSTOMER, ORIGINAL ORDER AND ITEM BEING SENT BACK, HOW   *
      * MANY, THE REASON EXPECTED, AND THE DATE THE AUTHORIZATION    *
      * LAPSES.  ORDERSYS WILL ONLY POST AN 'R' RETURN THAT CITES AN *
      * OPEN, UNEXPIRED RMA MATCHING IT, AND MARKS THE RMA RECEIVED  *
      * WHEN IT POSTS (REVDISP DOES THE SAME FOR A RETURN HELD FOR   *
      * REVIEW).  RM-RECV-xxx ARE SPACES/ZEROES UNTIL THEN.  RMAAGE  *
      * LISTS THE ONES STILL OPEN                                    *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-RMA-REC.
           05  RM-RMA-NO          PIC X(6).
           05  RM-CUST-NO         PIC X(5).
           05  RM-ORDER-NO        PIC X(6).
           05  RM-ITEM-CODE       PIC X(3).
           05  RM-AUTH-QTY        PIC 9(5).
      *    THE SI-RETURN-REASON THE RETURN IS EXPECTED TO CARRY
           05  RM-REASON          PIC X(2).
           05  RM-ISSUE-DATE      PIC X(8).
           05  RM-EXPIRY-DATE     PIC X(8).
           05  RM-STATUS          PIC X(1).
               88  RM-IS-OPEN         VALUE 'O'.
               88  RM-IS-RECEIVED     VALUE 'R'.
               88  RM-IS-CANCELLED    VALUE 'X'.
           05  RM-RECV-QTY        PIC 9(5).
           05  RM-RECV-DATE       PIC X(8).
      *    THE PROGRAM THAT POSTED THE RETURN - ORDERSYS OR REVDISP
           05  RM-RECV-PROGRAM    PIC X(8).
           05  RM-ISSUED-BY       PIC X(8).
           05  FILLER             PIC X(07).
