      * BY CYCLECNT, WHICH EXTENDS THE BOOK-TO-SHELF VARIANCE AT     *
      * THE ITEM'S UNIT PRICE AND ONLY AUTO-POSTS VARIANCES INSIDE   *
      * THE RUN'S TOLERANCE                                          *
      * CC-WHSE-CODE IS THE WAREHOUSE WHOSE SHELF WAS COUNTED - THE  *
      * COUNT IS COMPARED WITH THAT WAREHOUSE'S ON-HAND, NOT THE     *
      * ITEM TOTAL.  BLANK MEANS THE MAIN WAREHOUSE ('01')           *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-COUNT-CARD-REC.
           05  CC-COUNT-QTY       PIC X(7).
           05  CC-COUNTER-ID      PIC X(8).
           05  CC-COUNT-DATE      PIC X(8).
           05  CC-WHSE-CODE       PIC X(2).
           05  FILLER             PIC X(52).
