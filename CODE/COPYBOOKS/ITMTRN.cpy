      * ITMMNT.  ON A CHANGE, A BLANK FIELD MEANS LEAVE THE MASTER   *
      * VALUE ALONE; ON AN ADD, BLANK NUMERIC FIELDS DEFAULT TO      *
      * ZERO.  MT-USER-ID IS CARRIED ONTO THE AUDIT RECORD SO THE    *
      * REGISTER CAN SHOW WHO CHANGED WHAT AND WHEN.  MT-UNIT-COST   *
      * SETS THE ITEM'S STARTING COST - GOODSRCV KEEPS IT CURRENT    *
      * AFTER THAT.  MT-VENDOR-NO SETS THE ITEM'S PRIMARY SUPPLIER   *
      * RECORD LENGTH: 80 BYTES                                      *
      ****************************************************************
       01  CPY-ITEM-TRN-REC.
           05  MT-REORDER-POINT   PIC X(5).
           05  MT-USER-ID         PIC X(8).
           05  MT-BIN-LOCATION    PIC X(6).
           05  MT-UNIT-COST       PIC X(7).
           05  MT-VENDOR-NO       PIC X(5).
           05  FILLER             PIC X(7).
