      * AGAINST THE MATCHING ITEM AND CLOSE IT WHEN IT REACHES       *
      * ZERO.  THE KEY LEADS WITH THE CUSTOMER NUMBER SO A           *
      * FRONT-TO-BACK SWEEP COMES OUT GROUPED BY CUSTOMER            *
      * AR-REP-CODE IS THE REP THE SALE POSTED UNDER ('***' = HOUSE, *
      * SPACES ON ITEMS OPENED BEFORE IT WAS CARRIED) SO CASH        *
      * APPLIED TO THE ITEM CAN BE CREDITED TO THE REP.  ARADJ SETS  *
      * AR-WRITTEN-OFF-SW ON A BAD-DEBT WRITE-OFF FOR COMMCLAW       *
      * RECORD LENGTH: 60 BYTES                                      *
      ****************************************************************
       01  CPY-AR-OPEN-REC.
           05  AR-STATUS          PIC X(1).
               88  AR-IS-OPEN         VALUE 'O'.
               88  AR-IS-CLOSED       VALUE 'C'.
           05  AR-REP-CODE        PIC X(3).
           05  AR-WRITTEN-OFF-SW  PIC X(1).
               88  AR-WRITTEN-OFF     VALUE 'Y'.
           05  FILLER             PIC X(03).
