      * RECORD SO A PRICE CHANGE CAN BE TIED TO A DATE AND A USER   *
      * LONG AFTER THE FACT.  ON AN ADD THE BEFORE IMAGE IS BLANK;  *
      * ON A DELETE THE AFTER IMAGE IS BLANK                        *
      * RECORD LENGTH: 180 BYTES                                    *
      ****************************************************************
       01  CPY-ITEM-AUD-REC.
           05  AU-RUN-DATE        PIC X(8).
           05  AU-USER-ID         PIC X(8).
           05  AU-ACTION          PIC X(1).
           05  AU-ITEM-CODE       PIC X(3).
           05  AU-BEFORE-IMAGE    PIC X(80).
           05  AU-AFTER-IMAGE     PIC X(80).
