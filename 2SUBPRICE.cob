      *  DATE CREATED:  23AUG2026
      *
      * SUBPROGRAM THAT DETERMINES THE CORRECT UNIT PRICE FOR AN
      * ITEM ON A GIVEN DATE AND QUANTITY.  A CUSTOMER WITH A
      * CONTRACT PRICE FOR THE ITEM IN FORCE ON THE ORDER DATE
      * (FILE-CONTRACT, LATEST EFFECTIVE DATE WINS) GETS THAT PRICE
      * WHATEVER THE QUANTITY.  OTHERWISE IT BROWSES THE PRICEMST
      * KSDS FOR THE ITEM'S PRICE RECORD WITH THE LATEST EFFECTIVE
      * DATE ON OR BEFORE THE ORDER DATE, THEN PICKS THE QUANTITY
      * TIER WITH THE HIGHEST MINIMUM THE ORDER QUANTITY REACHES.
      * AN ITEM WITH NO QUALIFYING PRICE RECORD FALLS BACK TO THE
      * CALLER-SUPPLIED ITEM MASTER BASE PRICE.  CALLED BY ORDERSYS,
      * REJFIX, ORDCAP AND REVDISP SO ALL OF THEM VALIDATE A
      * TRANSACTION PRICE THE SAME WAY.  NEEDS TO BE COMPILED ON ITS
      * OWN BEFOREHAND.
      *
      * THE PRICE FILES ARE OPENED ON THE FIRST CALL AND STAY OPEN -
      * THE CALLER JUST KEEPS CALLING.  A MISSING OR EMPTY PRICE
      * FILE MEANS EVERY ITEM PRICES AT ITS MASTER BASE PRICE; A
      * MISSING CONTRACT FILE OR A BLANK CUSTOMER JUST MEANS NO
      * CONTRACT PRICES.
      *
      *  CHANGE LOG
      *  USER ID     DATE     CHANGE DESCRIPTION
      * ---------   ------    -------------------------------------
      *  DAN BIEG   23AUG2026 CODE PROG
      *  DAN BIEG   15OCT2026 CUSTOMER CONTRACT PRICES - THE CALLER
      *                       NOW PASSES THE CUSTOMER NUMBER FIRST,
      *                       AND A CONTRACT IN FORCE ON FILE-
      *                       CONTRACT WINS OVER PRICEMST AND THE
      *                       BASE PRICE (PRICE SOURCE 'C')
      **************************************************************
       IDENTIFICATION DIVISION.
      **************************************************************
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PRICEMST-STATUS.
           SELECT OPTIONAL FILE-CONTRACT ASSIGN TO UT-S-CONTRACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-CONTRACT-STATUS.

      **************************************************************
       DATA DIVISION.
       COPY PRICEREC
           REPLACING CPY-PRICE-REC BY FIL-PRICEMST.

      * ---

      *CUSTOMER CONTRACT PRICES - CHECKED BEFORE THE PRICE MASTER
       FD  FILE-CONTRACT
              LABEL RECORDS ARE STANDARD
              DATA RECORD IS FIL-CONTRACT.

       COPY CONTRACT
           REPLACING CPY-CONTRACT-REC BY FIL-CONTRACT.

      **************************************************************
       WORKING-STORAGE SECTION.
      **************************************************************
       01  WS-BROWSE-DONE-SW    PIC X VALUE 'N'.
           88  WS-BROWSE-DONE          VALUE 'Y'.

      * CONTRACT FILE STATUS - SAME RULE, A CONTRACT FILE THAT
      * WON'T OPEN MEANS NOBODY HAS A CONTRACT PRICE
       01  WS-CONTRACT-STATUS   PIC X(2) VALUE '00'.
           88  WS-CONTRACT-OK          VALUE '00'.

       01  WS-CONTRACT-USABLE-SW PIC X VALUE 'N'.
           88  WS-CONTRACT-USABLE      VALUE 'Y'.

      * CONTRACT IN FORCE FOUND IN THE CUSTOMER/ITEM BROWSE
       01  WS-FOUND-CONTRACT-SW PIC X VALUE 'N'.
           88  WS-FOUND-CONTRACT       VALUE 'Y'.
       01  WS-CONTRACT-PRICE    PIC 9(5)V99 VALUE ZEROES.

      * BEST QUALIFYING PRICE FOUND SO FAR IN THE BROWSE
       01  WS-FOUND-PRICE-SW    PIC X VALUE 'N'.
           88  WS-FOUND-PRICE          VALUE 'Y'.
           88  WS-TIER-FOUND           VALUE 'Y'.

       LINKAGE SECTION.
        01  LS-CUST-NO         PIC X(5).
        01  LS-ITEM-CODE       PIC X(3).
        01  LS-QUANTITY        PIC 9(5).
        01  LS-PRICE-DATE      PIC X(8).
        01  LS-PRICE-SOURCE    PIC X(1).
            88  LS-PRICED-FROM-MASTER   VALUE 'M'.
            88  LS-PRICED-FROM-FILE     VALUE 'P'.
            88  LS-PRICED-FROM-CONTRACT VALUE 'C'.

      **************************************************************
       PROCEDURE DIVISION USING LS-CUST-NO, LS-ITEM-CODE, LS-QUANTITY,
                 LS-PRICE-DATE, LS-BASE-PRICE, LS-EXPECTED-PRICE,
                 LS-PRICE-SOURCE.
      **************************************************************
              PERFORM R1000-OPEN-PRICE-FILE
           END-IF.

           MOVE 'N' TO WS-FOUND-CONTRACT-SW.
           MOVE ZEROES TO WS-CONTRACT-PRICE.
           MOVE 'N' TO WS-FOUND-PRICE-SW.
           MOVE ZEROES TO WS-BEST-PRICE.

      *    A NEGOTIATED PRICE OUTRANKS EVERYTHING ELSE, SO THE PRICE
      *    MASTER IS ONLY BROWSED WHEN THE CUSTOMER HAS NONE
           IF WS-CONTRACT-USABLE AND LS-CUST-NO NOT = SPACES
              PERFORM R1500-BROWSE-CONTRACTS
           END-IF.

           IF WS-PRICE-USABLE AND NOT WS-FOUND-CONTRACT
              PERFORM R2000-BROWSE-PRICE-RECORDS
           END-IF.

           EVALUATE TRUE
              WHEN WS-FOUND-CONTRACT
                 MOVE WS-CONTRACT-PRICE TO LS-EXPECTED-PRICE
                 MOVE 'C' TO LS-PRICE-SOURCE
              WHEN WS-FOUND-PRICE
                 MOVE WS-BEST-PRICE TO LS-EXPECTED-PRICE
                 MOVE 'P' TO LS-PRICE-SOURCE
              WHEN OTHER
                 MOVE LS-BASE-PRICE TO LS-EXPECTED-PRICE
                 MOVE 'M' TO LS-PRICE-SOURCE
           END-EVALUATE.

           GOBACK.


                 'ITEM MASTER BASE PRICE'
           END-IF.

      *    THE CONTRACT FILE IS OPTIONAL - A SHOP WITH NO CONTRACTS
      *    YET SIMPLY HAS NONE, AND SAYS NOTHING ABOUT IT
           OPEN INPUT FILE-CONTRACT.
           IF WS-CONTRACT-OK
              SET WS-CONTRACT-USABLE TO TRUE
           ELSE
              DISPLAY '  *** CONTRACT FILE NOT AVAILABLE (STATUS '
                 WS-CONTRACT-STATUS ') - NO CONTRACT PRICES'
           END-IF.


      *  ------
        R1500-BROWSE-CONTRACTS.
      *  ------
      *    FORWARD SCAN OF THE CUSTOMER'S CONTRACTS FOR THE ITEM IN
      *    EFFECTIVE-DATE ORDER - EACH ONE IN FORCE ON THE ORDER
      *    DATE OVERRIDES THE ONE BEFORE IT, SO A RENEWAL AT A NEW
      *    PRICE TAKES OVER FROM THE AGREEMENT IT OVERLAPS
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE LS-CUST-NO   TO CN-CUST-NO.
           MOVE LS-ITEM-CODE TO CN-ITEM-CODE.
           MOVE LOW-VALUES   TO CN-EFF-DATE.
           START FILE-CONTRACT KEY >= CN-KEY
              INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           IF NOT WS-CONTRACT-OK
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

           PERFORM R1510-READ-NEXT-CONTRACT
              UNTIL WS-BROWSE-DONE.


      *  ------
        R1510-READ-NEXT-CONTRACT.
      *  ------
           READ FILE-CONTRACT NEXT RECORD
              AT END SET WS-BROWSE-DONE TO TRUE
           END-READ.
           IF NOT WS-CONTRACT-OK
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

           IF NOT WS-BROWSE-DONE
              IF CN-CUST-NO NOT = LS-CUST-NO
                 OR CN-ITEM-CODE NOT = LS-ITEM-CODE
                 SET WS-BROWSE-DONE TO TRUE
              ELSE
                 IF CN-EFF-DATE <= LS-PRICE-DATE
                    AND CN-EXP-DATE >= LS-PRICE-DATE
                    AND CN-UNIT-PRICE > ZEROES
                    SET WS-FOUND-CONTRACT TO TRUE
                    MOVE CN-UNIT-PRICE TO WS-CONTRACT-PRICE
                 END-IF
              END-IF
           END-IF.


      *  ------
        R2000-BROWSE-PRICE-RECORDS.
