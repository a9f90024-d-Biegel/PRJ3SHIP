      ****************************************************************
      * WAREHOUSE STOCK RECORD LAYOUT                                *
      * FILE: WHSTOCK - VSAM KSDS KEYED BY WH-KEY (ITEM + WAREHOUSE) *
      * ONE RECORD PER ITEM PER WAREHOUSE THAT STOCKS IT - THE ON-   *
      * HAND, REORDER POINT AND BIN FOR THAT BUILDING.  ITEM-MAJOR   *
      * SO ONE ITEM'S WAREHOUSES READ TOGETHER.  IM-ON-HAND-QTY ON   *
      * ITEMMAST STAYS THE COMPANY FIGURE: THE SUM OF EVERY          *
      * WAREHOUSE'S WH-ON-HAND-QTY PLUS WH-IN-TRANSIT-QTY.  EVERY    *
      * PROGRAM THAT MOVES STOCK MOVES BOTH.  ANY PART OF            *
      * IM-ON-HAND-QTY NO WAREHOUSE RECORD ACCOUNTS FOR IS           *
      * UNASSIGNED - STOCK FROM BEFORE WAREHOUSES, OR ON-HAND KEYED  *
      * THROUGH ITMMNT - AND IS PLACED IN A WAREHOUSE WITH A WHSMNT  *
      * ADD OR CHANGE CARD                                           *
      * WAREHOUSE '01' IS THE MAIN WAREHOUSE - A REGION, CUSTOMER OR *
      * RECEIPT THAT NAMES NO WAREHOUSE MOVES STOCK THERE            *
      * WH-IN-TRANSIT-QTY IS STOCK SHIPPED TO THIS WAREHOUSE ON A    *
      * WHSMNT TRANSFER AND NOT YET RECEIVED - IT IS ON NEITHER      *
      * SHELF, SO IT CANNOT BE SOLD, BUT IT IS STILL OURS            *
      * A RECORD A SALE, RECEIPT OR COUNT NEEDS AND DOESN'T FIND IS  *
      * CREATED AT ZERO WITH NO REORDER POINT OR BIN                 *
      * RECORD LENGTH: 60 BYTES                                      *
      ****************************************************************
       01  CPY-WHSE-STOCK-REC.
           05  WH-KEY.
               10  WH-ITEM-CODE   PIC X(3).
               10  WH-WHSE-CODE   PIC X(2).
           05  WH-ON-HAND-QTY     PIC S9(7).
           05  WH-IN-TRANSIT-QTY  PIC 9(7).
           05  WH-REORDER-POINT   PIC 9(5).
           05  WH-BIN-LOCATION    PIC X(6).
           05  WH-LAST-MOVE-DATE  PIC X(8).
           05  FILLER             PIC X(22).
