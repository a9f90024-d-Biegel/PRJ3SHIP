           05  SI-EXCH-ITEM-CODE  PIC X(3).
           05  SI-EXCH-QUANTITY   PIC 9(5).

      *    RETURN MERCHANDISE AUTHORIZATION THE 'R' RETURN IS
      *    COMING BACK UNDER - ISSUED BY RMAMNT AND REQUIRED ON
      *    EVERY RETURN.  ONLY MEANINGFUL WHEN SI-TRANS-TYPE = 'R'
           05  SI-RMA-NO          PIC X(6).

      *    THE CUSTOMER'S OWN PURCHASE ORDER NUMBER - FILLED BY
      *    EDIPOIN FROM THE EDI TRANSMISSION, OR BY STDGEN FROM THE
      *    STANDING ORDER, AND CARRIED THROUGH DAYTRAN SO IT PRINTS
      *    ON THE INVOICE.  BLANK ON ORDERS THE DESK KEYS
           05  SI-CUST-PO-NO      PIC X(12).

      *    WAREHOUSE THE STOCK SHIPS FROM (OR A RETURN GOES BACK
      *    TO).  BLANK MEANS THE WAREHOUSE THE REGION IS SERVED
      *    FROM - ORDERSYS FILLS IT FROM THE RUN PARM BEFORE THE
      *    LINE IS POSTED OR HELD, SO A HELD SALE RELEASED LATER
      *    MOVES STOCK IN THE SAME BUILDING IT WOULD HAVE TODAY
           05  SI-WHSE-CODE       PIC X(2).

           05  SI-FILLER          PIC X(9).
