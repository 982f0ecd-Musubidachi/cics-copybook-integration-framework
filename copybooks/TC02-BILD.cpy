      *****************************************************************
      *    COPYBOOK:  TC02-BILD
      *    PURPOSE :  BILLED SHIPMENT RECORD, KEYED BY SHIPMENT ID,
      *                REQ-ID AND ITEM - ONE ROW FOR EVERY POSTED
      *                SHIPMENT LINE CIF330 HAS BILLED.  CIF330 LOOKS
      *                EACH TC02-SHPP ROW UP HERE BEFORE PRICING IT AND
      *                SKIPS ONE ALREADY ON FILE, SO A SHIPMENT IS
      *                BILLED EXACTLY ONCE NO MATTER HOW OFTEN CIF310
      *                OR CIF330 IS RERUN.  A LINE HELD BACK FOR WANT
      *                OF A PRICE IS NOT WRITTEN HERE, SO IT IS PICKED
      *                UP BY THE FIRST RUN AFTER THE PRICE IS LOADED.
      *****************************************************************
       01  TC02-BILD-REC.
           05  BILD-KEY.
               10  BILD-SHIPMENT-ID    PIC X(06).
               10  BILD-REQ-ID         PIC 9(06).
               10  BILD-ITEM-ID        PIC X(04).
           05  BILD-BILL-DATE          PIC 9(08).
           05  BILD-EXTENDED-AMT       PIC 9(08)V99.
           05  FILLER                  PIC X(06).
