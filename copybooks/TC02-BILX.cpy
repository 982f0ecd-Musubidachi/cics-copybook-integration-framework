      *****************************************************************
      *    COPYBOOK:  TC02-BILX
      *    PURPOSE :  BILLING EXTRACT RECORD FOR THE FINANCE PACKAGE.
      *                CIF330 WRITES ONE ROW PER POSTED SHIPMENT LINE
      *                IT BILLS: WHO, WHAT SHIPPED, AND AT WHAT PRICE.
      *                THE EXTRACT IS WRITTEN FRESH EACH RUN AND HOLDS
      *                ONLY THAT RUN'S NEWLY BILLED LINES.
      *
      *    BILX-PRICE-SOURCE SAYS WHERE THE UNIT PRICE CAME FROM: A
      *    PRICE AGREED IN THE PARTNER'S TC02-PPRO PROFILE, OR THE
      *    EFFECTIVE-DATED LIST PRICE ON THE TC02-ITEM REFERENCE
      *    MASTER.  BOTH ARE TAKEN AS AT THE SHIP DATE.
      *    BILX-EXTENDED-AMT IS QUANTITY SHIPPED TIMES UNIT PRICE.
      *****************************************************************
       01  TC02-BILX-REC.
           05  BILX-PARTNER-ID         PIC X(04).
           05  BILX-REQ-ID             PIC 9(06).
           05  BILX-SHIPMENT-ID        PIC X(06).
           05  BILX-CARRIER            PIC X(04).
           05  BILX-SHIP-DATE          PIC 9(08).
           05  BILX-ITEM-ID            PIC X(04).
           05  BILX-ITEM-UOM           PIC X(03).
           05  BILX-QTY-SHIPPED        PIC 9(03).
           05  BILX-UNIT-PRICE         PIC 9(05)V99.
           05  BILX-PRICE-SOURCE       PIC X(01).
               88  BILX-PARTNER-PRICE          VALUE 'P'.
               88  BILX-LIST-PRICE             VALUE 'L'.
           05  BILX-EXTENDED-AMT       PIC 9(08)V99.
           05  BILX-BILL-DATE          PIC 9(08).
           05  FILLER                  PIC X(16).
