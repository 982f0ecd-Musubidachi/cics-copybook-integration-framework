      *                REPORTS (CIF200, CIF310, CIF400, CIF410) PRINT
      *                ITEM-DESC NEXT TO EVERY BARE ITEM ID SO
      *                PLANNING STOPS KEEPING A DECODER SPREADSHEET.
      *
      *    THE PRICE FIELDS CARRY THE ITEM'S LIST PRICE PER UNIT OF
      *    ITEM-UOM FOR CIF330 BILLING.  ITEM-UNIT-PRICE APPLIES TO
      *    SHIPMENTS DATED ON OR AFTER ITEM-PRICE-EFF-DATE AND
      *    ITEM-PRIOR-PRICE TO SHIPMENTS BEFORE IT, SO A PRICE CHANGE
      *    CAN BE LOADED AHEAD OF ITS DATE WITHOUT REPRICING WHAT HAS
      *    ALREADY SHIPPED.  A ZERO EFFECTIVE DATE MEANS THE CURRENT
      *    PRICE HAS ALWAYS APPLIED.  A ZERO PRICE MEANS NO PRICE IS
      *    ON FILE - NEVER A FREE ITEM.
      *****************************************************************
       01  TC02-ITEM-REC.
           05  ITEM-ID                 PIC X(04).
           05  ITEM-STATUS             PIC X(01).
               88  ITEM-ACTIVE                 VALUE 'A'.
               88  ITEM-INACTIVE               VALUE 'I'.
           05  ITEM-PRICE-EFF-DATE     PIC 9(08).
           05  ITEM-UNIT-PRICE         PIC 9(05)V99.
           05  ITEM-PRIOR-PRICE        PIC 9(05)V99.
