      *    PPRO-MAX-REQ-COUNT CAPS REQ-COUNT ON A SINGLE REQUEST
      *    (WITHIN THE STANDARD 25), AND PPRO-MAX-REQUESTS CAPS HOW
      *    MANY REQUESTS ONE TRANSMISSION MAY CARRY.
      *
      *    PPRO-PRICE-ENTRY HOLDS UP TO 20 ITEM PRICES AGREED WITH THE
      *    PARTNER, EACH WITH THE DATE IT TAKES EFFECT; THE FIRST
      *    PPRO-PRICE-COUNT ENTRIES ARE IN USE.  CIF330 BILLS A
      *    SHIPMENT AT THE AGREED PRICE WITH THE LATEST EFFECTIVE
      *    DATE ON OR BEFORE THE SHIP DATE, AND AT THE TC02-ITEM LIST
      *    PRICE WHEN NO AGREED PRICE APPLIES.  A ZERO AGREED PRICE IS
      *    IGNORED.
      *
      *    THE PPRO-NOTIFY- SWITCHES OPT THE PARTNER IN ('Y') TO THE
      *    CIF340 ORDER-STATUS NOTICES, ONE SWITCH PER EVENT: A
      *    REQUEST ALLOCATED, A REQUEST BACKORDERED, AND A REQUEST
      *    PART-SHIPPED OR SHIPPED.  ANYTHING ELSE IS OPTED OUT.
      *
      *    PPRO-SPLIT-ALLOC 'Y' MARKS A PARTNER WHO ACCEPTS SPLIT
      *    SHIPMENTS: CIF170 COMMITS STOCK TO EVERY LINE IT CAN COVER
      *    AND BACKORDERS ONLY THE SHORT ONES.  ANYTHING ELSE KEEPS THE
      *    PARTNER ALL-OR-NOTHING PER REQUEST.
      *****************************************************************
       01  TC02-PPRO-REC.
           05  PPRO-PARTNER-ID         PIC X(04).
           05  PPRO-CONTACT            PIC X(25).
           05  PPRO-MAX-REQ-COUNT      PIC 9(02).
           05  PPRO-MAX-REQUESTS       PIC 9(07).
           05  PPRO-PRICE-COUNT        PIC 9(02).
           05  PPRO-PRICE-ENTRY OCCURS 20 TIMES.
               10  PPRO-PRICE-ITEM-ID  PIC X(04).
               10  PPRO-PRICE-EFF-DATE PIC 9(08).
               10  PPRO-UNIT-PRICE     PIC 9(05)V99.
           05  PPRO-NOTIFY-ALLOC       PIC X(01).
               88  PPRO-NOTIFY-ALLOC-ON        VALUE 'Y'.
           05  PPRO-NOTIFY-BACKORDER   PIC X(01).
               88  PPRO-NOTIFY-BACKORDER-ON    VALUE 'Y'.
           05  PPRO-NOTIFY-SHIP        PIC X(01).
               88  PPRO-NOTIFY-SHIP-ON         VALUE 'Y'.
           05  PPRO-SPLIT-ALLOC        PIC X(01).
               88  PPRO-SPLIT-ALLOC-OK         VALUE 'Y'.
