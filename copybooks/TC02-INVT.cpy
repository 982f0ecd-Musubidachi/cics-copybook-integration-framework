      *****************************************************************
      *    COPYBOOK:  TC02-INVT
      *    PURPOSE :  ITEM INVENTORY RECORD, KEYED BY THE SAME
      *                4-CHARACTER ITEM ID REQ-ITEM-ID AND
      *                XREF-ITEM-ID CARRY.  ON-HAND IS MAINTAINED BY
      *                CIF180 FROM THE WAREHOUSE'S DAILY TC02-ITXN
      *                RECEIPTS, ADJUSTMENTS AND COUNTS; THE CIF170
      *                NIGHTLY ALLOCATION PASS READS IT AFTER THE
      *                CIF100 LOAD, NETS THE DAY'S DEMAND AGAINST THE
      *                STOCK STILL AVAILABLE IN RANK ORDER - PRIORITY
      *                CODE, REQUESTED SHIP DATE, THEN LOAD DATE - AND
      *                COMMITS STOCK TO EACH REQUEST IT ALLOCATES, OR
      *                LINE BY LINE TO THE LINES IT CAN COVER FOR A
      *                PARTNER WHO ACCEPTS SPLIT SHIPMENTS - SO A
      *                REQUEST THE STOCK CANNOT COVER IS FLAGGED
      *                BACKORDERED THE NIGHT IT LANDS INSTEAD OF WHEN
      *                THE WAREHOUSE BOUNCES THE PICK.
      *
      *    ON-HAND AND COMMITTED ARE HELD SEPARATELY.  INVT-QTY-ON-HAND
      *    IS WHAT IS PHYSICALLY ON THE SHELF AND SHOULD AGREE WITH
      *    THE WAREHOUSE COUNT; INVT-QTY-COMMITTED IS THE PART OF IT
      *    ALREADY PROMISED TO ALLOCATED, NOT-YET-SHIPPED REQUEST
      *    LINES.  WHAT CIF170 MAY STILL ALLOCATE IS ON-HAND LESS
      *    COMMITTED.  STOCK MOVES BETWEEN THE TWO AS FOLLOWS:
      *
      *      - CIF180 POSTS A RECEIPT OR      ON-HAND UP OR DOWN, OR
      *        ADJUSTMENT, OR A COUNT         REPLACED BY THE COUNT
      *      - CIF170 ALLOCATES A REQUEST     COMMITTED UP
      *      - CIF130 CHANGES OR CANCELS, OR  COMMITTED DOWN BY THE
      *        CIF100/CIF110 RELOADS, AN      LINES' UNSHIPPED
      *        ALLOCATED REQUEST              QUANTITY
      *      - CIF140 ARCHIVES AN ALLOCATED,  COMMITTED DOWN BY THE
      *        NOT FULLY SHIPPED REQUEST      LINES' UNSHIPPED
      *                                       QUANTITY
      *      - CIF310 POSTS A SHIPMENT        ON-HAND DOWN BY THE
      *                                       QUANTITY SHIPPED, AND
      *                                       COMMITTED DOWN BY THE
      *                                       PART OF IT THE LINE
      *                                       HAD COMMITTED
      *
      *    NEITHER QUANTITY IS EVER TAKEN BELOW ZERO; A RELIEF LARGER
      *    THAN THE QUANTITY HELD STOPS AT ZERO.  EVERY MOVEMENT IS
      *    ALSO WRITTEN TO THE TC02-SLDG STOCK LEDGER.
      *****************************************************************
       01  TC02-INVT-REC.
           05  INVT-ITEM-ID            PIC X(04).
           05  INVT-QTY-ON-HAND        PIC 9(09).
           05  INVT-QTY-COMMITTED      PIC 9(09).
