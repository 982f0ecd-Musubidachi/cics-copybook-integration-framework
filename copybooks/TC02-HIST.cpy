      *    HIST-REQ-DATA IS TC02-REQ-REC, COPIED IN WITH ITS LEVEL
      *    NUMBERS BUMPED AND REQ-COUNT RENAMED, THE SAME WAY
      *    TC02-MSTR AND TC02-EXC NEST IT; THE TRAILING FIELDS MIRROR
      *    THE MASTER'S LOAD-DATE, SHIPMENT, AND OWNING-PARTNER FIELDS
      *    FIELD FOR FIELD.
      *****************************************************************
       01  TC02-HIST-REC.
           05  HIST-ARCHIVE-DATE       PIC 9(08).
               10  HIST-SHIP-ITEMS OCCURS 25 TIMES.
                   15  HIST-ITEM-QTY-SHIPPED
                                       PIC 9(03).
           05  HIST-PARTNER-ID         PIC X(04).
