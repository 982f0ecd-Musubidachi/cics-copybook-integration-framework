      *    (:PREFIX:-ORDR-ITEM-ID) IN WHAT WAS FILLER, SO AN ACCEPTED
      *    ORDER ENVELOPE HOLDS EVERYTHING A TC02-REQ-REC DETAIL
      *    NEEDS: THE ORDER ID BECOMES REQ-ID, AND THE ITEM ID AND
      *    QUANTITY BECOME ONE OF THE REQUEST'S REQ-ITEMS ENTRIES -
      *    A MULTI-ITEM ORDER IS ONE ENVELOPE PER ITEM UNDER THE SAME
      *    ORDER ID, WHICH CIF300 GROUPS INTO ONE REQUEST.
      *
      *    THE SHIP LAYOUT LIKEWISE CARRIES THE REQUEST THE SHIPMENT
      *    FULFILS (:PREFIX:-SHIP-REQ-ID) IN WHAT WAS FILLER, SO AN
      *    PARTNER CAN MATCH THE ANSWER TO WHAT THEY SENT, AND THE
      *    TC06-AUDIT REASON CODE (:PREFIX:-ACKN-REASON) WHEN THE
      *    ANSWER IS A NAK - SPACES ON AN ACK.
      *
      *    THE STAT LAYOUT IS THE FOURTH - THE OUTBOUND ORDER-STATUS
      *    NOTICE CIF340 SENDS A PARTNER WHEN ONE OF ITS REQUESTS IS
      *    ALLOCATED, BACKORDERED, PART-SHIPPED OR SHIPPED.
      *    :PREFIX:-STAT-STATUS IS THE NEW MSTR-ALLOC-STATUS ('A' OR
      *    'B') OR MSTR-SHIP-STATUS ('P' OR 'S').  A SHIPMENT NOTICE
      *    IS ONE ENVELOPE PER LINE OF THE REQUEST, CARRYING THE
      *    SHIPMENT ID, CARRIER, ITEM AND QUANTITY SHIPPED SO FAR ON
      *    THAT LINE; AN ALLOCATION OR BACKORDER NOTICE IS ONE
      *    ENVELOPE WITH THOSE FIELDS BLANK AND A ZERO QUANTITY.  THE
      *    HEADER'S FILLER CARRIES THE PARTNER ID THE NOTICE IS FOR
      *    IN ITS FIRST FOUR BYTES SO THE TRANSMISSION STEP CAN
      *    ROUTE IT.
      *****************************************************************
       05 :PREFIX:-BODY.
          10 :PREFIX:-TXN-TYPE      PIC X(4).
             15 :PREFIX:-ACKN-ORIG-HEADER PIC X(10).
             15 :PREFIX:-ACKN-REASON      PIC X(2).
             15 FILLER                    PIC X(12).
          10 :PREFIX:-TXN-DATA-STAT REDEFINES :PREFIX:-TXN-DATA.
             15 :PREFIX:-STAT-REQ-ID      PIC X(6).
             15 :PREFIX:-STAT-STATUS      PIC X(1).
             15 :PREFIX:-STAT-SHIPMENT-ID PIC X(6).
             15 :PREFIX:-STAT-CARRIER     PIC X(4).
             15 :PREFIX:-STAT-ITEM-ID     PIC X(4).
             15 :PREFIX:-STAT-QTY         PIC 9(3).
