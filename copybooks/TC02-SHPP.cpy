      *****************************************************************
      *    COPYBOOK:  TC02-SHPP
      *    PURPOSE :  POSTED SHIPMENT RECORD.  CIF310 APPENDS ONE ROW
      *                FOR EVERY TC02-SHPC CONFIRMATION IT POSTS TO A
      *                MASTER REQUEST - FROM THE NIGHT'S EXTRACT OR
      *                RECOVERED FROM SUSPENSE - SO BILLING WORKS FROM
      *                WHAT ACTUALLY SHIPPED INSTEAD OF REKEYING THE
      *                CIF310 REPORT.  THE FILE IS CUMULATIVE: CIF310
      *                OPENS IT EXTEND AND ONLY CREATES IT THE FIRST
      *                TIME.  CIF330 BILLS FROM IT.
      *
      *    SHPP-CONFIRM IS THE TC02-SHPC ROW EXACTLY AS POSTED.
      *    SHPP-PARTNER-ID IS THE REQUEST'S MSTR-PARTNER-ID AT THE
      *    TIME OF POSTING, SO THE SHIPMENT CAN BE BILLED AFTER CIF140
      *    HAS ARCHIVED THE REQUEST.  A CIF310 RERUN OVER THE SAME
      *    EXTRACT APPENDS THE SAME SHIPMENT AGAIN; CIF330 KEYS ITS
      *    BILLED FILE ON SHIPMENT ID, REQ-ID AND ITEM SO THE REPEAT
      *    IS NOT BILLED TWICE.
      *****************************************************************
       01  TC02-SHPP-REC.
           05  SHPP-CONFIRM.
               10  SHPP-REQ-ID         PIC 9(06).
               10  SHPP-SHIPMENT-ID    PIC X(06).
               10  SHPP-CARRIER        PIC X(04).
               10  SHPP-SHIP-DATE      PIC 9(08).
               10  SHPP-ITEM-ID        PIC X(04).
               10  SHPP-QTY-SHIPPED    PIC 9(03).
           05  SHPP-PARTNER-ID         PIC X(04).
           05  SHPP-POST-DATE          PIC 9(08).
           05  SHPP-POST-TIME          PIC 9(08).
           05  FILLER                  PIC X(29).
