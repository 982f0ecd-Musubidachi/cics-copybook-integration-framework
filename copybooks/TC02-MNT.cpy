      *    A SLOT POPULATED PAST WHAT MNT-REQ-COUNT CLAIMS, AND AN
      *    OCCURS DEPENDING ON TABLE HAS NO ADDRESSABLE OCCURRENCES
      *    PAST THE LIVE COUNT VALUE.
      *
      *    MNT-PARTNER-ID NAMES THE PARTNER THAT OWNS THE REQUEST.  AN
      *    ADD STAMPS IT ON THE NEW MASTER RECORD; A CHANGE KEEPS THE
      *    PARTNER ALREADY ON FILE AND ONLY USES THIS ONE TO FILL IN A
      *    RECORD THAT HAS NONE.
      *****************************************************************
       01  TC02-MNT-COMMAREA.
           05  MNT-FUNCTION              PIC X(01).
           05  MNT-REQ-ITEMS OCCURS 25 TIMES.
               10  MNT-ITEM-ID           PIC X(04).
               10  MNT-ITEM-QTY          PIC 9(03).
           05  MNT-PARTNER-ID            PIC X(04).
