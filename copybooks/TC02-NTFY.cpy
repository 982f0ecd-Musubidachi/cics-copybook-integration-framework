      *****************************************************************
      *    COPYBOOK:  TC02-NTFY
      *    PURPOSE :  ORDER-STATUS NOTICE TRACKING RECORD, KEYED BY
      *                REQ-ID.  CIF340 KEEPS ONE ROW PER REQUEST WHOSE
      *                STATUS IT HAS SEEN, HOLDING THE ALLOCATION
      *                STATUS, SHIP STATUS AND SHIPMENT ID AS THEY
      *                STOOD AT THE LAST NOTICE RUN.  A REQUEST IS
      *                NOTIFIED ONLY WHEN THE MASTER NO LONGER MATCHES
      *                ITS ROW, AND THE ROW IS BROUGHT UP TO DATE ONCE
      *                THE NOTICE IS WRITTEN - SO A RERUN FINDS NOTHING
      *                NEW TO SEND.
      *
      *    THE ROW IS UPDATED WHETHER OR NOT THE PARTNER IS OPTED IN
      *    TO THE EVENT, SO A PARTNER WHO OPTS IN LATER HEARS ABOUT
      *    CHANGES FROM THAT DAY ON, NOT THE WHOLE BACKLOG.  A REQUEST
      *    WITH NO ROW IS TREATED AS LAST SEEN UNALLOCATED AND
      *    UNSHIPPED, THE STATE EVERY REQUEST IS LOADED IN.
      *****************************************************************
       01  TC02-NTFY-REC.
           05  NTFY-REQ-ID             PIC 9(06).
           05  NTFY-ALLOC-STATUS       PIC X(01).
           05  NTFY-SHIP-STATUS        PIC X(01).
           05  NTFY-SHIP-ID            PIC X(06).
           05  NTFY-LAST-DATE          PIC 9(08).
           05  NTFY-ENVELOPES-SENT     PIC 9(05).
           05  FILLER                  PIC X(13).
