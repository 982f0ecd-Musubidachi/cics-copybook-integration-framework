      *
      *    MSTR-ALLOC-STATUS IS STAMPED UNALLOCATED BY EVERY LOADER;
      *    THE CIF170 NIGHTLY ALLOCATION PASS FLIPS IT TO ALLOCATED
      *    WHEN THE TC02-INVT AVAILABLE STOCK (ON-HAND LESS
      *    COMMITTED) COVERS EVERY ITEM LINE, OR TO BACKORDERED WHEN
      *    IT DOES NOT.  A BACKORDERED REQUEST IS RETRIED ON EVERY
      *    LATER ALLOCATION PASS UNTIL IT ALLOCATES OR SHIPS.
      *
      *    MSTR-PARTNER-ID IS THE OWNING PARTNER - THE BHDR-PARTNER-ID
      *    OF THE BATCH SET THE REQUEST ARRIVED ON.  CIF100 STAMPS IT
      *    FROM THE SET'S HEADER ('GEN ' FOR THE BATCH CIF300
      *    GENERATES FROM ENVELOPES), CIF110 CARRIES IT FORWARD FROM
      *    THE EXCEPTION RECORD IT REPAIRS, AND CIF130 TAKES IT FROM
      *    THE COMMAREA ON AN ADD AND KEEPS IT ON A CHANGE.  IT TRAILS
      *    THE RECORD SO NO EARLIER FIELD MOVES.
      *
      *    MSTR-LINE-ALLOC-FLAG RUNS PARALLEL TO REQ-ITEMS LIKE
      *    MSTR-SHIP-ITEMS.  FOR A PARTNER WHOSE TC02-PPRO PROFILE
      *    ACCEPTS SPLIT SHIPMENTS CIF170 COMMITS STOCK TO THE LINES IT
      *    CAN COVER AND LEAVES THE REQUEST BACKORDERED ON THE REST;
      *    EACH LINE WHOSE OUTSTANDING QUANTITY IS COMMITTED IS FLAGGED
      *    'C'.  A LINE HOLDS COMMITTED STOCK WHEN THE REQUEST IS
      *    ALLOCATED OR ITS OWN FLAG IS 'C' - EVERY PROGRAM THAT
      *    RELIEVES OR RELEASES COMMITTED STOCK APPLIES THAT SAME RULE.
      *    EVERY LOADER, AND A CIF130 CHANGE, BLANKS THE FLAGS.  THE
      *    TABLE TRAILS THE RECORD SO NO EARLIER FIELD MOVES.
      *****************************************************************
       01  TC02-MSTR-REC.
           COPY TC02-REQ REPLACING ==TC02-REQ-REC== BY ==MSTR-REQ-DATA==
               10  MSTR-SHIP-ITEMS OCCURS 25 TIMES.
                   15  MSTR-ITEM-QTY-SHIPPED
                                       PIC 9(03).
           05  MSTR-PARTNER-ID         PIC X(04).
           05  MSTR-LINE-ALLOC-TABLE.
               10  MSTR-LINE-ALLOC OCCURS 25 TIMES.
                   15  MSTR-LINE-ALLOC-FLAG
                                       PIC X(01).
                       88  MSTR-LINE-COMMITTED     VALUE 'C'.
