      *    THE FOOTER LENGTH OR CHECKSUM NOT RECONCILING.  WHEN MORE
      *    THAN ONE CHECK FAILS THE FIRST FAILURE IN PROCESSING ORDER
      *    IS THE ONE RECORDED.  ACCEPTED ROWS CARRY SPACES.
      *
      *    AN ORDR ENVELOPE THAT PASSES ALL OF THOSE CAN STILL BE
      *    REJECTED WITH ITS WHOLE ORDER: CIF300 GROUPS A RUN'S ORDR
      *    ENVELOPES BY ORDER ID INTO ONE GENERATED REQUEST, AND AN
      *    ORDER WITH MORE DISTINCT ITEMS THAN A REQUEST HOLDS (OL),
      *    ONE NAMING THE SAME ITEM TWICE WITH DIFFERENT QUANTITIES
      *    (OC), OR ONE ARRIVING AFTER THE RUN'S ORDER TABLE FILLED
      *    (OT) IS SUSPENDED ENVELOPE BY ENVELOPE INSTEAD.
      *****************************************************************
       01  TC06-AUDIT-REC.
           05  AUD-TIMESTAMP.
               88  AUD-REASON-BAD-LAYOUT       VALUE 'BL'.
               88  AUD-REASON-BAD-LENGTH       VALUE 'FL'.
               88  AUD-REASON-BAD-CHECKSUM     VALUE 'CK'.
               88  AUD-REASON-ORDER-TOO-LARGE  VALUE 'OL'.
               88  AUD-REASON-ORDER-CONFLICT   VALUE 'OC'.
               88  AUD-REASON-ORDER-TABLE-FULL VALUE 'OT'.
