      *                         APPLIES TO THE NIGHTLY BATCH, AND
      *                         REFUSES AN UNKNOWN OR INACTIVE ITEM
      *                         WITH MNT-RESULT-BAD-ITEM.
      *        2026-10-15  DLO  A CHANGE OR A CANCEL OF AN ALLOCATED
      *                         REQUEST NOW RELEASES THE STOCK CIF170
      *                         COMMITTED TO ITS UNSHIPPED LINES BACK
      *                         TO TC02-INVT BEFORE THE OLD IMAGE IS
      *                         REPLACED OR DELETED, INSTEAD OF LEAVING
      *                         IT COMMITTED TO AN ITEM LIST THAT NO
      *                         LONGER EXISTS.
      *        2026-10-15  DLO  EVERY RELEASE IS NOW WRITTEN TO THE
      *                         TC02-SLDG STOCK LEDGER AS AN RL ROW
      *                         CARRYING THE REQ-ID, THROUGH THE
      *                         EXTRAPARTITION TD QUEUE SLDG.  A QUEUE
      *                         THAT WILL NOT TAKE THE ROW DOES NOT
      *                         REFUSE THE CHANGE OR CANCEL.
      *        2026-10-15  DLO  AN ADD NOW STAMPS THE OWNING PARTNER
      *                         FROM MNT-PARTNER-ID ONTO THE MASTER
      *                         (MSTR-PARTNER-ID).  A CHANGE KEEPS THE
      *                         PARTNER ALREADY ON FILE, FILLING IT IN
      *                         FROM THE COMMAREA ONLY WHEN THE RECORD
      *                         HAS NONE.
      *        2026-10-15  DLO  EVERY ADD, CHANGE AND CANCEL THAT
      *                         REACHES THE MASTER IS NOW JOURNALED TO
      *                         TC02-MJNL (AD, CH, CN) WITH THE RECORD
      *                         BEFORE AND AFTER, THE TERMINAL, AND THE
      *                         SIGNED-ON USER, THROUGH THE EXTRA-
      *                         PARTITION TD QUEUE MJNL.  A QUEUE THAT
      *                         WILL NOT TAKE THE ROW DOES NOT REFUSE
      *                         THE FUNCTION.
      *        2026-10-15  DLO  CIF170 CAN NOW COMMIT STOCK TO SOME
      *                         LINES OF A BACKORDERED REQUEST
      *                         (MSTR-LINE-ALLOC-FLAG).  A CHANGE OR
      *                         CANCEL OF A BACKORDERED REQUEST NOW
      *                         RELEASES ITS COMMITTED LINES TOO, A
      *                         CHANGE AND AN ADD BLANK THE LINE FLAGS,
      *                         AND THE JOURNAL ROW IS NOW 700 BYTES TO
      *                         CARRY THE WIDER MASTER IMAGES.
      *        2026-10-15  DLO  COMMITTED STOCK IS NOW RELEASED ONLY
      *                         AFTER THE MASTER REWRITE OR DELETE HAS
      *                         GONE THROUGH, WALKING THE PRIOR IMAGE
      *                         (WS-PRIOR-MSTR-REC), SO A FAILED UPDATE
      *                         NO LONGER LEAVES AN ALLOCATED REQUEST
      *                         WITH ITS STOCK ALREADY GIVEN BACK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIF130.
       77  WS-POPULATED-COUNT      PIC 9(02)  COMP.
       77  WS-INRANGE-COUNT        PIC 9(02)  COMP.
       77  WS-MAX-ITEMS            PIC 9(02)  COMP  VALUE 25.
       77  WS-RELEASE-QTY          PIC S9(04) COMP  VALUE ZERO.
       77  WS-COMMITTED-BEFORE     PIC 9(09)  VALUE ZERO.
       77  WS-EDIT-OK-SW           PIC X(01)  VALUE 'N'.
           88  WS-EDIT-OK                  VALUE 'Y'.
       77  WS-GATE-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-GATE-OPEN                VALUE 'Y'.
       COPY TC02-MSTR.

      *-----------------------------------------------------------*
      *    THE MASTER RECORD AS IT STOOD BEFORE A CHANGE OR        *
      *    CANCEL, LAID OUT FIELD FOR FIELD THE SAME AS            *
      *    TC02-MSTR-REC.  THE STOCK IT HELD IS RELEASED FROM HERE *
      *    ONCE THE MASTER UPDATE HAS GONE THROUGH - BY THEN THE   *
      *    RECORD AREA HOLDS THE NEW IMAGE ON A CHANGE.            *
      *-----------------------------------------------------------*
       01  WS-PRIOR-MSTR-REC.
           05  PRIOR-REQ-COUNT         PIC 9(02).
           05  PRIOR-REQ-ID            PIC 9(06).
           05  FILLER                  PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PRIOR-REQ-ITEMS OCCURS 25 TIMES.
               10  PRIOR-ITEM-ID       PIC X(04).
               10  PRIOR-ITEM-QTY      PIC 9(03).
           05  FILLER                  PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FILLER                  PIC X(06).
           05  FILLER                  PIC X(04).
           05  FILLER                  PIC 9(08).
           05  PRIOR-ALLOC-STATUS      PIC X(01).
               88  PRIOR-ALLOCATED             VALUE 'A'.
               88  PRIOR-BACKORDERED           VALUE 'B'.
           05  PRIOR-SHIP-ITEMS OCCURS 25 TIMES.
               10  PRIOR-ITEM-QTY-SHIPPED
                                       PIC 9(03).
           05  FILLER                  PIC X(04).
           05  PRIOR-LINE-ALLOC OCCURS 25 TIMES.
               10  PRIOR-LINE-ALLOC-FLAG
                                       PIC X(01).
                   88  PRIOR-LINE-COMMITTED    VALUE 'C'.

       COPY TC02-XREF.
       COPY TC02-NSTA.
       COPY TC02-ITEM.
       COPY TC02-INVT.
       COPY TC02-SLDG.
       COPY TC02-MJNL.

       LINKAGE SECTION.
       COPY TC02-MNT REPLACING ==TC02-MNT-COMMAREA== BY ==DFHCOMMAREA==.
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO MJNL-BEFORE-IMAGE
                   MOVE TC02-MSTR-REC TO MJNL-AFTER-IMAGE
                   SET MJNL-FUNC-ADD TO TRUE
                   PERFORM 6300-WRITE-JOURNAL
                       THRU 6300-WRITE-JOURNAL-EXIT
                   PERFORM 6000-WRITE-XREF-ROWS
                       THRU 6000-WRITE-XREF-ROWS-EXIT
               WHEN DFHRESP(DUPREC)
      ******************************************************************
      *    2000-CHANGE-REQUEST - EDIT THE COMMAREA REQUEST, READ THE    *
      *    EXISTING MASTER RECORD FOR UPDATE, AND REWRITE IT FROM THE   *
      *    COMMAREA'S REQ-COUNT AND REQ-ITEMS.  STOCK COMMITTED TO THE  *
      *    OLD ITEM LIST IS RELEASED ONCE THE REWRITE HAS GONE THROUGH  *
      *    - THE CHANGE SENDS THE REQUEST BACK FOR RE-ALLOCATION        *
      *    AGAINST THE NEW ONE.                                         *
      ******************************************************************
       2000-CHANGE-REQUEST.
           PERFORM 5000-EDIT-REQUEST THRU 5000-EDIT-REQUEST-EXIT.
                   SET MNT-RESULT-IO-ERROR TO TRUE
                   GO TO 2000-CHANGE-REQUEST-EXIT
           END-EVALUATE.
           MOVE TC02-MSTR-REC TO MJNL-BEFORE-IMAGE.
           MOVE TC02-MSTR-REC TO WS-PRIOR-MSTR-REC.

           PERFORM 6100-DELETE-XREF-ROWS
               THRU 6100-DELETE-XREF-ROWS-EXIT.
           PERFORM 5100-BUILD-MASTER-RECORD
               THRU 5100-BUILD-MASTER-RECORD-EXIT.
           IF MSTR-PARTNER-ID = SPACES
               MOVE MNT-PARTNER-ID TO MSTR-PARTNER-ID
           END-IF.
           SET MSTR-UNALLOCATED TO TRUE.
           SET MSTR-UNSHIPPED TO TRUE.
           MOVE SPACES TO MSTR-SHIP-ID.
           MOVE SPACES TO MSTR-SHIP-CARRIER.
           MOVE ZERO   TO MSTR-SHIP-DATE.
           MOVE ZEROS  TO MSTR-SHIP-ITEM-TABLE.
           MOVE SPACES TO MSTR-LINE-ALLOC-TABLE.
           EXEC CICS REWRITE
               DATASET('TC02MSTR')
               FROM(TC02-MSTR-REC)
               SET MNT-RESULT-IO-ERROR TO TRUE
               GO TO 2000-CHANGE-REQUEST-EXIT
           END-IF.
           IF PRIOR-ALLOCATED OR PRIOR-BACKORDERED
               PERFORM 6200-RELEASE-COMMITTED
                   THRU 6200-RELEASE-COMMITTED-EXIT
           END-IF.
           MOVE TC02-MSTR-REC TO MJNL-AFTER-IMAGE.
           SET MJNL-FUNC-CHANGE TO TRUE.
           PERFORM 6300-WRITE-JOURNAL
               THRU 6300-WRITE-JOURNAL-EXIT.
           PERFORM 6000-WRITE-XREF-ROWS
               THRU 6000-WRITE-XREF-ROWS-EXIT.
       2000-CHANGE-REQUEST-EXIT.
      ******************************************************************
      *    3000-CANCEL-REQUEST - READ THE REQUEST FOR UPDATE SO ITS    *
      *    CROSS-REFERENCE ROWS CAN BE DELETED OFF ITS ITEM LIST,      *
      *    THEN DELETE IT FROM TC02-MSTR.  A REQUEST HOLDING COMMITTED *
      *    STOCK GIVES IT BACK ONCE THE DELETE HAS GONE THROUGH.       *
      ******************************************************************
       3000-CANCEL-REQUEST.
           MOVE MNT-REQ-ID TO REQ-ID IN MSTR-REQ-DATA.
                   SET MNT-RESULT-IO-ERROR TO TRUE
                   GO TO 3000-CANCEL-REQUEST-EXIT
           END-EVALUATE.
           MOVE TC02-MSTR-REC TO MJNL-BEFORE-IMAGE.
           MOVE TC02-MSTR-REC TO WS-PRIOR-MSTR-REC.

           PERFORM 6100-DELETE-XREF-ROWS
               THRU 6100-DELETE-XREF-ROWS-EXIT.
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET MNT-RESULT-IO-ERROR TO TRUE
               GO TO 3000-CANCEL-REQUEST-EXIT
           END-IF.
           IF PRIOR-ALLOCATED OR PRIOR-BACKORDERED
               PERFORM 6200-RELEASE-COMMITTED
                   THRU 6200-RELEASE-COMMITTED-EXIT
           END-IF.
           MOVE SPACES TO MJNL-AFTER-IMAGE.
           SET MJNL-FUNC-CANCEL TO TRUE.
           PERFORM 6300-WRITE-JOURNAL
               THRU 6300-WRITE-JOURNAL-EXIT.
       3000-CANCEL-REQUEST-EXIT.
           EXIT.


      ******************************************************************
      *    5120-INIT-SHIP-FIELDS - A NEWLY ADDED REQUEST IS STAMPED    *
      *    WITH TODAY'S DATE AND ITS OWNING PARTNER, AND STARTS        *
      *    UNSHIPPED WITH BLANK SHIPMENT FIELDS, THE SAME AS A REQUEST *
      *    CIF100 LOADS OVERNIGHT.                                     *
      ******************************************************************
       5120-INIT-SHIP-FIELDS.
           ACCEPT MSTR-LOAD-DATE FROM DATE YYYYMMDD.
           MOVE ZERO   TO MSTR-SHIP-DATE.
           SET MSTR-UNALLOCATED TO TRUE.
           MOVE ZEROS  TO MSTR-SHIP-ITEM-TABLE.
           MOVE SPACES TO MSTR-LINE-ALLOC-TABLE.
           MOVE MNT-PARTNER-ID TO MSTR-PARTNER-ID.
       5120-INIT-SHIP-FIELDS-EXIT.
           EXIT.

           END-IF.
       6150-DELETE-ONE-XREF-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    6200-RELEASE-COMMITTED - GIVE BACK THE STOCK CIF170         *
      *    COMMITTED TO THE PRIOR IMAGE IN WS-PRIOR-MSTR-REC (THE      *
      *    RECORD AS READ FOR UPDATE), ONLY EVER PERFORMED ONCE THE    *
      *    MASTER REWRITE OR DELETE HAS GONE THROUGH.  EACH COMMITTED  *
      *    LINE HOLDS WHAT IT ORDERED LESS WHAT HAS ALREADY SHIPPED;   *
      *    CIF310 RELIEVED THE SHIPPED PART WHEN IT POSTED.  THE COUNT *
      *    IS RANGE-GUARDED BEFORE IT DRIVES THE LINE WALK.            *
      ******************************************************************
       6200-RELEASE-COMMITTED.
           IF PRIOR-REQ-COUNT >= 1 AND PRIOR-REQ-COUNT <= WS-MAX-ITEMS
               PERFORM 6250-RELEASE-ONE-LINE
                   THRU 6250-RELEASE-ONE-LINE-EXIT
                   VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > PRIOR-REQ-COUNT
           END-IF.
       6200-RELEASE-COMMITTED-EXIT.
           EXIT.

      ******************************************************************
      *    6250-RELEASE-ONE-LINE - ONE LINE'S UNSHIPPED QUANTITY BACK  *
      *    OFF INVT-QTY-COMMITTED, NEVER BELOW ZERO.  A LINE ALREADY   *
      *    COVERED, OR LEFT SHORT ON A BACKORDERED REQUEST, HOLDS      *
      *    NOTHING.  AN ITEM WITH NO INVENTORY ROW, OR                 *
      *    ANY OTHER INVENTORY-FILE TROUBLE, IS PASSED OVER - THE      *
      *    CHANGE OR CANCEL ITSELF IS NOT REFUSED FOR IT.  A RELEASE   *
      *    THAT REWRITES CLEANLY IS LEDGERED.                          *
      ******************************************************************
       6250-RELEASE-ONE-LINE.
           IF NOT PRIOR-ALLOCATED
                   AND NOT PRIOR-LINE-COMMITTED (WS-ITEM-IX)
               GO TO 6250-RELEASE-ONE-LINE-EXIT
           END-IF.
           COMPUTE WS-RELEASE-QTY =
               PRIOR-ITEM-QTY (WS-ITEM-IX)
               - PRIOR-ITEM-QTY-SHIPPED (WS-ITEM-IX).
           IF WS-RELEASE-QTY NOT > ZERO
               GO TO 6250-RELEASE-ONE-LINE-EXIT
           END-IF.

           MOVE PRIOR-ITEM-ID (WS-ITEM-IX) TO INVT-ITEM-ID.
           EXEC CICS READ
               DATASET('TC02INVT')
               INTO(TC02-INVT-REC)
               RIDFLD(INVT-ITEM-ID)
               KEYLENGTH(4)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 6250-RELEASE-ONE-LINE-EXIT
           END-IF.
           MOVE INVT-QTY-COMMITTED TO WS-COMMITTED-BEFORE.

           IF INVT-QTY-COMMITTED < WS-RELEASE-QTY
               MOVE ZERO TO INVT-QTY-COMMITTED
           ELSE
               SUBTRACT WS-RELEASE-QTY FROM INVT-QTY-COMMITTED
           END-IF.
           EXEC CICS REWRITE
               DATASET('TC02INVT')
               FROM(TC02-INVT-REC)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 6260-WRITE-LEDGER
                   THRU 6260-WRITE-LEDGER-EXIT
           END-IF.
       6250-RELEASE-ONE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    6260-WRITE-LEDGER - QUEUE ONE RL ROW FOR TC02-SLDG FOR THE  *
      *    RELEASE JUST POSTED.  ON-HAND IS UNCHANGED BY A RELEASE.    *
      *    THE RESPONSE IS NOT ACTED ON - THE STOCK FIGURE IS ALREADY  *
      *    RIGHT, AND THE CHANGE OR CANCEL GOES AHEAD REGARDLESS.      *
      ******************************************************************
       6260-WRITE-LEDGER.
           ACCEPT SLDG-POST-DATE FROM DATE YYYYMMDD.
           ACCEPT SLDG-POST-TIME FROM TIME.
           MOVE 'CIF130'           TO SLDG-PROGRAM.
           MOVE INVT-ITEM-ID       TO SLDG-ITEM-ID.
           SET SLDG-RELEASE        TO TRUE.
           MOVE PRIOR-REQ-ID       TO SLDG-REFERENCE.
           MOVE INVT-QTY-ON-HAND   TO SLDG-ON-HAND-BEFORE.
           MOVE INVT-QTY-ON-HAND   TO SLDG-ON-HAND-AFTER.
           MOVE WS-COMMITTED-BEFORE TO SLDG-COMMITTED-BEFORE.
           MOVE INVT-QTY-COMMITTED TO SLDG-COMMITTED-AFTER.
           EXEC CICS WRITEQ TD
               QUEUE('SLDG')
               FROM(TC02-SLDG-REC)
               LENGTH(80)
               RESP(WS-RESP)
           END-EXEC.
       6260-WRITE-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      *    6300-WRITE-JOURNAL - QUEUE ONE TC02-MJNL ROW FOR THE MASTER *
      *    UPDATE JUST MADE.  THE CALLER HAS SET THE FUNCTION AND THE  *
      *    BEFORE AND AFTER IMAGES; THIS ADDS THE STAMP, THE TERMINAL  *
      *    AND THE SIGNED-ON USER.  AS WITH THE LEDGER, THE RESPONSE   *
      *    IS NOT ACTED ON - THE MASTER IS ALREADY UPDATED.            *
      ******************************************************************
       6300-WRITE-JOURNAL.
           MOVE REQ-ID IN MSTR-REQ-DATA TO MJNL-REQ-ID.
           ACCEPT MJNL-JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT MJNL-JRNL-TIME FROM TIME.
           MOVE 'CIF130'           TO MJNL-PROGRAM.
           MOVE EIBTRMID           TO MJNL-TERMINAL.
           MOVE SPACES             TO MJNL-USER.
           EXEC CICS ASSIGN
               USERID(MJNL-USER)
               RESP(WS-RESP)
           END-EXEC.
           EXEC CICS WRITEQ TD
               QUEUE('MJNL')
               FROM(TC02-MJNL-REC)
               LENGTH(700)
               RESP(WS-RESP)
           END-EXEC.
       6300-WRITE-JOURNAL-EXIT.
           EXIT.
