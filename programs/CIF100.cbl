      *                         SAYS OVER PARTNER SEND LIMIT AND THE
      *                         PARTNER TOTALS NAME THE REAL REASON
      *                         INSTEAD OF BATCH DID NOT RECONCILE.
      *        2026-10-15  DLO  REPLACING A MASTER IMAGE THAT CIF170
      *                         HAD ALLOCATED NOW RELEASES THE STOCK
      *                         COMMITTED TO ITS UNSHIPPED LINES BACK
      *                         TO TC02-INVT - THE RE-SENT REQUEST
      *                         STARTS UNALLOCATED AND IS ALLOCATED
      *                         AFRESH.  TC02-INVT IS OPENED ALONGSIDE
      *                         THE ITEM MASTER; IF IT WILL NOT OPEN
      *                         THE LOAD CARRIES ON AND SAYS SO.
      *        2026-10-15  DLO  EVERY RELEASE IS NOW WRITTEN TO THE
      *                         TC02-SLDG STOCK LEDGER AS AN RL ROW
      *                         CARRYING THE REQ-ID.  THE LEDGER IS
      *                         OPENED WITH TC02-INVT; IF IT WILL NOT
      *                         OPEN THE RELEASE STILL POSTS WITHOUT
      *                         A LEDGER ROW.
      *        2026-10-15  DLO  THE OWNING PARTNER NOW RIDES ONTO THE
      *                         MASTER (MSTR-PARTNER-ID) AND EVERY
      *                         EXCEPTION (EXC-PARTNER-ID) FROM THE
      *                         BHDR-PARTNER-ID OF THE SET THE REQUEST
      *                         CAME IN ON.  WS-SAVE-MSTR-REC GROWS
      *                         WITH THE MASTER.
      *        2026-10-15  DLO  EVERY MASTER WRITE AND REPLACE IS NOW
      *                         JOURNALED TO TC02-MJNL WITH THE RECORD
      *                         AS IT STOOD BEFORE AND AFTER (LD FOR A
      *                         NEW REQUEST, RP FOR A REPLACED ONE).
      *                         A JOURNAL THAT WILL NOT OPEN IS LOGGED
      *                         AND THE LOAD GOES ON WITHOUT IT.
      *        2026-10-15  DLO  A BACKORDERED PRIOR IMAGE MAY HOLD
      *                         STOCK ON THE LINES CIF170 COMMITTED
      *                         (MSTR-LINE-ALLOC-FLAG); THOSE LINES
      *                         ARE RELEASED ON REPLACE AS WELL.  A
      *                         NEW IMAGE STARTS WITH NO LINE FLAGS.
      *                         WS-SAVE-MSTR-REC GROWS WITH THE MASTER.
      *        2026-10-15  DLO  A REPLACED IMAGE'S COMMITTED STOCK IS
      *                         NOW RELEASED ONLY AFTER THE NEW IMAGE
      *                         HAS REWRITTEN CLEANLY, FROM THE PRIOR
      *                         IMAGE KEPT IN WS-PRIOR-MSTR-REC, SO A
      *                         FAILED REWRITE NO LONGER LEAVES AN
      *                         ALLOCATED MASTER WITH ITS STOCK GIVEN
      *                         BACK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIF100.
               RECORD KEY IS ITEM-ID
               FILE STATUS IS WS-IREF-STATUS.

           SELECT TC02-INVT-FILE  ASSIGN TO TC02INVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVT-ITEM-ID
               FILE STATUS IS WS-INVT-STATUS.

           SELECT TC02-SLDG-FILE  ASSIGN TO TC02SLDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLDG-STATUS.

           SELECT TC02-MJNL-FILE  ASSIGN TO TC02MJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MJNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TC02-REQ-FILE
       FD  TC02-ITEM-FILE.
           COPY TC02-ITEM.

       FD  TC02-INVT-FILE.
           COPY TC02-INVT.

       FD  TC02-SLDG-FILE
           RECORDING MODE IS F.
           COPY TC02-SLDG.

       FD  TC02-MJNL-FILE
           RECORDING MODE IS F.
           COPY TC02-MJNL.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                *
       77  WS-PPRO-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-SUSP-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-IREF-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-INVT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-SLDG-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-MJNL-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
           88  WS-NOT-EOF                  VALUE 'N'.
      *-----------------------------------------------------------*
      *    PER-PARTNER BATCH SETS - ONE ENTRY PER HEADER/TRAILER   *
      *    SET FOUND BY THE VALIDATION PASS, IN FILE ORDER.        *
      *    WS-CURR-PARTNER TRACKS WHICH SET THE EDIT PASS IS IN,   *
      *    AND WS-SET-PARTNER-ID THAT SET'S PARTNER, STAMPED ON    *
      *    EVERY MASTER AND EXCEPTION RECORD THE SET PRODUCES.     *
      *-----------------------------------------------------------*
       77  WS-MAX-PARTNERS         PIC 9(02)  COMP  VALUE 20.
       77  WS-PARTNER-COUNT        PIC 9(02)  COMP  VALUE ZERO.
       77  WS-CURR-PARTNER         PIC 9(02)  COMP  VALUE ZERO.
       77  WS-SET-PARTNER-ID       PIC X(04)  VALUE SPACES.
       77  WS-PTR-SUB              PIC 9(02)  COMP.
       77  WS-DUP-SUB              PIC 9(02)  COMP.

       77  WS-ITEMS-OK-SW          PIC X(01)  VALUE 'Y'.
           88  WS-ITEMS-OK                 VALUE 'Y'.

      *-----------------------------------------------------------*
      *    INVENTORY - A REPLACED MASTER IMAGE THAT WAS ALLOCATED  *
      *    GIVES ITS COMMITTED STOCK BACK TO TC02-INVT, AND THE    *
      *    RELEASE IS WRITTEN TO THE TC02-SLDG STOCK LEDGER        *
      *-----------------------------------------------------------*
       77  WS-INVT-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-INVT-OPEN                VALUE 'Y'.
       77  WS-SLDG-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-SLDG-OPEN                VALUE 'Y'.
       77  WS-RELEASE-QTY          PIC S9(04) COMP  VALUE ZERO.
       77  WS-COMMITTED-BEFORE     PIC 9(09)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    MASTER CHANGE JOURNAL - EVERY WRITE AND REPLACE OF A    *
      *    TC02-MSTR RECORD IS APPENDED TO TC02-MJNL               *
      *-----------------------------------------------------------*
       77  WS-MJNL-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-MJNL-OPEN                VALUE 'Y'.

      *-----------------------------------------------------------*
      *    PARTNER ACKNOWLEDGMENT FILE WORK AREAS AND LINE         *
      *    LAYOUTS.  ONE SECTION IS WRITTEN PER BATCH SET IN FILE  *
      *    REQUEST'S PRIOR IMAGE IS READ BACK SO ITS OLD TC02-XREF *
      *    ROWS CAN BE DELETED.  SAME SHAPE AS TC02-MSTR-REC.      *
      *-----------------------------------------------------------*
       01  WS-SAVE-MSTR-REC        PIC X(324).

      *-----------------------------------------------------------*
      *    THE PRIOR IMAGE AS READ BACK, KEPT UNTIL THE NEW IMAGE  *
      *    HAS REWRITTEN SO ITS COMMITTED STOCK CAN THEN BE        *
      *    RELEASED.  SAME SHAPE AS TC02-MSTR-REC.                 *
      *-----------------------------------------------------------*
       01  WS-PRIOR-MSTR-REC       PIC X(324).
       77  WS-PRIOR-FOUND-SW       PIC X(01)  VALUE 'N'.
           88  WS-PRIOR-FOUND              VALUE 'Y'.

      *-----------------------------------------------------------*
      *    CHECKPOINT/RESTART WORK AREAS                            *
               THRU 1038-OPEN-SUSPENSE-EXIT.
           PERFORM 1039-OPEN-ITEM-MASTER
               THRU 1039-OPEN-ITEM-MASTER-EXIT.
           PERFORM 1040-OPEN-INVENTORY
               THRU 1040-OPEN-INVENTORY-EXIT.
           PERFORM 1045-OPEN-JOURNAL
               THRU 1045-OPEN-JOURNAL-EXIT.

           OPEN INPUT  TC02-REQ-FILE.
           IF WS-REQ-STATUS NOT = '00'
       1039-OPEN-ITEM-MASTER-EXIT.
           EXIT.

      ******************************************************************
      *    1040-OPEN-INVENTORY - OPEN TC02-INVT FOR THE RELEASE OF     *
      *    STOCK COMMITTED TO A REPLACED MASTER IMAGE.  A FAILURE IS   *
      *    LOGGED AND THE LOAD CARRIES ON WITHOUT THE RELEASE - THE    *
      *    NIGHT'S REQUESTS MATTER MORE THAN THE STOCK FIGURE, WHICH   *
      *    THE NEXT COUNT PUTS RIGHT.  THE STOCK LEDGER IS OPENED      *
      *    WITH IT, EXTEND, AND CREATED THE FIRST TIME; A LEDGER THAT  *
      *    WILL NOT OPEN IS LOGGED AND THE RELEASES GO UNLEDGERED.     *
      ******************************************************************
       1040-OPEN-INVENTORY.
           OPEN I-O TC02-INVT-FILE.
           IF WS-INVT-STATUS = '00'
               SET WS-INVT-OPEN TO TRUE
           ELSE
               DISPLAY 'CIF100 - OPEN FAILED ON TC02-INVT-FILE, STATUS='
                   WS-INVT-STATUS
               GO TO 1040-OPEN-INVENTORY-EXIT
           END-IF.

           OPEN EXTEND TC02-SLDG-FILE.
           IF WS-SLDG-STATUS = '35'
               OPEN OUTPUT TC02-SLDG-FILE
           END-IF.
           IF WS-SLDG-STATUS = '00'
               SET WS-SLDG-OPEN TO TRUE
           ELSE
               DISPLAY 'CIF100 - OPEN FAILED ON TC02-SLDG-FILE, STATUS='
                   WS-SLDG-STATUS
           END-IF.
       1040-OPEN-INVENTORY-EXIT.
           EXIT.

      ******************************************************************
      *    1045-OPEN-JOURNAL - OPEN THE TC02-MJNL MASTER CHANGE        *
      *    JOURNAL EXTEND, CREATING IT THE FIRST TIME.  A JOURNAL THAT *
      *    WILL NOT OPEN IS LOGGED AND THE LOAD CARRIES ON UNJOURNALED.*
      ******************************************************************
       1045-OPEN-JOURNAL.
           OPEN EXTEND TC02-MJNL-FILE.
           IF WS-MJNL-STATUS = '35'
               OPEN OUTPUT TC02-MJNL-FILE
           END-IF.
           IF WS-MJNL-STATUS = '00'
               SET WS-MJNL-OPEN TO TRUE
           ELSE
               DISPLAY 'CIF100 - OPEN FAILED ON TC02-MJNL-FILE, STATUS='
                   WS-MJNL-STATUS
           END-IF.
       1045-OPEN-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      *    1050-VALIDATE-BATCH-TOTALS - WALK EVERY HEADER/TRAILER SET  *
      *    ON THE FILE, RECONCILING EACH SET'S CONTROL TOTALS ON ITS   *
           MOVE ZERO   TO MSTR-SHIP-DATE.
           SET MSTR-UNALLOCATED TO TRUE.
           MOVE ZEROS  TO MSTR-SHIP-ITEM-TABLE.
           MOVE WS-SET-PARTNER-ID TO MSTR-PARTNER-ID.
           MOVE SPACES TO MSTR-LINE-ALLOC-TABLE.

           WRITE TC02-MSTR-REC.
           EVALUATE WS-MSTR-STATUS
               WHEN '00'
                   IF WS-MJNL-OPEN
                       MOVE SPACES TO MJNL-BEFORE-IMAGE
                       SET MJNL-FUNC-LOAD TO TRUE
                       PERFORM 2180-WRITE-JOURNAL
                           THRU 2180-WRITE-JOURNAL-EXIT
                   END-IF
                   PERFORM 2170-WRITE-XREF-ROWS
                       THRU 2170-WRITE-XREF-ROWS-EXIT
               WHEN '22'
      *    BACK AND ITS TC02-XREF ROWS DELETED - AN ITEM DROPPED FROM  *
      *    THE RE-SENT REQUEST WOULD OTHERWISE LINGER AS A FALSE HIT   *
      *    IN THE CROSS-REFERENCE - THEN THE NEW IMAGE IS REWRITTEN    *
      *    AND ITS OWN ROWS WRITTEN.  A PRIOR IMAGE CIF170 ALLOCATED,  *
      *    WHOLLY OR IN PART, ALSO GIVES BACK ITS COMMITTED STOCK; THE *
      *    NEW IMAGE STARTS UNALLOCATED.  THE RELEASE WAITS UNTIL THE  *
      *    REWRITE HAS GONE THROUGH, AND IS DRIVEN FROM THE PRIOR      *
      *    IMAGE KEPT IN WS-PRIOR-MSTR-REC, RESTORED TO THE RECORD     *
      *    AREA FOR THE WALK.  THE PRIOR IMAGE IS THE JOURNAL'S BEFORE *
      *    IMAGE.                                                      *
      ******************************************************************
       2160-REPLACE-MASTER-RECORD.
           MOVE TC02-MSTR-REC TO WS-SAVE-MSTR-REC.
           MOVE 'N' TO WS-PRIOR-FOUND-SW.
           IF WS-MJNL-OPEN
               MOVE SPACES TO MJNL-BEFORE-IMAGE
           END-IF.
           READ TC02-MSTR-FILE.
           IF WS-MSTR-STATUS = '00'
               IF WS-MJNL-OPEN
                   MOVE TC02-MSTR-REC TO MJNL-BEFORE-IMAGE
               END-IF
               MOVE TC02-MSTR-REC TO WS-PRIOR-MSTR-REC
               SET WS-PRIOR-FOUND TO TRUE
               PERFORM 2165-DELETE-XREF-ROWS
                   THRU 2165-DELETE-XREF-ROWS-EXIT
           END-IF.
                   WS-MSTR-STATUS
               GO TO 2160-REPLACE-MASTER-RECORD-EXIT
           END-IF.
           IF WS-MJNL-OPEN
               SET MJNL-FUNC-RELOAD TO TRUE
               PERFORM 2180-WRITE-JOURNAL
                   THRU 2180-WRITE-JOURNAL-EXIT
           END-IF.
           IF WS-PRIOR-FOUND AND WS-INVT-OPEN
               MOVE WS-PRIOR-MSTR-REC TO TC02-MSTR-REC
               IF MSTR-ALLOCATED OR MSTR-BACKORDERED
                   PERFORM 2167-RELEASE-COMMITTED
                       THRU 2167-RELEASE-COMMITTED-EXIT
               END-IF
               MOVE WS-SAVE-MSTR-REC TO TC02-MSTR-REC
           END-IF.
           PERFORM 2170-WRITE-XREF-ROWS
               THRU 2170-WRITE-XREF-ROWS-EXIT.
       2160-REPLACE-MASTER-RECORD-EXIT.
       2166-DELETE-ONE-XREF-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    2167-RELEASE-COMMITTED - GIVE BACK THE STOCK CIF170         *
      *    COMMITTED TO THE PRIOR MASTER IMAGE.  EACH COMMITTED LINE   *
      *    HOLDS WHAT IT ORDERED LESS WHAT HAS ALREADY SHIPPED.  THE   *
      *    COUNT IS RANGE-GUARDED BEFORE IT DRIVES THE LINE WALK.      *
      ******************************************************************
       2167-RELEASE-COMMITTED.
           IF MSTR-REQ-COUNT >= 1 AND MSTR-REQ-COUNT <= WS-MAX-ITEMS
               PERFORM 2168-RELEASE-ONE-LINE
                   THRU 2168-RELEASE-ONE-LINE-EXIT
                   VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > MSTR-REQ-COUNT
           END-IF.
       2167-RELEASE-COMMITTED-EXIT.
           EXIT.

      ******************************************************************
      *    2168-RELEASE-ONE-LINE - ONE LINE'S UNSHIPPED QUANTITY BACK  *
      *    OFF INVT-QTY-COMMITTED, NEVER BELOW ZERO.  A LINE ALREADY   *
      *    COVERED, OR LEFT SHORT ON A BACKORDERED REQUEST, HOLDS      *
      *    NOTHING.  AN ITEM WITH NO INVENTORY ROW IS LOGGED AND       *
      *    SKIPPED.  A RELEASE THAT REWRITES CLEANLY IS LEDGERED.      *
      ******************************************************************
       2168-RELEASE-ONE-LINE.
           IF NOT MSTR-ALLOCATED
                   AND NOT MSTR-LINE-COMMITTED (WS-ITEM-IX)
               GO TO 2168-RELEASE-ONE-LINE-EXIT
           END-IF.
           COMPUTE WS-RELEASE-QTY =
               REQ-ITEM-QTY IN MSTR-REQ-DATA (WS-ITEM-IX)
               - MSTR-ITEM-QTY-SHIPPED (WS-ITEM-IX).
           IF WS-RELEASE-QTY NOT > ZERO
               GO TO 2168-RELEASE-ONE-LINE-EXIT
           END-IF.

           MOVE REQ-ITEM-ID IN MSTR-REQ-DATA (WS-ITEM-IX)
               TO INVT-ITEM-ID.
           READ TC02-INVT-FILE.
           IF WS-INVT-STATUS NOT = '00'
               DISPLAY
                   'CIF100 - READ FAILED ON TC02-INVT-FILE, STATUS='
                   WS-INVT-STATUS ', ITEM ' INVT-ITEM-ID
               GO TO 2168-RELEASE-ONE-LINE-EXIT
           END-IF.
           MOVE INVT-QTY-COMMITTED TO WS-COMMITTED-BEFORE.

           IF INVT-QTY-COMMITTED < WS-RELEASE-QTY
               MOVE ZERO TO INVT-QTY-COMMITTED
           ELSE
               SUBTRACT WS-RELEASE-QTY FROM INVT-QTY-COMMITTED
           END-IF.

           REWRITE TC02-INVT-REC.
           IF WS-INVT-STATUS NOT = '00'
               DISPLAY
                   'CIF100 - REWRITE FAILED ON TC02-INVT-FILE, STATUS='
                   WS-INVT-STATUS
               GO TO 2168-RELEASE-ONE-LINE-EXIT
           END-IF.
           IF WS-SLDG-OPEN
               PERFORM 2169-WRITE-LEDGER
                   THRU 2169-WRITE-LEDGER-EXIT
           END-IF.
       2168-RELEASE-ONE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    2169-WRITE-LEDGER - APPEND ONE RL ROW TO TC02-SLDG FOR THE  *
      *    RELEASE JUST POSTED.  ON-HAND IS UNCHANGED BY A RELEASE.    *
      ******************************************************************
       2169-WRITE-LEDGER.
           MOVE WS-RUN-DATE        TO SLDG-POST-DATE.
           ACCEPT SLDG-POST-TIME FROM TIME.
           MOVE 'CIF100'           TO SLDG-PROGRAM.
           MOVE INVT-ITEM-ID       TO SLDG-ITEM-ID.
           SET SLDG-RELEASE        TO TRUE.
           MOVE REQ-ID IN MSTR-REQ-DATA TO SLDG-REFERENCE.
           MOVE INVT-QTY-ON-HAND   TO SLDG-ON-HAND-BEFORE.
           MOVE INVT-QTY-ON-HAND   TO SLDG-ON-HAND-AFTER.
           MOVE WS-COMMITTED-BEFORE TO SLDG-COMMITTED-BEFORE.
           MOVE INVT-QTY-COMMITTED TO SLDG-COMMITTED-AFTER.
           WRITE TC02-SLDG-REC.
           IF WS-SLDG-STATUS NOT = '00'
               DISPLAY
                   'CIF100 - WRITE FAILED ON TC02-SLDG-FILE, STATUS='
                   WS-SLDG-STATUS
           END-IF.
       2169-WRITE-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      *    2170-WRITE-XREF-ROWS - ONE CROSS-REFERENCE ROW PER ITEM ON  *
      *    THE REQUEST JUST LOADED                                     *
       2175-WRITE-ONE-XREF-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    2180-WRITE-JOURNAL - APPEND ONE TC02-MJNL ROW FOR THE       *
      *    MASTER UPDATE JUST MADE.  THE CALLER HAS SET THE FUNCTION   *
      *    AND THE BEFORE IMAGE; THE AFTER IMAGE IS THE RECORD AS      *
      *    WRITTEN.                                                    *
      ******************************************************************
       2180-WRITE-JOURNAL.
           MOVE REQ-ID IN MSTR-REQ-DATA TO MJNL-REQ-ID.
           MOVE WS-RUN-DATE        TO MJNL-JRNL-DATE.
           ACCEPT MJNL-JRNL-TIME FROM TIME.
           MOVE 'CIF100'           TO MJNL-PROGRAM.
           MOVE SPACES             TO MJNL-TERMINAL.
           MOVE SPACES             TO MJNL-USER.
           MOVE TC02-MSTR-REC      TO MJNL-AFTER-IMAGE.
           WRITE TC02-MJNL-REC.
           IF WS-MJNL-STATUS NOT = '00'
               DISPLAY
                   'CIF100 - WRITE FAILED ON TC02-MJNL-FILE, STATUS='
                   WS-MJNL-STATUS
           END-IF.
       2180-WRITE-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      *    2200-WRITE-EXCEPTION - THE REQUEST FAILED ONE OF TWO EDITS: *
      *    EITHER THE TOTAL NUMBER OF POPULATED REQ-ITEM-ID SLOTS DOES *
           END-IF.
           MOVE WS-RUN-DATE TO EXC-FIRST-DATE.
           MOVE ZERO        TO EXC-RESUB-COUNT.
           MOVE WS-SET-PARTNER-ID TO EXC-PARTNER-ID.

           WRITE TC02-EXC-REC.
           IF WS-EXC-STATUS NOT = '00'
           SET EXC-COUNT-RANGE TO TRUE.
           MOVE WS-RUN-DATE TO EXC-FIRST-DATE.
           MOVE ZERO        TO EXC-RESUB-COUNT.
           MOVE WS-SET-PARTNER-ID TO EXC-PARTNER-ID.

           WRITE TC02-EXC-REC.
           IF WS-EXC-STATUS NOT = '00'
           SET EXC-PARTNER-LIMIT TO TRUE.
           MOVE WS-RUN-DATE TO EXC-FIRST-DATE.
           MOVE ZERO        TO EXC-RESUB-COUNT.
           MOVE WS-SET-PARTNER-ID TO EXC-PARTNER-ID.

           WRITE TC02-EXC-REC.
           IF WS-EXC-STATUS NOT = '00'
           SET EXC-BAD-ITEM TO TRUE.
           MOVE WS-RUN-DATE TO EXC-FIRST-DATE.
           MOVE ZERO        TO EXC-RESUB-COUNT.
           MOVE WS-SET-PARTNER-ID TO EXC-PARTNER-ID.

           WRITE TC02-EXC-REC.
           IF WS-EXC-STATUS NOT = '00'
           IF WS-IREF-OPEN
               CLOSE TC02-ITEM-FILE
           END-IF.
           IF WS-INVT-OPEN
               CLOSE TC02-INVT-FILE
           END-IF.
           IF WS-SLDG-OPEN
               CLOSE TC02-SLDG-FILE
           END-IF.
           IF WS-MJNL-OPEN
               CLOSE TC02-MJNL-FILE
           END-IF.

           PERFORM 9000-WRITE-RUN-CONTROL
               THRU 9000-WRITE-RUN-CONTROL-EXIT.
           END-READ.
           IF BHDR-VALID
               ADD 1 TO WS-CURR-PARTNER
               MOVE BHDR-PARTNER-ID TO WS-SET-PARTNER-ID
               PERFORM 7000-OPEN-ACK-SET
                   THRU 7000-OPEN-ACK-SET-EXIT
               GO TO 8000-READ-REQUEST
