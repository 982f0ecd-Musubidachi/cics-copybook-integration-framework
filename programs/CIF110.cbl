      *                         REASON EXC-BAD-ITEM).  WITH THE
      *                         REFERENCE FILE UNAVAILABLE THE CHECK
      *                         IS SKIPPED, MATCHING CIF100.
      *        2026-10-15  DLO  REPLACING A MASTER IMAGE THAT CIF170
      *                         HAD ALLOCATED NOW RELEASES THE STOCK
      *                         COMMITTED TO ITS UNSHIPPED LINES BACK
      *                         TO TC02-INVT, THE SAME AS CIF100.  IF
      *                         TC02-INVT WILL NOT OPEN THE REPAIRS
      *                         STILL LOAD AND THE RUN SAYS SO.
      *        2026-10-15  DLO  EVERY RELEASE IS NOW WRITTEN TO THE
      *                         TC02-SLDG STOCK LEDGER AS AN RL ROW
      *                         CARRYING THE REQ-ID, OPENED WITH
      *                         TC02-INVT THE SAME WAY CIF100 DOES.
      *        2026-10-15  DLO  A REPAIRED REQUEST NOW REACHES THE
      *                         MASTER WITH THE OWNING PARTNER CIF100
      *                         STAMPED ON ITS EXCEPTION RECORD
      *                         (EXC-PARTNER-ID), WHICH A STILL-BAD
      *                         RESUBMISSION CARRIES FORWARD.  THE
      *                         EXCEPTION AND MASTER SAVE AREAS GROW
      *                         WITH THEIR RECORDS.
      *        2026-10-15  DLO  EVERY MASTER WRITE AND REPLACE IS NOW
      *                         JOURNALED TO TC02-MJNL WITH THE RECORD
      *                         AS IT STOOD BEFORE AND AFTER, THE SAME
      *                         AS CIF100 (LD NEW, RP REPLACED).
      *        2026-10-15  DLO  A BACKORDERED PRIOR IMAGE MAY HOLD
      *                         STOCK ON THE LINES CIF170 COMMITTED
      *                         (MSTR-LINE-ALLOC-FLAG); THOSE LINES
      *                         ARE RELEASED ON REPLACE AS WELL, THE
      *                         SAME AS CIF100.  WS-SAVE-MSTR-REC
      *                         GROWS WITH THE MASTER.
      *        2026-10-15  DLO  A REPLACED IMAGE'S COMMITTED STOCK IS
      *                         NOW RELEASED ONLY AFTER THE NEW IMAGE
      *                         HAS REWRITTEN CLEANLY, FROM THE PRIOR
      *                         IMAGE KEPT IN WS-PRIOR-MSTR-REC, THE
      *                         SAME AS CIF100.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIF110.
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
       FD  TC02-EXCI-FILE
           RECORDING MODE IS F.
      *    SAME SHAPE AS TC02-EXC; THE RECORD IS MOVED OUT WHOLE AFTER
      *    THE RESUBMISSION FIELDS ARE UPDATED IN THE INPUT AREA.
       01  TC02-EXCO-REC               PIC X(209).

       FD  TC02-MSTR-FILE.
           COPY TC02-MSTR.
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
       77  WS-XREF-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-IREF-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-INVT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-SLDG-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-MJNL-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       77  WS-FILES-OPEN-SW        PIC X(01)  VALUE 'N'.
           88  WS-FILES-OPEN               VALUE 'Y'.
       77  WS-IREF-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-IREF-OPEN                VALUE 'Y'.
       77  WS-INVT-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-INVT-OPEN                VALUE 'Y'.
       77  WS-SLDG-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-SLDG-OPEN                VALUE 'Y'.
       77  WS-MJNL-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-MJNL-OPEN                VALUE 'Y'.
       77  WS-ITEMS-OK-SW          PIC X(01)  VALUE 'Y'.
           88  WS-ITEMS-OK                 VALUE 'Y'.

       77  WS-POPULATED-COUNT      PIC 9(02)  COMP.
       77  WS-INRANGE-COUNT        PIC 9(02)  COMP.
       77  WS-MAX-ITEMS            PIC 9(02)  COMP  VALUE 25.
       77  WS-RELEASE-QTY          PIC S9(04) COMP  VALUE ZERO.
       77  WS-COMMITTED-BEFORE     PIC 9(09)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    RUN DATE - STAMPED ONCE AT INITIALIZATION AND CARRIED   *
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
      *    RUN TOTALS                                              *

           PERFORM 1100-OPEN-ITEM-MASTER
               THRU 1100-OPEN-ITEM-MASTER-EXIT.
           PERFORM 1150-OPEN-INVENTORY
               THRU 1150-OPEN-INVENTORY-EXIT.
           PERFORM 1160-OPEN-JOURNAL
               THRU 1160-OPEN-JOURNAL-EXIT.

           PERFORM 8000-READ-EXCEPTION THRU 8000-READ-EXCEPTION-EXIT.
       1000-INITIALIZE-EXIT.
       1100-OPEN-ITEM-MASTER-EXIT.
           EXIT.

      ******************************************************************
      *    1150-OPEN-INVENTORY - OPEN TC02-INVT FOR THE RELEASE OF     *
      *    STOCK COMMITTED TO A REPLACED MASTER IMAGE.  A FAILURE IS   *
      *    LOGGED AND THE REPAIRS STILL LOAD WITHOUT THE RELEASE, THE  *
      *    SAME POSTURE CIF100 TAKES.  THE STOCK LEDGER IS OPENED      *
      *    WITH IT, EXTEND, AND CREATED THE FIRST TIME.                *
      ******************************************************************
       1150-OPEN-INVENTORY.
           OPEN I-O TC02-INVT-FILE.
           IF WS-INVT-STATUS = '00'
               SET WS-INVT-OPEN TO TRUE
           ELSE
               DISPLAY 'CIF110 - OPEN FAILED ON TC02-INVT-FILE, STATUS='
                   WS-INVT-STATUS
               GO TO 1150-OPEN-INVENTORY-EXIT
           END-IF.

           OPEN EXTEND TC02-SLDG-FILE.
           IF WS-SLDG-STATUS = '35'
               OPEN OUTPUT TC02-SLDG-FILE
           END-IF.
           IF WS-SLDG-STATUS = '00'
               SET WS-SLDG-OPEN TO TRUE
           ELSE
               DISPLAY 'CIF110 - OPEN FAILED ON TC02-SLDG-FILE, STATUS='
                   WS-SLDG-STATUS
           END-IF.
       1150-OPEN-INVENTORY-EXIT.
           EXIT.

      ******************************************************************
      *    1160-OPEN-JOURNAL - OPEN THE TC02-MJNL MASTER CHANGE        *
      *    JOURNAL EXTEND, CREATING IT THE FIRST TIME.  A JOURNAL THAT *
      *    WILL NOT OPEN IS LOGGED AND THE REPAIRS STILL LOAD.         *
      ******************************************************************
       1160-OPEN-JOURNAL.
           OPEN EXTEND TC02-MJNL-FILE.
           IF WS-MJNL-STATUS = '35'
               OPEN OUTPUT TC02-MJNL-FILE
           END-IF.
           IF WS-MJNL-STATUS = '00'
               SET WS-MJNL-OPEN TO TRUE
           ELSE
               DISPLAY 'CIF110 - OPEN FAILED ON TC02-MJNL-FILE, STATUS='
                   WS-MJNL-STATUS
           END-IF.
       1160-OPEN-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-EXCEPTION - RE-EDIT ONE CORRECTED EXCEPTION    *
      *    WITH THE SAME EDITS CIF100 APPLIES TO THE NIGHTLY BATCH.    *
           MOVE ZERO   TO MSTR-SHIP-DATE.
           SET MSTR-UNALLOCATED TO TRUE.
           MOVE ZEROS  TO MSTR-SHIP-ITEM-TABLE.
           MOVE EXC-PARTNER-ID TO MSTR-PARTNER-ID.
           MOVE SPACES TO MSTR-LINE-ALLOC-TABLE.

           WRITE TC02-MSTR-REC.
           EVALUATE WS-MSTR-STATUS
               WHEN '00'
                   IF WS-MJNL-OPEN
                       MOVE SPACES TO MJNL-BEFORE-IMAGE
                       SET MJNL-FUNC-LOAD TO TRUE
                       PERFORM 2280-WRITE-JOURNAL
                           THRU 2280-WRITE-JOURNAL-EXIT
                   END-IF
                   PERFORM 2270-WRITE-XREF-ROWS
                       THRU 2270-WRITE-XREF-ROWS-EXIT
               WHEN '22'
      *    DELETED - AN ITEM DROPPED BY THE CORRECTION WOULD OTHERWISE *
      *    LINGER AS A FALSE HIT IN THE CROSS-REFERENCE - THEN THE NEW *
      *    IMAGE IS REWRITTEN AND ITS OWN ROWS WRITTEN, THE SAME AS    *
      *    CIF100'S NIGHTLY LOAD.  A PRIOR IMAGE CIF170 ALLOCATED,     *
      *    WHOLLY OR IN PART, ALSO GIVES BACK ITS COMMITTED STOCK ONCE *
      *    THE REWRITE HAS GONE THROUGH, DRIVEN FROM THE PRIOR IMAGE   *
      *    KEPT IN WS-PRIOR-MSTR-REC AND RESTORED TO THE RECORD AREA   *
      *    FOR THE WALK.  THE PRIOR IMAGE IS THE JOURNAL'S BEFORE      *
      *    IMAGE.                                                      *
      ******************************************************************
       2260-REPLACE-MASTER-RECORD.
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
               PERFORM 2265-DELETE-XREF-ROWS
                   THRU 2265-DELETE-XREF-ROWS-EXIT
           END-IF.
                   WS-MSTR-STATUS
               GO TO 2260-REPLACE-MASTER-RECORD-EXIT
           END-IF.
           IF WS-MJNL-OPEN
               SET MJNL-FUNC-RELOAD TO TRUE
               PERFORM 2280-WRITE-JOURNAL
                   THRU 2280-WRITE-JOURNAL-EXIT
           END-IF.
           IF WS-PRIOR-FOUND AND WS-INVT-OPEN
               MOVE WS-PRIOR-MSTR-REC TO TC02-MSTR-REC
               IF MSTR-ALLOCATED OR MSTR-BACKORDERED
                   PERFORM 2267-RELEASE-COMMITTED
                       THRU 2267-RELEASE-COMMITTED-EXIT
               END-IF
               MOVE WS-SAVE-MSTR-REC TO TC02-MSTR-REC
           END-IF.
           PERFORM 2270-WRITE-XREF-ROWS
               THRU 2270-WRITE-XREF-ROWS-EXIT.
       2260-REPLACE-MASTER-RECORD-EXIT.
       2266-DELETE-ONE-XREF-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    2267-RELEASE-COMMITTED - GIVE BACK THE STOCK CIF170         *
      *    COMMITTED TO THE PRIOR MASTER IMAGE.  EACH COMMITTED LINE   *
      *    HOLDS WHAT IT ORDERED LESS WHAT HAS ALREADY SHIPPED.  THE   *
      *    COUNT IS RANGE-GUARDED BEFORE IT DRIVES THE LINE WALK.      *
      ******************************************************************
       2267-RELEASE-COMMITTED.
           IF MSTR-REQ-COUNT >= 1 AND MSTR-REQ-COUNT <= WS-MAX-ITEMS
               PERFORM 2268-RELEASE-ONE-LINE
                   THRU 2268-RELEASE-ONE-LINE-EXIT
                   VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > MSTR-REQ-COUNT
           END-IF.
       2267-RELEASE-COMMITTED-EXIT.
           EXIT.

      ******************************************************************
      *    2268-RELEASE-ONE-LINE - ONE LINE'S UNSHIPPED QUANTITY BACK  *
      *    OFF INVT-QTY-COMMITTED, NEVER BELOW ZERO.  A LINE ALREADY   *
      *    COVERED, OR LEFT SHORT ON A BACKORDERED REQUEST, HOLDS      *
      *    NOTHING.  AN ITEM WITH NO INVENTORY ROW IS LOGGED AND       *
      *    SKIPPED.  A RELEASE THAT REWRITES CLEANLY IS LEDGERED.      *
      ******************************************************************
       2268-RELEASE-ONE-LINE.
           IF NOT MSTR-ALLOCATED
                   AND NOT MSTR-LINE-COMMITTED (WS-ITEM-IX)
               GO TO 2268-RELEASE-ONE-LINE-EXIT
           END-IF.
           COMPUTE WS-RELEASE-QTY =
               REQ-ITEM-QTY IN MSTR-REQ-DATA (WS-ITEM-IX)
               - MSTR-ITEM-QTY-SHIPPED (WS-ITEM-IX).
           IF WS-RELEASE-QTY NOT > ZERO
               GO TO 2268-RELEASE-ONE-LINE-EXIT
           END-IF.

           MOVE REQ-ITEM-ID IN MSTR-REQ-DATA (WS-ITEM-IX)
               TO INVT-ITEM-ID.
           READ TC02-INVT-FILE.
           IF WS-INVT-STATUS NOT = '00'
               DISPLAY
                   'CIF110 - READ FAILED ON TC02-INVT-FILE, STATUS='
                   WS-INVT-STATUS ', ITEM ' INVT-ITEM-ID
               GO TO 2268-RELEASE-ONE-LINE-EXIT
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
                   'CIF110 - REWRITE FAILED ON TC02-INVT-FILE, STATUS='
                   WS-INVT-STATUS
               GO TO 2268-RELEASE-ONE-LINE-EXIT
           END-IF.
           IF WS-SLDG-OPEN
               PERFORM 2269-WRITE-LEDGER
                   THRU 2269-WRITE-LEDGER-EXIT
           END-IF.
       2268-RELEASE-ONE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    2269-WRITE-LEDGER - APPEND ONE RL ROW TO TC02-SLDG FOR THE  *
      *    RELEASE JUST POSTED.  ON-HAND IS UNCHANGED BY A RELEASE.    *
      ******************************************************************
       2269-WRITE-LEDGER.
           MOVE WS-RUN-DATE        TO SLDG-POST-DATE.
           ACCEPT SLDG-POST-TIME FROM TIME.
           MOVE 'CIF110'           TO SLDG-PROGRAM.
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
                   'CIF110 - WRITE FAILED ON TC02-SLDG-FILE, STATUS='
                   WS-SLDG-STATUS
           END-IF.
       2269-WRITE-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      *    2270-WRITE-XREF-ROWS - ONE CROSS-REFERENCE ROW PER ITEM ON  *
      *    THE REPAIRED REQUEST JUST LOADED                            *
       2275-WRITE-ONE-XREF-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    2280-WRITE-JOURNAL - APPEND ONE TC02-MJNL ROW FOR THE       *
      *    MASTER UPDATE JUST MADE.  THE CALLER HAS SET THE FUNCTION   *
      *    AND THE BEFORE IMAGE; THE AFTER IMAGE IS THE RECORD AS      *
      *    WRITTEN.                                                    *
      ******************************************************************
       2280-WRITE-JOURNAL.
           MOVE REQ-ID IN MSTR-REQ-DATA TO MJNL-REQ-ID.
           MOVE WS-RUN-DATE        TO MJNL-JRNL-DATE.
           ACCEPT MJNL-JRNL-TIME FROM TIME.
           MOVE 'CIF110'           TO MJNL-PROGRAM.
           MOVE SPACES             TO MJNL-TERMINAL.
           MOVE SPACES             TO MJNL-USER.
           MOVE TC02-MSTR-REC      TO MJNL-AFTER-IMAGE.
           WRITE TC02-MJNL-REC.
           IF WS-MJNL-STATUS NOT = '00'
               DISPLAY
                   'CIF110 - WRITE FAILED ON TC02-MJNL-FILE, STATUS='
                   WS-MJNL-STATUS
           END-IF.
       2280-WRITE-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      *    2300-WRITE-STILL-BAD - THE CORRECTION DID NOT TAKE.  RAISE  *
      *    THE RESUBMISSION COUNT, KEEP EXC-FIRST-DATE AS ORIGINALLY   *
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

           DISPLAY 'CIF110 - EXCEPTIONS READ    : ' WS-RECORDS-READ.
           DISPLAY 'CIF110 - REPAIRED, LOADED   : ' WS-RECORDS-CLEAN.
