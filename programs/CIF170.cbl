      *    REMARKS.
      *        NIGHTLY ALLOCATION PASS OVER THE TC02-MSTR INDEXED
      *        MASTER, RUN AFTER THE CIF100 LOAD.  SWEEPS THE MASTER
      *        AND RANKS EVERY UNALLOCATED OR BACKORDERED, STILL-
      *        UNSHIPPED REQUEST, THEN NETS EACH IN RANK ORDER AGAINST
      *        THE TC02-INVT STOCK STILL AVAILABLE (ON-HAND LESS
      *        ALREADY COMMITTED), SO THE MOST URGENT REQUESTS DRAW ON
      *        SCARCE STOCK FIRST.  THE RANK IS:
      *
      *          1. PRIORITY CODE (REQ-PRIORITY) - RUSH ('R') FIRST,
      *             THEN ANY OTHER CODE IN COLLATING ORDER, THEN A
      *             REQUEST THAT CARRIES NO CODE
      *          2. REQUESTED SHIP DATE (REQ-SHIP-DATE), EARLIEST
      *             FIRST; A REQUEST WITH NO DATE RANKS AFTER EVERY
      *             DATED ONE
      *          3. LOAD DATE (MSTR-LOAD-DATE), OLDEST FIRST
      *          4. REQ-ID, SO THE ORDER IS ALWAYS THE SAME
      *
      *        FOR MOST PARTNERS ALLOCATION IS ALL-OR-NOTHING PER
      *        REQUEST: WHEN EVERY ITEM LINE IS COVERED THE STOCK IS
      *        COMMITTED AND THE REQUEST MARKED ALLOCATED; WHEN ANY
      *        LINE IS SHORT NOTHING IS COMMITTED AND THE REQUEST IS
      *        MARKED BACKORDERED, TO BE RETRIED ON THE NEXT NIGHT'S
      *        PASS.  A PARTNER WHOSE TC02-PPRO PROFILE ACCEPTS SPLIT
      *        SHIPMENTS (PPRO-SPLIT-ALLOC) HAS EVERY LINE THAT CAN BE
      *        COVERED COMMITTED AND FLAGGED (MSTR-LINE-ALLOC-FLAG);
      *        THE REQUEST STAYS BACKORDERED UNTIL ITS SHORT LINES ARE
      *        COVERED ON A LATER PASS.  A LINE ALREADY COMMITTED ON
      *        AN EARLIER PASS IS NEVER DRAWN AGAIN.
      *
      *        THE CONTROL REPORT LISTS EVERY BACKORDERED REQUEST WITH
      *        ITS RANK AND THE ITEM LINES THAT CAME UP SHORT
      *        (QUANTITY NEEDED AGAINST AVAILABLE).  A SHORT LINE
      *        WHOSE ITEM WAS DRAWN EARLIER IN THE RUN BY A REQUEST
      *        WITH A HIGHER REQ-ID - ONE THAT RANKED AHEAD OF IT BUT
      *        WOULD HAVE COME AFTER IT IN PLAIN REQ-ID ORDER - NAMES
      *        THAT REQUEST AS THE ONE IT LOST THE STOCK TO.  THE
      *        REPORT CLOSES WITH A SUMMARY OF THE SHORT ITEMS AND HOW
      *        MANY REQUESTS ARE LEFT WAITING ON EACH, SO PURCHASING
      *        CHASES ITEMS INSTEAD OF THE WAREHOUSE BOUNCING PICKS.
      *
      *    MODIFICATION HISTORY.
      *        2026-09-02  DLO  INITIAL VERSION.
      *                         THE SHIPPED-SO-FAR QUANTITY, SO STOCK
      *                         THE PARTNER ALREADY SHIPPED AGAINST
      *                         IS NOT ALLOCATED A SECOND TIME.
      *        2026-10-15  DLO  TC02-INVT NOW HOLDS ON-HAND AND
      *                         COMMITTED STOCK SEPARATELY.  AN
      *                         ALLOCATION NO LONGER DRAWS ON-HAND
      *                         DOWN - IT ADDS THE LINE'S NETTED
      *                         DEMAND TO INVT-QTY-COMMITTED, AND THE
      *                         AVAILABILITY TEST IS AGAINST ON-HAND
      *                         LESS COMMITTED.  ON-HAND NOW ONLY
      *                         FALLS WHEN CIF310 POSTS THE SHIPMENT,
      *                         AND COMMITTED STOCK IS GIVEN BACK WHEN
      *                         AN ALLOCATED REQUEST IS CHANGED,
      *                         CANCELLED, RELOADED, OR ARCHIVED.  THE
      *                         SHORT LINE NOW PRINTS AVAILABLE STOCK.
      *        2026-10-15  DLO  EVERY COMMIT IS NOW WRITTEN TO THE
      *                         TC02-SLDG STOCK LEDGER AS AN AL ROW
      *                         CARRYING THE REQ-ID.  A LEDGER THAT
      *                         WILL NOT OPEN IS LOGGED AND THE SWEEP
      *                         RUNS ON WITHOUT IT.
      *        2026-10-15  DLO  EVERY ALLOCATION THAT CHANGES A MASTER
      *                         RECORD IS NOW JOURNALED TO TC02-MJNL
      *                         AS AN AL ROW WITH THE RECORD BEFORE
      *                         AND AFTER.  A BACKORDERED REQUEST
      *                         REWRITTEN UNCHANGED IS NOT JOURNALED.
      *        2026-10-15  DLO  REQUESTS ARE NOW ALLOCATED IN RANK
      *                         ORDER - PRIORITY CODE, REQUESTED SHIP
      *                         DATE, LOAD DATE - INSTEAD OF REQ-ID
      *                         ORDER.  THE SWEEP FILLS A RANKED TABLE
      *                         OF WS-MAX-RANK-ENTRIES; WHEN IT IS FULL
      *                         THE LOWEST-RANKED ARE LEFT FOR THE NEXT
      *                         RUN.  A SPLIT-SHIPMENT PARTNER
      *                         (PPRO-SPLIT-ALLOC) NOW HAS ITS COVERED
      *                         LINES COMMITTED AND ONLY ITS SHORT ONES
      *                         BACKORDERED.  THE REPORT SHOWS EACH
      *                         BACKORDERED REQUEST'S RANK AND WHICH
      *                         HIGHER-RANKED REQUEST TOOK ITS STOCK.
      *                         A PROFILE FILE THAT WILL NOT OPEN IS
      *                         LOGGED AND EVERY PARTNER IS TREATED AS
      *                         ALL-OR-NOTHING.
      *        2026-10-15  DLO  A TC02-INVT READ OR REWRITE THAT FAILS
      *                         DURING THE COMMIT PASS NOW LEAVES THE
      *                         REQUEST BACKORDERED INSTEAD OF MARKING
      *                         IT ALLOCATED.  ONLY THE LINES WHOSE
      *                         COMMIT REWROTE CLEANLY ARE FLAGGED
      *                         COMMITTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIF170.
               RECORD KEY IS INVT-ITEM-ID
               FILE STATUS IS WS-INVT-STATUS.

           SELECT TC02-PPRO-FILE  ASSIGN TO TC02PPRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPRO-PARTNER-ID
               FILE STATUS IS WS-PPRO-STATUS.

           SELECT TC02-SLDG-FILE  ASSIGN TO TC02SLDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLDG-STATUS.

           SELECT TC02-MJNL-FILE  ASSIGN TO TC02MJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MJNL-STATUS.

           SELECT TC02-RPT-FILE   ASSIGN TO TC02LRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  TC02-INVT-FILE.
           COPY TC02-INVT.

       FD  TC02-PPRO-FILE.
           COPY TC02-PPRO.

       FD  TC02-SLDG-FILE
           RECORDING MODE IS F.
           COPY TC02-SLDG.

       FD  TC02-MJNL-FILE
           RECORDING MODE IS F.
           COPY TC02-MJNL.

       FD  TC02-RPT-FILE
           RECORDING MODE IS F.
       01  TC02-RPT-LINE               PIC X(132).
      *-----------------------------------------------------------*
       77  WS-MSTR-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-INVT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-PPRO-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-SLDG-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-MJNL-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-MSTR-EOF-SW          PIC X(01)  VALUE 'N'.
           88  WS-MSTR-EOF                 VALUE 'Y'.
       77  WS-FILES-OPEN-SW        PIC X(01)  VALUE 'N'.
           88  WS-FILES-OPEN               VALUE 'Y'.
       77  WS-SLDG-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-SLDG-OPEN                VALUE 'Y'.
       77  WS-MJNL-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-MJNL-OPEN                VALUE 'Y'.
       77  WS-PPRO-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-PPRO-OPEN                VALUE 'Y'.
       77  WS-SPLIT-SW             PIC X(01)  VALUE 'N'.
           88  WS-SPLIT-PARTNER            VALUE 'Y'.
       77  WS-COVERED-SW           PIC X(01)  VALUE 'N'.
           88  WS-COVERED                  VALUE 'Y'.
       77  WS-LINE-SHORT-SW        PIC X(01)  VALUE 'N'.
           88  WS-LINE-SHORT               VALUE 'Y'.
       77  WS-DRAW-FAILED-SW       PIC X(01)  VALUE 'N'.
           88  WS-DRAW-FAILED              VALUE 'Y'.
       77  WS-LOST-SW              PIC X(01)  VALUE 'N'.
           88  WS-LOST-COUNTED             VALUE 'Y'.
       77  WS-INS-DONE-SW          PIC X(01)  VALUE 'N'.
           88  WS-INS-DONE                 VALUE 'Y'.
       77  WS-DRAW-FOUND-SW        PIC X(01)  VALUE 'N'.
           88  WS-DRAW-FOUND               VALUE 'Y'.
       77  WS-RANK-TABLE-FULL-SW   PIC X(01)  VALUE 'N'.
           88  WS-RANK-TABLE-FULL          VALUE 'Y'.
       77  WS-DRAW-TABLE-FULL-SW   PIC X(01)  VALUE 'N'.
           88  WS-DRAW-TABLE-FULL          VALUE 'Y'.
       77  WS-GROUP-PRINTED-SW     PIC X(01)  VALUE 'N'.
           88  WS-GROUP-PRINTED            VALUE 'Y'.
       77  WS-SHORT-TABLE-FULL-SW  PIC X(01)  VALUE 'N'.
       77  WS-ITEM-IX              PIC 9(02)  COMP.
       77  WS-MAX-ITEMS            PIC 9(02)  COMP  VALUE 25.
       77  WS-NET-QTY              PIC S9(04) COMP  VALUE ZERO.
       77  WS-AVAIL-QTY            PIC S9(10) COMP  VALUE ZERO.
       77  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-COMMITTED-BEFORE     PIC 9(09)  VALUE ZERO.
       77  WS-LINES-HELD           PIC 9(02)  COMP  VALUE ZERO.

      *-----------------------------------------------------------*
      *    RUN TOTALS                                              *
       77  WS-RECORDS-ALLOCATED    PIC 9(07)  VALUE ZERO.
       77  WS-RECORDS-BACKORDERED  PIC 9(07)  VALUE ZERO.
       77  WS-RECORDS-SKIPPED      PIC 9(07)  VALUE ZERO.
       77  WS-RECORDS-PART-ALLOC   PIC 9(07)  VALUE ZERO.
       77  WS-RECORDS-LOST-RANK    PIC 9(07)  VALUE ZERO.
       77  WS-RECORDS-DEFERRED     PIC 9(07)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    RANKED ALLOCATION TABLE - ONE ENTRY PER ELIGIBLE        *
      *    REQUEST, KEPT IN ASCENDING RANK-KEY ORDER BY INSERTING  *
      *    EACH NEW ENTRY IN PLACE, THE SAME WAY CIF320 KEEPS ITS  *
      *    LATE-RISK TABLE.  THE KEY IS A CLASS BYTE ('1' RUSH,    *
      *    '2' ANY OTHER CODE, '3' NO CODE), THE PRIORITY CODE,    *
      *    THE SHIP DATE (99999999 WHEN NONE), THE LOAD DATE AND   *
      *    THE REQ-ID, SO ONE COMPARE OF THE WHOLE GROUP RANKS IT. *
      *-----------------------------------------------------------*
       77  WS-MAX-RANK-ENTRIES     PIC 9(04)  COMP  VALUE 5000.
       77  WS-RANK-COUNT           PIC 9(04)  COMP  VALUE ZERO.
       77  WS-RANK-SUB             PIC 9(04)  COMP.
       77  WS-INS-IX               PIC 9(04)  COMP.

       01  WS-NEW-RANK-KEY.
           05  WS-NEW-CLASS        PIC X(01).
           05  WS-NEW-PRIORITY     PIC X(01).
           05  WS-NEW-DUE-DATE     PIC 9(08).
           05  WS-NEW-LOAD-DATE    PIC 9(08).
           05  WS-NEW-REQ-ID       PIC 9(06).

       01  WS-RANK-TABLE.
           05  WS-RANK-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-RANK-COUNT.
               10  WS-RANK-KEY.
                   15  WS-RANK-CLASS       PIC X(01).
                   15  WS-RANK-PRIORITY    PIC X(01).
                   15  WS-RANK-DUE-DATE    PIC 9(08).
                   15  WS-RANK-LOAD-DATE   PIC 9(08).
                   15  WS-RANK-REQ-ID      PIC 9(06).

      *-----------------------------------------------------------*
      *    ITEM DRAW TABLE - ONE ENTRY PER DISTINCT ITEM COMMITTED *
      *    THIS RUN, HOLDING THE HIGHEST REQ-ID THAT DREW ON IT.   *
      *    A LATER SHORT LINE ON THE ITEM WITH A LOWER REQ-ID LOST *
      *    THE STOCK TO THAT HIGHER-RANKED REQUEST.                *
      *-----------------------------------------------------------*
       77  WS-MAX-DRAW-ITEMS       PIC 9(03)  COMP  VALUE 500.
       77  WS-DRAW-ITEM-COUNT      PIC 9(03)  COMP  VALUE ZERO.

       01  WS-DRAW-TOTALS.
           05  WS-DRAW-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DRAW-ITEM-COUNT
                   INDEXED BY WS-DRAW-IX.
               10  WS-DRAW-ITEM-ID     PIC X(04).
               10  WS-DRAW-REQ-ID      PIC 9(06).
               10  WS-DRAW-PRIORITY    PIC X(01).
               10  WS-DRAW-DUE-DATE    PIC 9(08).

      *-----------------------------------------------------------*
      *    SHORT-ITEM SUMMARY ACCUMULATOR - ONE ENTRY PER DISTINCT *
           05  FILLER              PIC X(09)  VALUE 'REQUEST '.
           05  GRP-REQ-ID          PIC 9(06).
           05  FILLER              PIC X(12)  VALUE ' BACKORDERED'.
           05  FILLER              PIC X(07)  VALUE '  RANK '.
           05  GRP-RANK            PIC ZZZ9.
           05  FILLER              PIC X(06)  VALUE '  PRI '.
           05  GRP-PRIORITY        PIC X(01).
           05  FILLER              PIC X(06)  VALUE '  DUE '.
           05  GRP-DUE-DATE        PIC 9(08).

       01  WS-LOST-LINE.
           05  FILLER              PIC X(08)  VALUE SPACES.
           05  FILLER              PIC X(36)
               VALUE 'LOST STOCK TO HIGHER-RANKED REQUEST '.
           05  LST-REQ-ID          PIC 9(06).
           05  FILLER              PIC X(06)  VALUE '  PRI '.
           05  LST-PRIORITY        PIC X(01).
           05  FILLER              PIC X(06)  VALUE '  DUE '.
           05  LST-DUE-DATE        PIC 9(08).

       01  WS-PARTIAL-LINE.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  FILLER              PIC X(22)
               VALUE 'PARTIALLY ALLOCATED - '.
           05  PRT-LINES-HELD      PIC Z9.
           05  FILLER              PIC X(40)
               VALUE ' LINE(S) COMMITTED, SHORT LINES WAITING'.

       01  WS-SHORT-LINE.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  SHT-ITEM-ID         PIC X(04).
           05  FILLER              PIC X(09)  VALUE '  NEEDED '.
           05  SHT-QTY-NEEDED      PIC ZZ9.
           05  FILLER              PIC X(12)  VALUE '  AVAILABLE '.
           05  SHT-QTY-AVAILABLE   PIC ZZZZZZZZ9.

       01  WS-SUMMARY-HDR-LINE.
           05  FILLER              PIC X(38)
               VALUE 'REQUESTS BACKORDERED      : '.
           05  TOT-BACKORDERED     PIC ZZZZZZ9.

       01  WS-PART-ALLOC-LINE.
           05  FILLER              PIC X(28)
               VALUE '  OF WHICH PART ALLOCATED : '.
           05  TOT-PART-ALLOC      PIC ZZZZZZ9.

       01  WS-LOST-RANK-LINE.
           05  FILLER              PIC X(28)
               VALUE 'REQUESTS LOST TO RANK     : '.
           05  TOT-LOST-RANK       PIC ZZZZZZ9.

       01  WS-DEFERRED-LINE.
           05  FILLER              PIC X(28)
               VALUE 'REQUESTS LEFT FOR NEXT RUN: '.
           05  TOT-DEFERRED        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
           PERFORM 2000-SWEEP-ONE-REQUEST
               THRU 2000-SWEEP-ONE-REQUEST-EXIT
               UNTIL WS-MSTR-EOF.
           IF WS-FILES-OPEN
               PERFORM 2100-ALLOCATE-REQUEST
                   THRU 2100-ALLOCATE-REQUEST-EXIT
                   VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > WS-RANK-COUNT
           END-IF.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, AND POSITION  *
      *    THE MASTER BROWSE AT THE LOWEST KEY FOR THE RANKING SWEEP.  *
      *    THE STOCK LEDGER IS CUMULATIVE - OPENED EXTEND, CREATED THE *
      *    FIRST TIME - AND IS NOT WORTH STOPPING THE SWEEP FOR IF IT  *
      *    WILL NOT OPEN.  NOR IS THE PARTNER PROFILE FILE: WITHOUT IT *
      *    EVERY REQUEST IS ALLOCATED ALL-OR-NOTHING, AS BEFORE SPLIT  *
      *    SHIPMENTS WERE OFFERED.                                     *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O TC02-MSTR-FILE.
           IF WS-MSTR-STATUS NOT = '00'
               DISPLAY 'CIF170 - OPEN FAILED ON TC02-MSTR-FILE, STATUS='
           END-IF.
           SET WS-FILES-OPEN TO TRUE.

           OPEN EXTEND TC02-SLDG-FILE.
           IF WS-SLDG-STATUS = '35'
               OPEN OUTPUT TC02-SLDG-FILE
           END-IF.
           IF WS-SLDG-STATUS = '00'
               SET WS-SLDG-OPEN TO TRUE
           ELSE
               DISPLAY 'CIF170 - OPEN FAILED ON TC02-SLDG-FILE, STATUS='
                   WS-SLDG-STATUS
           END-IF.

           OPEN EXTEND TC02-MJNL-FILE.
           IF WS-MJNL-STATUS = '35'
               OPEN OUTPUT TC02-MJNL-FILE
           END-IF.
           IF WS-MJNL-STATUS = '00'
               SET WS-MJNL-OPEN TO TRUE
           ELSE
               DISPLAY 'CIF170 - OPEN FAILED ON TC02-MJNL-FILE, STATUS='
                   WS-MJNL-STATUS
           END-IF.

           OPEN INPUT TC02-PPRO-FILE.
           IF WS-PPRO-STATUS = '00'
               SET WS-PPRO-OPEN TO TRUE
           ELSE
               DISPLAY 'CIF170 - OPEN FAILED ON TC02-PPRO-FILE, STATUS='
                   WS-PPRO-STATUS
           END-IF.

           MOVE WS-TITLE-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.

           EXIT.

      ******************************************************************
      *    2000-SWEEP-ONE-REQUEST - ONE MASTER RECORD OF THE RANKING   *
      *    SWEEP.  ONLY UNALLOCATED AND BACKORDERED REQUESTS THAT HAVE *
      *    NOT FULLY SHIPPED ARE ELIGIBLE - A PART-SHIPPED REQUEST     *
      *    STILL OWES LINES AND KEEPS BEING RETRIED; EVERYTHING ELSE   *
      *    IS LEFT ALONE.  THE COUNT IS RANGE-GUARDED HERE, THE SAME   *
      *    RULE EVERY SCANNER OF THIS TABLE APPLIES, SO NO RANKED      *
      *    REQUEST CAN DRIVE THE ITEM SUBSCRIPT WALK OUT OF BOUNDS.    *
      *    AN ELIGIBLE REQUEST IS RANKED INTO THE ALLOCATION TABLE;    *
      *    NOTHING IS DRAWN UNTIL THE WHOLE MASTER HAS BEEN RANKED.    *
      ******************************************************************
       2000-SWEEP-ONE-REQUEST.
           READ TC02-MSTR-FILE NEXT
               GO TO 2000-SWEEP-ONE-REQUEST-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN REQ-PRIORITY IN MSTR-REQ-DATA = 'R'
                   MOVE '1' TO WS-NEW-CLASS
               WHEN REQ-PRIORITY IN MSTR-REQ-DATA NOT = SPACE
                   MOVE '2' TO WS-NEW-CLASS
               WHEN OTHER
                   MOVE '3' TO WS-NEW-CLASS
           END-EVALUATE.
           MOVE REQ-PRIORITY IN MSTR-REQ-DATA TO WS-NEW-PRIORITY.
           IF REQ-SHIP-DATE IN MSTR-REQ-DATA = ZERO
               MOVE 99999999 TO WS-NEW-DUE-DATE
           ELSE
               MOVE REQ-SHIP-DATE IN MSTR-REQ-DATA TO WS-NEW-DUE-DATE
           END-IF.
           MOVE MSTR-LOAD-DATE TO WS-NEW-LOAD-DATE.
           MOVE REQ-ID IN MSTR-REQ-DATA TO WS-NEW-REQ-ID.
           PERFORM 2050-INSERT-RANK-ENTRY
               THRU 2050-INSERT-RANK-ENTRY-EXIT.
       2000-SWEEP-ONE-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      *    2050-INSERT-RANK-ENTRY - GROW THE TABLE BY ONE SLOT AND     *
      *    WALK THE NEW ENTRY DOWN FROM THE END UNTIL NOTHING ABOVE IT *
      *    RANKS BEHIND IT.  WHEN THE TABLE IS FULL A NEW REQUEST THAT *
      *    OUTRANKS THE LAST ENTRY EVICTS IT AND TAKES ITS PLACE IN    *
      *    ORDER; OTHERWISE THE NEW REQUEST ITSELF IS PASSED OVER.     *
      *    EITHER WAY ONE REQUEST IS LEFT UNTOUCHED FOR THE NEXT RUN,  *
      *    AND A ONE-TIME WARNING SAYS SO.                             *
      ******************************************************************
       2050-INSERT-RANK-ENTRY.
           IF WS-RANK-COUNT >= WS-MAX-RANK-ENTRIES
               IF NOT WS-RANK-TABLE-FULL
                   DISPLAY 'CIF170 - RANK TABLE FULL, LOWEST-RANKED '
                       'REQUESTS LEFT FOR NEXT RUN'
                   SET WS-RANK-TABLE-FULL TO TRUE
               END-IF
               ADD 1 TO WS-RECORDS-DEFERRED
               IF WS-NEW-RANK-KEY >= WS-RANK-KEY (WS-RANK-COUNT)
                   GO TO 2050-INSERT-RANK-ENTRY-EXIT
               END-IF
               MOVE WS-RANK-COUNT TO WS-INS-IX
           ELSE
               ADD 1 TO WS-RANK-COUNT
               MOVE WS-RANK-COUNT TO WS-INS-IX
           END-IF.

           MOVE 'N' TO WS-INS-DONE-SW.
           PERFORM 2060-SHIFT-ONE-SLOT
               THRU 2060-SHIFT-ONE-SLOT-EXIT
               UNTIL WS-INS-DONE.
       2050-INSERT-RANK-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    2060-SHIFT-ONE-SLOT - ONE STEP OF THE INSERTION WALK: THE   *
      *    ENTRY ABOVE EITHER SLIDES DOWN A SLOT OR THE NEW REQUEST    *
      *    SETTLES WHERE THE WALK STOPPED.                             *
      ******************************************************************
       2060-SHIFT-ONE-SLOT.
           IF WS-INS-IX > 1
                   AND WS-RANK-KEY (WS-INS-IX - 1) > WS-NEW-RANK-KEY
               MOVE WS-RANK-ENTRY (WS-INS-IX - 1)
                   TO WS-RANK-ENTRY (WS-INS-IX)
               SUBTRACT 1 FROM WS-INS-IX
           ELSE
               MOVE WS-NEW-RANK-KEY TO WS-RANK-KEY (WS-INS-IX)
               SET WS-INS-DONE TO TRUE
           END-IF.
       2060-SHIFT-ONE-SLOT-EXIT.
           EXIT.

      ******************************************************************
      *    2100-ALLOCATE-REQUEST - ONE RANKED REQUEST, READ BACK BY    *
      *    KEY.  AN ALL-OR-NOTHING PARTNER GETS TWO PASSES OVER THE    *
      *    ITEM LINES: FIRST PROVE EVERY LINE IS COVERED BY AVAILABLE  *
      *    STOCK (PRINTING THE SHORT LINES WHEN IT IS NOT), THEN -     *
      *    ONLY WHEN ALL ARE COVERED - COMMIT THE STOCK AND MARK THE   *
      *    REQUEST ALLOCATED.  A SHORT REQUEST COMMITS NOTHING, SO THE *
      *    STOCK IT COULD NOT FILL FROM STAYS AVAILABLE TO THE         *
      *    REQUESTS RANKED BEHIND IT.  A SPLIT-SHIPMENT PARTNER GETS   *
      *    ONE PASS THAT COMMITS EACH LINE IT CAN COVER AND PRINTS     *
      *    EACH ONE IT CANNOT; THE REQUEST IS ALLOCATED ONLY WHEN NO   *
      *    LINE CAME UP SHORT.  EITHER WAY A COMMIT THAT FAILS ON      *
      *    TC02-INVT (WS-DRAW-FAILED) LEAVES THE REQUEST BACKORDERED,  *
      *    HOLDING ONLY THE LINES ALREADY FLAGGED COMMITTED; AN ALL-   *
      *    OR-NOTHING COMMIT PASS STOPS AT THE FAILED LINE.  THE       *
      *    RECORD AS READ IS KEPT AS THE JOURNAL'S BEFORE IMAGE.       *
      ******************************************************************
       2100-ALLOCATE-REQUEST.
           MOVE WS-RANK-REQ-ID (WS-RANK-SUB) TO REQ-ID IN MSTR-REQ-DATA.
           READ TC02-MSTR-FILE.
           IF WS-MSTR-STATUS NOT = '00'
               DISPLAY
                   'CIF170 - READ FAILED ON TC02-MSTR-FILE, STATUS='
                   WS-MSTR-STATUS ', REQUEST '
                   WS-RANK-REQ-ID (WS-RANK-SUB)
               GO TO 2100-ALLOCATE-REQUEST-EXIT
           END-IF.
           IF WS-MJNL-OPEN
               MOVE TC02-MSTR-REC TO MJNL-BEFORE-IMAGE
           END-IF.
           PERFORM 2150-READ-PROFILE
               THRU 2150-READ-PROFILE-EXIT.

           SET WS-COVERED TO TRUE.
           MOVE 'N' TO WS-GROUP-PRINTED-SW.
           MOVE 'N' TO WS-LOST-SW.
           MOVE 'N' TO WS-DRAW-FAILED-SW.
           MOVE ZERO TO WS-LINES-HELD.
           IF WS-SPLIT-PARTNER
               PERFORM 2600-SPLIT-ONE-LINE
                   THRU 2600-SPLIT-ONE-LINE-EXIT
                   VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > MSTR-REQ-COUNT
           ELSE
               PERFORM 2200-CHECK-ONE-LINE
                   THRU 2200-CHECK-ONE-LINE-EXIT
                   VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > MSTR-REQ-COUNT
               IF WS-COVERED
                   PERFORM 2400-DRAW-ONE-LINE
                       THRU 2400-DRAW-ONE-LINE-EXIT
                       VARYING WS-ITEM-IX FROM 1 BY 1
                       UNTIL WS-ITEM-IX > MSTR-REQ-COUNT
                           OR WS-DRAW-FAILED
               END-IF
           END-IF.
           IF WS-DRAW-FAILED
               MOVE 'N' TO WS-COVERED-SW
           END-IF.

           IF WS-COVERED
               SET MSTR-ALLOCATED TO TRUE
               ADD 1 TO WS-RECORDS-ALLOCATED
           ELSE
               SET MSTR-BACKORDERED TO TRUE
               ADD 1 TO WS-RECORDS-BACKORDERED
               IF WS-LINES-HELD > ZERO
                   PERFORM 2700-PRINT-PARTIAL
                       THRU 2700-PRINT-PARTIAL-EXIT
               END-IF
           END-IF.

           REWRITE TC02-MSTR-REC.
               DISPLAY
                   'CIF170 - REWRITE FAILED ON TC02-MSTR-FILE, STATUS='
                   WS-MSTR-STATUS
               GO TO 2100-ALLOCATE-REQUEST-EXIT
           END-IF.
           IF WS-MJNL-OPEN
                   AND TC02-MSTR-REC NOT = MJNL-BEFORE-IMAGE
               PERFORM 2500-WRITE-JOURNAL
                   THRU 2500-WRITE-JOURNAL-EXIT
           END-IF.
       2100-ALLOCATE-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      *    2150-READ-PROFILE - DOES THE REQUEST'S PARTNER ACCEPT SPLIT *
      *    SHIPMENTS?  A BLANK OR UNPROFILED PARTNER ID, OR NO PROFILE *
      *    FILE THIS RUN, MEANS ALL-OR-NOTHING.                        *
      ******************************************************************
       2150-READ-PROFILE.
           MOVE 'N' TO WS-SPLIT-SW.
           IF NOT WS-PPRO-OPEN OR MSTR-PARTNER-ID = SPACES
               GO TO 2150-READ-PROFILE-EXIT
           END-IF.
           MOVE MSTR-PARTNER-ID TO PPRO-PARTNER-ID.
           READ TC02-PPRO-FILE.
           EVALUATE WS-PPRO-STATUS
               WHEN '00'
                   IF PPRO-SPLIT-ALLOC-OK
                       SET WS-SPLIT-PARTNER TO TRUE
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY
                       'CIF170 - READ FAILED ON TC02-PPRO-FILE, STATUS='
                       WS-PPRO-STATUS
           END-EVALUATE.
       2150-READ-PROFILE-EXIT.
           EXIT.

      ******************************************************************
      *    2200-CHECK-ONE-LINE - ONE ITEM LINE OF THE AVAILABILITY     *
      *    PASS.  THE DEMAND IS THE ORDERED QUANTITY NET OF WHAT THE   *
      *    PARTNER ALREADY SHIPPED AGAINST THE LINE, SO A PART-        *
      *    SHIPPED LINE ONLY ASKS FOR WHAT IT STILL OWES; A LINE       *
      *    ALREADY FULLY COVERED ASKS FOR NOTHING.  THE SUPPLY IS      *
      *    ON-HAND LESS WHAT EARLIER ALLOCATIONS ALREADY COMMITTED.    *
      *    AN ITEM NOT ON THE INVENTORY FILE AT ALL IS SHORT THE SAME  *
      *    AS ONE WITH TOO LITTLE STOCK; EITHER WAY THE LINE IS        *
      *    PRINTED AND THE ITEM FOLDED INTO THE SHORT SUMMARY.  A LINE *
      *    AN EARLIER PASS ALREADY COMMITTED ASKS FOR NOTHING MORE;    *
      *    IT IS COUNTED AS HELD.                                      *
      ******************************************************************
       2200-CHECK-ONE-LINE.
           IF MSTR-LINE-COMMITTED (WS-ITEM-IX)
               ADD 1 TO WS-LINES-HELD
               GO TO 2200-CHECK-ONE-LINE-EXIT
           END-IF.
           PERFORM 2250-NET-LINE-DEMAND
               THRU 2250-NET-LINE-DEMAND-EXIT.
           IF WS-NET-QTY <= ZERO
           EVALUATE TRUE
               WHEN WS-INVT-STATUS = '23'
                   MOVE ZERO TO INVT-QTY-ON-HAND
                   MOVE ZERO TO INVT-QTY-COMMITTED
               WHEN WS-INVT-STATUS NOT = '00'
                   DISPLAY
                       'CIF170 - READ FAILED ON TC02-INVT-FILE, STATUS='
                       WS-INVT-STATUS
                   MOVE ZERO TO INVT-QTY-ON-HAND
                   MOVE ZERO TO INVT-QTY-COMMITTED
           END-EVALUATE.
           COMPUTE WS-AVAIL-QTY =
               INVT-QTY-ON-HAND - INVT-QTY-COMMITTED.
           IF WS-AVAIL-QTY < ZERO
               MOVE ZERO TO WS-AVAIL-QTY
           END-IF.

           IF WS-AVAIL-QTY < WS-NET-QTY
               MOVE 'N' TO WS-COVERED-SW
               SET WS-LINE-SHORT TO TRUE
               PERFORM 2300-PRINT-SHORT-LINE
                   THRU 2300-PRINT-SHORT-LINE-EXIT
           END-IF.

      ******************************************************************
      *    2300-PRINT-SHORT-LINE - EMIT THE BACKORDERED GROUP HEADING  *
      *    (FIRST SHORT LINE IN A REQUEST ONLY) WITH THE REQUEST'S     *
      *    RANK, AND THE SHORT DETAIL, NOTE ANY HIGHER-RANKED REQUEST  *
      *    THAT TOOK THE STOCK, AND COUNT THE REQUEST AGAINST THE ITEM *
      *    IN THE SUMMARY.                                             *
      ******************************************************************
       2300-PRINT-SHORT-LINE.
           IF NOT WS-GROUP-PRINTED
               MOVE REQ-ID IN MSTR-REQ-DATA TO GRP-REQ-ID
               MOVE WS-RANK-SUB TO GRP-RANK
               MOVE REQ-PRIORITY IN MSTR-REQ-DATA TO GRP-PRIORITY
               MOVE REQ-SHIP-DATE IN MSTR-REQ-DATA TO GRP-DUE-DATE
               MOVE WS-GROUP-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               SET WS-GROUP-PRINTED TO TRUE
           MOVE REQ-ITEM-ID IN MSTR-REQ-DATA (WS-ITEM-IX)
               TO SHT-ITEM-ID.
           MOVE WS-NET-QTY       TO SHT-QTY-NEEDED.
           MOVE WS-AVAIL-QTY     TO SHT-QTY-AVAILABLE.
           MOVE WS-SHORT-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.

           PERFORM 2320-CHECK-LOST-TO-RANK
               THRU 2320-CHECK-LOST-TO-RANK-EXIT.
           PERFORM 2350-COUNT-SHORT-ITEM
               THRU 2350-COUNT-SHORT-ITEM-EXIT.
       2300-PRINT-SHORT-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    2320-CHECK-LOST-TO-RANK - WAS THE SHORT LINE'S ITEM DRAWN   *
      *    EARLIER THIS RUN BY A REQUEST WITH A HIGHER REQ-ID?  THAT   *
      *    REQUEST RANKED AHEAD OF THIS ONE BUT WOULD HAVE COME AFTER  *
      *    IT IN REQ-ID ORDER, SO THIS REQUEST LOST THE STOCK TO THE   *
      *    RANKING.  THE LINE NAMES IT, AND THE REQUEST IS COUNTED     *
      *    ONCE HOWEVER MANY OF ITS LINES LOST OUT.                    *
      ******************************************************************
       2320-CHECK-LOST-TO-RANK.
           IF WS-DRAW-ITEM-COUNT = ZERO
               GO TO 2320-CHECK-LOST-TO-RANK-EXIT
           END-IF.
           MOVE 'N' TO WS-DRAW-FOUND-SW.
           SET WS-DRAW-IX TO 1.
           SEARCH WS-DRAW-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DRAW-ITEM-ID (WS-DRAW-IX)
                       = REQ-ITEM-ID IN MSTR-REQ-DATA (WS-ITEM-IX)
                   SET WS-DRAW-FOUND TO TRUE
           END-SEARCH.
           IF NOT WS-DRAW-FOUND
               GO TO 2320-CHECK-LOST-TO-RANK-EXIT
           END-IF.
           IF WS-DRAW-REQ-ID (WS-DRAW-IX) NOT > REQ-ID IN MSTR-REQ-DATA
               GO TO 2320-CHECK-LOST-TO-RANK-EXIT
           END-IF.

           MOVE WS-DRAW-REQ-ID (WS-DRAW-IX)   TO LST-REQ-ID.
           MOVE WS-DRAW-PRIORITY (WS-DRAW-IX) TO LST-PRIORITY.
           MOVE WS-DRAW-DUE-DATE (WS-DRAW-IX) TO LST-DUE-DATE.
           MOVE WS-LOST-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           IF NOT WS-LOST-COUNTED
               ADD 1 TO WS-RECORDS-LOST-RANK
               SET WS-LOST-COUNTED TO TRUE
           END-IF.
       2320-CHECK-LOST-TO-RANK-EXIT.
           EXIT.

      ******************************************************************
      *    2350-COUNT-SHORT-ITEM - FOLD ONE SHORT LINE'S ITEM INTO THE *
      *    SUMMARY ACCUMULATOR, ADDING A NEW ENTRY THE FIRST TIME THE  *
           EXIT.

      ******************************************************************
      *    2400-DRAW-ONE-LINE - ONE ITEM LINE OF THE COMMIT PASS.      *
      *    ONLY THE NETTED DEMAND IS COMMITTED - QUANTITY THE PARTNER  *
      *    ALREADY SHIPPED AGAINST THE LINE IS NOT ALLOCATED A SECOND  *
      *    TIME, AND A FULLY COVERED LINE COMMITS NOTHING.  ON-HAND IS *
      *    LEFT ALONE - THE STOCK IS STILL ON THE SHELF UNTIL CIF310   *
      *    POSTS THE SHIPMENT.  THE AVAILABILITY PASS ALREADY PROVED   *
      *    THE STOCK IS THERE, SO A MISS OR A SHORT READ HERE IS A     *
      *    GENUINE ERROR WORTH THE CONSOLE.  EACH COMMIT THAT REWRITES *
      *    CLEANLY IS LEDGERED, FLAGS THE LINE COMMITTED, AND IS NOTED *
      *    AGAINST THE ITEM FOR THE LOST-TO-RANK CHECK; ONE THAT DOES  *
      *    NOT IS LEFT UNFLAGGED AND SETS WS-DRAW-FAILED FOR 2100.  A  *
      *    LINE AN EARLIER PASS ALREADY COMMITTED IS NOT DRAWN AGAIN.  *
      ******************************************************************
       2400-DRAW-ONE-LINE.
           IF MSTR-LINE-COMMITTED (WS-ITEM-IX)
               GO TO 2400-DRAW-ONE-LINE-EXIT
           END-IF.
           PERFORM 2250-NET-LINE-DEMAND
               THRU 2250-NET-LINE-DEMAND-EXIT.
           IF WS-NET-QTY <= ZERO
               DISPLAY
                   'CIF170 - READ FAILED ON TC02-INVT-FILE, STATUS='
                   WS-INVT-STATUS
               SET WS-DRAW-FAILED TO TRUE
               GO TO 2400-DRAW-ONE-LINE-EXIT
           END-IF.

           MOVE INVT-QTY-COMMITTED TO WS-COMMITTED-BEFORE.
           ADD WS-NET-QTY TO INVT-QTY-COMMITTED.
           REWRITE TC02-INVT-REC.
           IF WS-INVT-STATUS NOT = '00'
               DISPLAY
                   'CIF170 - REWRITE FAILED ON TC02-INVT-FILE, STATUS='
                   WS-INVT-STATUS
               SET WS-DRAW-FAILED TO TRUE
               GO TO 2400-DRAW-ONE-LINE-EXIT
           END-IF.
           IF WS-SLDG-OPEN
               PERFORM 2450-WRITE-LEDGER
                   THRU 2450-WRITE-LEDGER-EXIT
           END-IF.
           SET MSTR-LINE-COMMITTED (WS-ITEM-IX) TO TRUE.
           ADD 1 TO WS-LINES-HELD.
           PERFORM 2420-NOTE-DRAW
               THRU 2420-NOTE-DRAW-EXIT.
       2400-DRAW-ONE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    2420-NOTE-DRAW - RECORD THAT THE REQUEST DREW ON THE LINE'S *
      *    ITEM, KEEPING THE HIGHEST REQ-ID TO HAVE DONE SO THIS RUN.  *
      ******************************************************************
       2420-NOTE-DRAW.
           MOVE 'N' TO WS-DRAW-FOUND-SW.
           IF WS-DRAW-ITEM-COUNT > ZERO
               SET WS-DRAW-IX TO 1
               SEARCH WS-DRAW-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DRAW-ITEM-ID (WS-DRAW-IX)
                           = REQ-ITEM-ID IN MSTR-REQ-DATA (WS-ITEM-IX)
                       SET WS-DRAW-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF NOT WS-DRAW-FOUND
               PERFORM 2430-ADD-DRAW-ITEM
                   THRU 2430-ADD-DRAW-ITEM-EXIT
           END-IF.
           IF NOT WS-DRAW-FOUND
               GO TO 2420-NOTE-DRAW-EXIT
           END-IF.
           IF REQ-ID IN MSTR-REQ-DATA > WS-DRAW-REQ-ID (WS-DRAW-IX)
               MOVE REQ-ID IN MSTR-REQ-DATA
                   TO WS-DRAW-REQ-ID (WS-DRAW-IX)
               MOVE REQ-PRIORITY IN MSTR-REQ-DATA
                   TO WS-DRAW-PRIORITY (WS-DRAW-IX)
               MOVE REQ-SHIP-DATE IN MSTR-REQ-DATA
                   TO WS-DRAW-DUE-DATE (WS-DRAW-IX)
           END-IF.
       2420-NOTE-DRAW-EXIT.
           EXIT.

      ******************************************************************
      *    2430-ADD-DRAW-ITEM - GROW THE DRAW TABLE BY ONE ITEM, OR    *
      *    LOG A ONE-TIME WARNING AND LEAVE THE ITEM UNTRACKED WHEN    *
      *    THE TABLE IS ALREADY AT WS-MAX-DRAW-ITEMS.                  *
      ******************************************************************
       2430-ADD-DRAW-ITEM.
           IF WS-DRAW-ITEM-COUNT < WS-MAX-DRAW-ITEMS
               ADD 1 TO WS-DRAW-ITEM-COUNT
               SET WS-DRAW-IX TO WS-DRAW-ITEM-COUNT
               MOVE REQ-ITEM-ID IN MSTR-REQ-DATA (WS-ITEM-IX)
                   TO WS-DRAW-ITEM-ID (WS-DRAW-IX)
               MOVE ZERO TO WS-DRAW-REQ-ID (WS-DRAW-IX)
               SET WS-DRAW-FOUND TO TRUE
           ELSE
               IF NOT WS-DRAW-TABLE-FULL
                   DISPLAY
                       'CIF170 - DRAW TABLE FULL, SOME ITEMS UNTRACKED'
                   SET WS-DRAW-TABLE-FULL TO TRUE
               END-IF
           END-IF.
       2430-ADD-DRAW-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    2450-WRITE-LEDGER - APPEND ONE AL ROW TO TC02-SLDG FOR THE  *
      *    COMMIT JUST MADE.  ON-HAND IS UNCHANGED BY AN ALLOCATION.   *
      ******************************************************************
       2450-WRITE-LEDGER.
           MOVE WS-RUN-DATE        TO SLDG-POST-DATE.
           ACCEPT SLDG-POST-TIME FROM TIME.
           MOVE 'CIF170'           TO SLDG-PROGRAM.
           MOVE INVT-ITEM-ID       TO SLDG-ITEM-ID.
           SET SLDG-ALLOCATE       TO TRUE.
           MOVE REQ-ID IN MSTR-REQ-DATA TO SLDG-REFERENCE.
           MOVE INVT-QTY-ON-HAND   TO SLDG-ON-HAND-BEFORE.
           MOVE INVT-QTY-ON-HAND   TO SLDG-ON-HAND-AFTER.
           MOVE WS-COMMITTED-BEFORE TO SLDG-COMMITTED-BEFORE.
           MOVE INVT-QTY-COMMITTED TO SLDG-COMMITTED-AFTER.
           WRITE TC02-SLDG-REC.
           IF WS-SLDG-STATUS NOT = '00'
               DISPLAY
                   'CIF170 - WRITE FAILED ON TC02-SLDG-FILE, STATUS='
                   WS-SLDG-STATUS
           END-IF.
       2450-WRITE-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      *    2500-WRITE-JOURNAL - APPEND ONE AL ROW TO TC02-MJNL FOR THE *
      *    MASTER RECORD JUST REWRITTEN                                *
      ******************************************************************
       2500-WRITE-JOURNAL.
           MOVE REQ-ID IN MSTR-REQ-DATA TO MJNL-REQ-ID.
           MOVE WS-RUN-DATE        TO MJNL-JRNL-DATE.
           ACCEPT MJNL-JRNL-TIME FROM TIME.
           MOVE 'CIF170'           TO MJNL-PROGRAM.
           SET MJNL-FUNC-ALLOCATE  TO TRUE.
           MOVE SPACES             TO MJNL-TERMINAL.
           MOVE SPACES             TO MJNL-USER.
           MOVE TC02-MSTR-REC      TO MJNL-AFTER-IMAGE.
           WRITE TC02-MJNL-REC.
           IF WS-MJNL-STATUS NOT = '00'
               DISPLAY
                   'CIF170 - WRITE FAILED ON TC02-MJNL-FILE, STATUS='
                   WS-MJNL-STATUS
           END-IF.
       2500-WRITE-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      *    2600-SPLIT-ONE-LINE - ONE ITEM LINE OF A SPLIT-SHIPMENT     *
      *    PARTNER'S REQUEST: PROVE IT IS COVERED AND, WHEN IT IS,     *
      *    COMMIT IT STRAIGHT AWAY.  A SHORT LINE IS PRINTED AND LEFT  *
      *    FOR A LATER PASS WITHOUT HOLDING BACK THE OTHER LINES.      *
      ******************************************************************
       2600-SPLIT-ONE-LINE.
           MOVE 'N' TO WS-LINE-SHORT-SW.
           PERFORM 2200-CHECK-ONE-LINE
               THRU 2200-CHECK-ONE-LINE-EXIT.
           IF NOT WS-LINE-SHORT
               PERFORM 2400-DRAW-ONE-LINE
                   THRU 2400-DRAW-ONE-LINE-EXIT
           END-IF.
       2600-SPLIT-ONE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    2700-PRINT-PARTIAL - A BACKORDERED REQUEST THAT NONETHELESS *
      *    HOLDS COMMITTED STOCK ON SOME OF ITS LINES                  *
      ******************************************************************
       2700-PRINT-PARTIAL.
           MOVE WS-LINES-HELD TO PRT-LINES-HELD.
           MOVE WS-PARTIAL-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           ADD 1 TO WS-RECORDS-PART-ALLOC.
       2700-PRINT-PARTIAL-EXIT.
           EXIT.

      ******************************************************************
      *    3000-TERMINATE - PRINT THE SHORT-ITEM SUMMARY AND TOTALS,   *
      *    CLOSE FILES, AND REPORT RUN TOTALS                          *
               MOVE WS-RECORDS-BACKORDERED TO TOT-BACKORDERED
               MOVE WS-BACKORDERED-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-RECORDS-PART-ALLOC TO TOT-PART-ALLOC
               MOVE WS-PART-ALLOC-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-RECORDS-LOST-RANK TO TOT-LOST-RANK
               MOVE WS-LOST-RANK-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-RECORDS-DEFERRED TO TOT-DEFERRED
               MOVE WS-DEFERRED-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               CLOSE TC02-MSTR-FILE
                     TC02-INVT-FILE
                     TC02-RPT-FILE
           END-IF.
           IF WS-SLDG-OPEN
               CLOSE TC02-SLDG-FILE
           END-IF.
           IF WS-MJNL-OPEN
               CLOSE TC02-MJNL-FILE
           END-IF.
           IF WS-PPRO-OPEN
               CLOSE TC02-PPRO-FILE
           END-IF.

           DISPLAY 'CIF170 - REQUESTS SWEPT     : ' WS-RECORDS-SWEPT.
           DISPLAY 'CIF170 - REQUESTS ALLOCATED : '
               WS-RECORDS-BACKORDERED.
           DISPLAY 'CIF170 - REQUESTS SKIPPED   : '
               WS-RECORDS-SKIPPED.
           DISPLAY 'CIF170 - REQUESTS PART ALLOC: '
               WS-RECORDS-PART-ALLOC.
           DISPLAY 'CIF170 - REQUESTS LOST RANK : '
               WS-RECORDS-LOST-RANK.
           DISPLAY 'CIF170 - REQUESTS DEFERRED  : '
               WS-RECORDS-DEFERRED.
       3000-TERMINATE-EXIT.
           EXIT.

