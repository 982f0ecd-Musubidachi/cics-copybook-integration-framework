      *                         REWRITES THE OLD IMAGE IN PLACE - THE
      *                         LATER LIFE OF THE REQUEST SUPERSEDES
      *                         THE EARLIER ONE.
      *        2026-10-15  DLO  ARCHIVING AN ALLOCATED REQUEST THAT
      *                         HAS NOT FULLY SHIPPED NOW RELEASES THE
      *                         STOCK CIF170 COMMITTED TO ITS UNSHIPPED
      *                         LINES BACK TO TC02-INVT, INSTEAD OF
      *                         LEAVING IT COMMITTED TO A REQUEST THAT
      *                         NO LONGER EXISTS ON THE MASTER.
      *        2026-10-15  DLO  EVERY RELEASE IS NOW WRITTEN TO THE
      *                         TC02-SLDG STOCK LEDGER AS AN RL ROW
      *                         CARRYING THE REQ-ID.  A LEDGER THAT
      *                         WILL NOT OPEN IS LOGGED AND THE SWEEP
      *                         RUNS ON WITHOUT IT.
      *        2026-10-15  DLO  THE OWNING PARTNER (MSTR-PARTNER-ID)
      *                         IS NOW CARRIED ONTO THE ARCHIVE.
      *        2026-10-15  DLO  EVERY REQUEST DELETED FROM THE MASTER
      *                         IS NOW JOURNALED TO TC02-MJNL AS AN AR
      *                         ROW CARRYING THE RECORD AS IT STOOD.
      *        2026-10-15  DLO  CIF170 CAN NOW COMMIT STOCK TO SOME
      *                         LINES OF A BACKORDERED REQUEST
      *                         (MSTR-LINE-ALLOC-FLAG).  THOSE LINES
      *                         ARE RELEASED ON ARCHIVE TOO; THE FLAGS
      *                         ARE SAVED BEFORE THE MASTER DELETE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIF140.
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

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

           SELECT TC02-RPT-FILE   ASSIGN TO TC02CRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  TC02-XREF-FILE.
           COPY TC02-XREF.

       FD  TC02-INVT-FILE.
           COPY TC02-INVT.

       FD  TC02-SLDG-FILE
           RECORDING MODE IS F.
           COPY TC02-SLDG.

       FD  TC02-MJNL-FILE
           RECORDING MODE IS F.
           COPY TC02-MJNL.

       FD  TC02-RPT-FILE
           RECORDING MODE IS F.
       01  TC02-RPT-LINE               PIC X(132).
       77  WS-MSTR-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-HIST-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-XREF-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-INVT-STATUS          PIC X(02)  VALUE SPACES.
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

      *-----------------------------------------------------------*
      *    RETENTION CONTROL AND DAY-NUMBER WORK AREAS             *
       77  WS-DAYS-HELD            PIC S9(05) COMP  VALUE ZERO.
       77  WS-ITEM-IX              PIC 9(02)  COMP.
       77  WS-MAX-ITEMS            PIC 9(02)  COMP  VALUE 25.
       77  WS-RELEASE-QTY          PIC S9(04) COMP  VALUE ZERO.
       77  WS-COMMITTED-BEFORE     PIC 9(09)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    LINE COMMITMENT FLAGS OF THE REQUEST BEING ARCHIVED,    *
      *    SAVED OFF THE MASTER BEFORE IT IS DELETED               *
      *-----------------------------------------------------------*
       01  WS-LINE-ALLOC-TABLE.
           05  WS-LINE-ALLOC-FLAG  PIC X(01)  OCCURS 25 TIMES.
               88  WS-LINE-COMMITTED           VALUE 'C'.

      *-----------------------------------------------------------*
      *    RUN TOTALS                                              *
       77  WS-RECORDS-SWEPT        PIC 9(07)  VALUE ZERO.
       77  WS-RECORDS-ARCHIVED     PIC 9(07)  VALUE ZERO.
       77  WS-RECORDS-RETAINED     PIC 9(07)  VALUE ZERO.
       77  WS-STOCK-RELEASED       PIC 9(07)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    REPORT LINES                                            *
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O TC02-INVT-FILE.
           IF WS-INVT-STATUS NOT = '00'
               DISPLAY 'CIF140 - OPEN FAILED ON TC02-INVT-FILE, STATUS='
                   WS-INVT-STATUS
               SET WS-MSTR-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT TC02-RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CIF140 - OPEN FAILED ON TC02-RPT-FILE, STATUS='
           END-IF.
           SET WS-FILES-OPEN TO TRUE.

           OPEN EXTEND TC02-SLDG-FILE.
           IF WS-SLDG-STATUS = '35'
               OPEN OUTPUT TC02-SLDG-FILE
           END-IF.
           IF WS-SLDG-STATUS = '00'
               SET WS-SLDG-OPEN TO TRUE
           ELSE
               DISPLAY 'CIF140 - OPEN FAILED ON TC02-SLDG-FILE, STATUS='
                   WS-SLDG-STATUS
           END-IF.

           OPEN EXTEND TC02-MJNL-FILE.
           IF WS-MJNL-STATUS = '35'
               OPEN OUTPUT TC02-MJNL-FILE
           END-IF.
           IF WS-MJNL-STATUS = '00'
               SET WS-MJNL-OPEN TO TRUE
           ELSE
               DISPLAY 'CIF140 - OPEN FAILED ON TC02-MJNL-FILE, STATUS='
                   WS-MJNL-STATUS
           END-IF.

           MOVE WS-TITLE-LINE  TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-COLUMN-LINE TO TC02-RPT-LINE.
      *    STAMP THE ARCHIVE DATE, DELETE IT FROM THE MASTER, AND      *
      *    LIST IT ON THE CONTROL REPORT.  THE DELETE IS SKIPPED IF    *
      *    THE HISTORY WRITE FAILED - LOSING A REQUEST OUTRIGHT IS     *
      *    WORSE THAN SWEEPING IT AGAIN NEXT RUN.  AN ALLOCATED OR     *
      *    BACKORDERED REQUEST NOT YET FULLY SHIPPED MAY STILL HOLD    *
      *    COMMITTED STOCK, WHICH IS RELEASED ONCE THE MASTER IS GONE. *
      ******************************************************************
       2100-ARCHIVE-REQUEST.
           MOVE WS-RUN-DATE TO HIST-ARCHIVE-DATE.
           MOVE MSTR-SHIP-DATE    TO HIST-SHIP-DATE.
           MOVE MSTR-ALLOC-STATUS TO HIST-ALLOC-STATUS.
           MOVE MSTR-SHIP-ITEM-TABLE TO HIST-SHIP-ITEM-TABLE.
           MOVE MSTR-PARTNER-ID   TO HIST-PARTNER-ID.
           MOVE MSTR-LINE-ALLOC-TABLE TO WS-LINE-ALLOC-TABLE.

           WRITE TC02-HIST-REC.
           IF WS-HIST-STATUS = '22'
               GO TO 2100-ARCHIVE-REQUEST-EXIT
           END-IF.
           ADD 1 TO WS-RECORDS-ARCHIVED.
           IF WS-MJNL-OPEN
               PERFORM 2370-WRITE-JOURNAL
                   THRU 2370-WRITE-JOURNAL-EXIT
           END-IF.

           PERFORM 2200-DELETE-XREF-ROWS
               THRU 2200-DELETE-XREF-ROWS-EXIT.

           IF (HIST-ALLOCATED OR HIST-BACKORDERED)
                   AND NOT HIST-SHIPPED
               PERFORM 2300-RELEASE-COMMITTED
                   THRU 2300-RELEASE-COMMITTED-EXIT
           END-IF.

           MOVE REQ-ID IN HIST-REQ-DATA TO DTL-REQ-ID.
           MOVE HIST-LOAD-DATE          TO DTL-LOAD-DATE.
           MOVE HIST-SHIP-STATUS        TO DTL-SHIP-STATUS.
       2250-DELETE-ONE-XREF-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    2300-RELEASE-COMMITTED - GIVE BACK THE STOCK CIF170         *
      *    COMMITTED TO THE ARCHIVED REQUEST.  EACH COMMITTED LINE     *
      *    HOLDS WHAT IT ORDERED LESS WHAT HAS ALREADY SHIPPED; CIF310 *
      *    RELIEVED THE SHIPPED PART WHEN IT POSTED.  WORKS OFF THE    *
      *    HISTORY IMAGE, THE MASTER RECORD HAVING BEEN DELETED.  THE  *
      *    COUNT IS RANGE-GUARDED THE SAME WAY AS IN 2200.             *
      ******************************************************************
       2300-RELEASE-COMMITTED.
           IF HIST-REQ-COUNT >= 1 AND HIST-REQ-COUNT <= WS-MAX-ITEMS
               PERFORM 2350-RELEASE-ONE-LINE
                   THRU 2350-RELEASE-ONE-LINE-EXIT
                   VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > HIST-REQ-COUNT
           END-IF.
       2300-RELEASE-COMMITTED-EXIT.
           EXIT.

      ******************************************************************
      *    2350-RELEASE-ONE-LINE - ONE LINE'S UNSHIPPED QUANTITY BACK  *
      *    OFF INVT-QTY-COMMITTED, NEVER BELOW ZERO.  A LINE ALREADY   *
      *    COVERED, OR LEFT SHORT ON A BACKORDERED REQUEST, HOLDS      *
      *    NOTHING.  AN ITEM WITH NO INVENTORY ROW IS LOGGED AND       *
      *    SKIPPED.  A RELEASE THAT REWRITES CLEANLY IS LEDGERED.      *
      ******************************************************************
       2350-RELEASE-ONE-LINE.
           IF NOT HIST-ALLOCATED
                   AND NOT WS-LINE-COMMITTED (WS-ITEM-IX)
               GO TO 2350-RELEASE-ONE-LINE-EXIT
           END-IF.
           COMPUTE WS-RELEASE-QTY =
               REQ-ITEM-QTY IN HIST-REQ-DATA (WS-ITEM-IX)
               - HIST-ITEM-QTY-SHIPPED (WS-ITEM-IX).
           IF WS-RELEASE-QTY NOT > ZERO
               GO TO 2350-RELEASE-ONE-LINE-EXIT
           END-IF.

           MOVE REQ-ITEM-ID IN HIST-REQ-DATA (WS-ITEM-IX)
               TO INVT-ITEM-ID.
           READ TC02-INVT-FILE.
           IF WS-INVT-STATUS NOT = '00'
               DISPLAY
                   'CIF140 - READ FAILED ON TC02-INVT-FILE, STATUS='
                   WS-INVT-STATUS ', ITEM ' INVT-ITEM-ID
               GO TO 2350-RELEASE-ONE-LINE-EXIT
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
                   'CIF140 - REWRITE FAILED ON TC02-INVT-FILE, STATUS='
                   WS-INVT-STATUS
               GO TO 2350-RELEASE-ONE-LINE-EXIT
           END-IF.
           ADD WS-RELEASE-QTY TO WS-STOCK-RELEASED.
           IF WS-SLDG-OPEN
               PERFORM 2360-WRITE-LEDGER
                   THRU 2360-WRITE-LEDGER-EXIT
           END-IF.
       2350-RELEASE-ONE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    2360-WRITE-LEDGER - APPEND ONE RL ROW TO TC02-SLDG FOR THE  *
      *    RELEASE JUST POSTED.  ON-HAND IS UNCHANGED BY A RELEASE.    *
      ******************************************************************
       2360-WRITE-LEDGER.
           MOVE WS-RUN-DATE        TO SLDG-POST-DATE.
           ACCEPT SLDG-POST-TIME FROM TIME.
           MOVE 'CIF140'           TO SLDG-PROGRAM.
           MOVE INVT-ITEM-ID       TO SLDG-ITEM-ID.
           SET SLDG-RELEASE        TO TRUE.
           MOVE REQ-ID IN HIST-REQ-DATA TO SLDG-REFERENCE.
           MOVE INVT-QTY-ON-HAND   TO SLDG-ON-HAND-BEFORE.
           MOVE INVT-QTY-ON-HAND   TO SLDG-ON-HAND-AFTER.
           MOVE WS-COMMITTED-BEFORE TO SLDG-COMMITTED-BEFORE.
           MOVE INVT-QTY-COMMITTED TO SLDG-COMMITTED-AFTER.
           WRITE TC02-SLDG-REC.
           IF WS-SLDG-STATUS NOT = '00'
               DISPLAY
                   'CIF140 - WRITE FAILED ON TC02-SLDG-FILE, STATUS='
                   WS-SLDG-STATUS
           END-IF.
       2360-WRITE-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      *    2370-WRITE-JOURNAL - APPEND ONE AR ROW TO TC02-MJNL FOR THE *
      *    REQUEST JUST DELETED.  THE RECORD AREA STILL HOLDS THE      *
      *    MASTER AS IT WAS READ, WHICH IS THE BEFORE IMAGE.           *
      ******************************************************************
       2370-WRITE-JOURNAL.
           MOVE REQ-ID IN MSTR-REQ-DATA TO MJNL-REQ-ID.
           MOVE WS-RUN-DATE        TO MJNL-JRNL-DATE.
           ACCEPT MJNL-JRNL-TIME FROM TIME.
           MOVE 'CIF140'           TO MJNL-PROGRAM.
           SET MJNL-FUNC-ARCHIVE   TO TRUE.
           MOVE SPACES             TO MJNL-TERMINAL.
           MOVE SPACES             TO MJNL-USER.
           MOVE TC02-MSTR-REC      TO MJNL-BEFORE-IMAGE.
           MOVE SPACES             TO MJNL-AFTER-IMAGE.
           WRITE TC02-MJNL-REC.
           IF WS-MJNL-STATUS NOT = '00'
               DISPLAY
                   'CIF140 - WRITE FAILED ON TC02-MJNL-FILE, STATUS='
                   WS-MJNL-STATUS
           END-IF.
       2370-WRITE-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      *    3000-TERMINATE - PRINT TOTALS AND CLOSE FILES               *
      ******************************************************************
               CLOSE TC02-MSTR-FILE
                     TC02-HIST-FILE
                     TC02-XREF-FILE
                     TC02-INVT-FILE
                     TC02-RPT-FILE
           END-IF.
           IF WS-SLDG-OPEN
               CLOSE TC02-SLDG-FILE
           END-IF.
           IF WS-MJNL-OPEN
               CLOSE TC02-MJNL-FILE
           END-IF.

           DISPLAY 'CIF140 - REQUESTS SWEPT     : ' WS-RECORDS-SWEPT.
           DISPLAY 'CIF140 - REQUESTS ARCHIVED  : '
               WS-RECORDS-ARCHIVED.
           DISPLAY 'CIF140 - REQUESTS RETAINED  : '
               WS-RECORDS-RETAINED.
           DISPLAY 'CIF140 - STOCK RELEASED     : '
               WS-STOCK-RELEASED.
       3000-TERMINATE-EXIT.
           EXIT.
