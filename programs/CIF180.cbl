      ******************************************************************
      *    PROGRAM-ID.  CIF180
      *    AUTHOR.      D. L. OKAFOR, BATCH INTEGRATION GROUP
      *    INSTALLATION. COPYBOOK INTEGRATION FRAMEWORK
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        DAILY INVENTORY TRANSACTION POSTING.  READS THE
      *        WAREHOUSE'S TC02-ITXN FILE - RECEIPTS, ADJUSTMENTS UP
      *        AND DOWN, AND CYCLE COUNTS - EDITS EACH ROW, AND POSTS
      *        THE CLEAN ONES TO INVT-QTY-ON-HAND ON TC02-INVT, SO
      *        STOCK IS NO LONGER RELOADED BY HAND AND A BACKORDERED
      *        REQUEST CAN ALLOCATE ON THE NEXT CIF170 PASS AFTER ITS
      *        STOCK IS RECEIVED.  RUN AHEAD OF CIF170.
      *
      *        A ROW IS REJECTED WHEN ITS TYPE IS UNKNOWN, ITS
      *        QUANTITY IS NOT NUMERIC (OR IS ZERO ON ANYTHING BUT A
      *        COUNT), ITS ITEM IS NOT ON TC02-ITEM, OR IT IS A
      *        RECEIPT OR ADJUSTMENT UP FOR AN ITEM FLAGGED INACTIVE -
      *        A DISCONTINUED ITEM CAN STILL BE COUNTED OR WRITTEN OFF
      *        BUT TAKES NO NEW STOCK.  AN ADJUSTMENT DOWN MAY NOT
      *        TAKE ON-HAND BELOW ZERO; THE WAREHOUSE COUNTS THE SHELF
      *        INSTEAD.  A RECEIPT, ADJUSTMENT UP, OR COUNT FOR AN
      *        ITEM WITH NO TC02-INVT ROW YET CREATES ONE.
      *        COMMITTED STOCK IS NEVER TOUCHED HERE.
      *
      *        EVERY POSTING IS APPENDED TO THE TC02-SLDG STOCK
      *        LEDGER WITH THE ON-HAND AND COMMITTED QUANTITIES
      *        BEFORE AND AFTER.  THE CONTROL REPORT LISTS EACH
      *        POSTING AND EACH REJECT WITH ITS REASON IN FILE ORDER,
      *        THEN THE NET ON-HAND MOVEMENT PER ITEM AND THE RUN
      *        TOTALS.
      *
      *    MODIFICATION HISTORY.
      *        2026-10-15  DLO  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIF180.
       AUTHOR.      D. L. OKAFOR.
       INSTALLATION. COPYBOOK INTEGRATION FRAMEWORK.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TC02-ITXN-FILE  ASSIGN TO TC02ITXN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ITXN-STATUS.

           SELECT TC02-ITEM-FILE  ASSIGN TO TC02ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT TC02-RPT-FILE   ASSIGN TO TC02IRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TC02-ITXN-FILE
           RECORDING MODE IS F.
           COPY TC02-ITXN.

       FD  TC02-ITEM-FILE.
           COPY TC02-ITEM.

       FD  TC02-INVT-FILE.
           COPY TC02-INVT.

       FD  TC02-SLDG-FILE
           RECORDING MODE IS F.
           COPY TC02-SLDG.

       FD  TC02-RPT-FILE
           RECORDING MODE IS F.
       01  TC02-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                *
      *-----------------------------------------------------------*
       77  WS-ITXN-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-IREF-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-INVT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-SLDG-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       77  WS-FILES-OPEN-SW        PIC X(01)  VALUE 'N'.
           88  WS-FILES-OPEN               VALUE 'Y'.
       77  WS-INVT-FOUND-SW        PIC X(01)  VALUE 'N'.
           88  WS-INVT-FOUND               VALUE 'Y'.
       77  WS-NET-TABLE-FULL-SW    PIC X(01)  VALUE 'N'.
           88  WS-NET-TABLE-FULL           VALUE 'Y'.

      *-----------------------------------------------------------*
      *    POSTING WORK AREAS                                      *
      *-----------------------------------------------------------*
       77  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-REJECT-REASON        PIC X(30)  VALUE SPACES.
       77  WS-ITEM-DESC            PIC X(25)  VALUE SPACES.
       77  WS-ON-HAND-BEFORE       PIC 9(09)  VALUE ZERO.
       77  WS-MOVEMENT-QTY         PIC S9(10) COMP  VALUE ZERO.

      *-----------------------------------------------------------*
      *    RUN TOTALS                                              *
      *-----------------------------------------------------------*
       77  WS-RECORDS-READ         PIC 9(07)  VALUE ZERO.
       77  WS-RECORDS-POSTED       PIC 9(07)  VALUE ZERO.
       77  WS-RECORDS-REJECTED     PIC 9(07)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    NET MOVEMENT ACCUMULATOR - ONE ENTRY PER DISTINCT ITEM  *
      *    POSTED, IN THE ORDER FIRST SEEN, WITH ITS POSTING COUNT,*
      *    NET ON-HAND MOVEMENT, AND ON-HAND AFTER ITS LAST POSTING*
      *-----------------------------------------------------------*
       77  WS-MAX-NET-ITEMS        PIC 9(03)  COMP  VALUE 500.
       77  WS-NET-ITEM-COUNT       PIC 9(03)  COMP  VALUE ZERO.

       01  WS-NET-TOTALS.
           05  WS-NET-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-NET-ITEM-COUNT
                   INDEXED BY WS-NET-IX.
               10  WS-NET-ITEM-ID      PIC X(04).
               10  WS-NET-ITEM-DESC    PIC X(25).
               10  WS-NET-POSTINGS     PIC 9(05).
               10  WS-NET-MOVEMENT     PIC S9(10) COMP.
               10  WS-NET-ON-HAND      PIC 9(09).

      *-----------------------------------------------------------*
      *    REPORT LINES                                            *
      *-----------------------------------------------------------*
       01  WS-TITLE-LINE.
           05  FILLER              PIC X(48)
               VALUE 'CIF180 - INVENTORY TRANSACTION POSTING'.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(09)  VALUE '  ITEM'.
           05  FILLER              PIC X(05)  VALUE 'TYPE'.
           05  FILLER              PIC X(12)  VALUE 'REFERENCE'.
           05  FILLER              PIC X(10)  VALUE 'TXN DATE'.
           05  FILLER              PIC X(12)  VALUE ' QUANTITY'.
           05  FILLER              PIC X(12)  VALUE '   ON-HAND'.
           05  FILLER              PIC X(09)  VALUE '  ON-HAND'.

       01  WS-COLUMN-2-LINE.
           05  FILLER              PIC X(48)  VALUE SPACES.
           05  FILLER              PIC X(12)  VALUE '    BEFORE'.
           05  FILLER              PIC X(09)  VALUE '    AFTER'.

       01  WS-POSTED-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  PST-ITEM-ID         PIC X(04).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  PST-TYPE            PIC X(02).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  PST-REFERENCE       PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  PST-TXN-DATE        PIC 9(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  PST-QTY             PIC ZZZZZZZZ9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  PST-ON-HAND-BEFORE  PIC ZZZZZZZZ9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  PST-ON-HAND-AFTER   PIC ZZZZZZZZ9.

       01  WS-REJECT-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  REJ-ITEM-ID         PIC X(04).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  REJ-TYPE            PIC X(02).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  REJ-REFERENCE       PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  REJ-TXN-DATE        PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  REJ-QTY             PIC X(09).
           05  FILLER              PIC X(13)  VALUE '  *REJECTED* '.
           05  REJ-REASON          PIC X(30).

       01  WS-NET-HDR-LINE.
           05  FILLER              PIC X(30)
               VALUE 'NET ON-HAND MOVEMENT BY ITEM:'.

       01  WS-NET-COL-LINE.
           05  FILLER              PIC X(08)  VALUE '  ITEM'.
           05  FILLER              PIC X(27)  VALUE 'DESCRIPTION'.
           05  FILLER              PIC X(10)  VALUE 'POSTINGS'.
           05  FILLER              PIC X(14)  VALUE '  NET MOVEMENT'.
           05  FILLER              PIC X(15)  VALUE '    ON-HAND NOW'.

       01  WS-NET-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  NET-ITEM-ID         PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  NET-ITEM-DESC       PIC X(25).
           05  FILLER              PIC X(05)  VALUE SPACES.
           05  NET-POSTINGS        PIC ZZZZ9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  NET-MOVEMENT        PIC ----------9.
           05  FILLER              PIC X(06)  VALUE SPACES.
           05  NET-ON-HAND         PIC ZZZZZZZZ9.

       01  WS-READ-LINE.
           05  FILLER              PIC X(28)
               VALUE 'TRANSACTIONS READ         : '.
           05  TOT-READ            PIC ZZZZZZ9.

       01  WS-POSTED-TOTAL-LINE.
           05  FILLER              PIC X(28)
               VALUE 'TRANSACTIONS POSTED       : '.
           05  TOT-POSTED          PIC ZZZZZZ9.

       01  WS-REJECTED-LINE.
           05  FILLER              PIC X(28)
               VALUE 'TRANSACTIONS REJECTED     : '.
           05  TOT-REJECTED        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-TRANSACTION
               THRU 2000-PROCESS-TRANSACTION-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, PRIME READ.   *
      *    TC02-INVT IS CREATED THE FIRST TIME IT IS MISSING, THE SAME *
      *    OPEN OUTPUT, CLOSE, RE-OPEN I-O SEQUENCE CIF100 USES FOR    *
      *    ITS REGISTER - EVERY POSTING READS THE ROW BEFORE IT WRITES *
      *    IT.  THE LEDGER IS CUMULATIVE, OPENED EXTEND AND ONLY       *
      *    CREATED THE FIRST TIME.  ANY OPEN FAILURE ENDS THE RUN -    *
      *    A POSTING THAT CANNOT BE LEDGERED IS NOT MADE AT ALL.       *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT TC02-ITXN-FILE.
           IF WS-ITXN-STATUS NOT = '00'
               DISPLAY 'CIF180 - OPEN FAILED ON TC02-ITXN-FILE, STATUS='
                   WS-ITXN-STATUS
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT TC02-ITEM-FILE.
           IF WS-IREF-STATUS NOT = '00'
               DISPLAY 'CIF180 - OPEN FAILED ON TC02-ITEM-FILE, STATUS='
                   WS-IREF-STATUS
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O TC02-INVT-FILE.
           IF WS-INVT-STATUS = '35'
               OPEN OUTPUT TC02-INVT-FILE
               IF WS-INVT-STATUS = '00'
                   CLOSE TC02-INVT-FILE
                   OPEN I-O TC02-INVT-FILE
               END-IF
           END-IF.
           IF WS-INVT-STATUS NOT = '00'
               DISPLAY 'CIF180 - OPEN FAILED ON TC02-INVT-FILE, STATUS='
                   WS-INVT-STATUS
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND TC02-SLDG-FILE.
           IF WS-SLDG-STATUS = '35'
               OPEN OUTPUT TC02-SLDG-FILE
           END-IF.
           IF WS-SLDG-STATUS NOT = '00'
               DISPLAY 'CIF180 - OPEN FAILED ON TC02-SLDG-FILE, STATUS='
                   WS-SLDG-STATUS
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT TC02-RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CIF180 - OPEN FAILED ON TC02-RPT-FILE, STATUS='
                   WS-RPT-STATUS
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-FILES-OPEN TO TRUE.

           MOVE WS-TITLE-LINE    TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-COLUMN-LINE   TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-COLUMN-2-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.

           PERFORM 8000-READ-TRANSACTION
               THRU 8000-READ-TRANSACTION-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-TRANSACTION - EDIT ONE TRANSACTION AND EITHER  *
      *    POST IT OR LIST IT AS REJECTED                              *
      ******************************************************************
       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-RECORDS-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2100-EDIT-TRANSACTION
               THRU 2100-EDIT-TRANSACTION-EXIT.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2200-POST-TRANSACTION
                   THRU 2200-POST-TRANSACTION-EXIT
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2600-PRINT-REJECT
                   THRU 2600-PRINT-REJECT-EXIT
           END-IF.

           PERFORM 8000-READ-TRANSACTION
               THRU 8000-READ-TRANSACTION-EXIT.
       2000-PROCESS-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      *    2100-EDIT-TRANSACTION - THE EDITS, IN ORDER, STOPPING AT    *
      *    THE FIRST FAILURE: TYPE KNOWN, QUANTITY NUMERIC AND (BAR A  *
      *    COUNT) NOT ZERO, ITEM ON TC02-ITEM, ITEM ACTIVE FOR ANY     *
      *    MOVEMENT THAT ADDS STOCK.  THE INVENTORY ROW IS THEN READ   *
      *    - A MISS IS NOT AN ERROR, THE POSTING CREATES THE ROW -     *
      *    AND AN ADJUSTMENT DOWN IS PROVED AGAINST ON-HAND.           *
      ******************************************************************
       2100-EDIT-TRANSACTION.
           IF NOT ITXN-TYPE-VALID
               MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REJECT-REASON
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF.
           IF ITXN-QTY NOT NUMERIC
               MOVE 'QUANTITY NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF.
           IF ITXN-QTY = ZERO AND NOT ITXN-COUNT
               MOVE 'ZERO QUANTITY' TO WS-REJECT-REASON
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF.

           MOVE ITXN-ITEM-ID TO ITEM-ID.
           READ TC02-ITEM-FILE.
           EVALUATE TRUE
               WHEN WS-IREF-STATUS = '23'
                   MOVE 'ITEM NOT ON TC02-ITEM' TO WS-REJECT-REASON
                   GO TO 2100-EDIT-TRANSACTION-EXIT
               WHEN WS-IREF-STATUS NOT = '00'
                   DISPLAY
                       'CIF180 - READ FAILED ON TC02-ITEM-FILE, STATUS='
                       WS-IREF-STATUS
                   MOVE 'ITEM FILE READ ERROR' TO WS-REJECT-REASON
                   GO TO 2100-EDIT-TRANSACTION-EXIT
           END-EVALUATE.
           IF ITEM-INACTIVE AND (ITXN-RECEIPT OR ITXN-ADJUST-UP)
               MOVE 'ITEM INACTIVE' TO WS-REJECT-REASON
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF.
           MOVE ITEM-DESC TO WS-ITEM-DESC.

           MOVE ITXN-ITEM-ID TO INVT-ITEM-ID.
           READ TC02-INVT-FILE.
           EVALUATE WS-INVT-STATUS
               WHEN '00'
                   SET WS-INVT-FOUND TO TRUE
               WHEN '23'
                   MOVE 'N' TO WS-INVT-FOUND-SW
                   MOVE ITXN-ITEM-ID TO INVT-ITEM-ID
                   MOVE ZERO TO INVT-QTY-ON-HAND
                   MOVE ZERO TO INVT-QTY-COMMITTED
               WHEN OTHER
                   DISPLAY
                       'CIF180 - READ FAILED ON TC02-INVT-FILE, STATUS='
                       WS-INVT-STATUS
                   MOVE 'INVENTORY FILE READ ERROR' TO WS-REJECT-REASON
                   GO TO 2100-EDIT-TRANSACTION-EXIT
           END-EVALUATE.

           IF ITXN-ADJUST-DOWN AND ITXN-QTY > INVT-QTY-ON-HAND
               MOVE 'ADJUSTMENT EXCEEDS ON-HAND' TO WS-REJECT-REASON
           END-IF.
       2100-EDIT-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      *    2200-POST-TRANSACTION - APPLY THE MOVEMENT TO ON-HAND AND   *
      *    WRITE OR REWRITE THE ROW.  A COUNT REPLACES ON-HAND WITH    *
      *    THE COUNTED QUANTITY, SO ITS MOVEMENT IS WHATEVER THE COUNT *
      *    DIFFERS BY.  ONLY A SUCCESSFUL WRITE IS LEDGERED, PRINTED,  *
      *    AND FOLDED INTO THE NET MOVEMENT; A FAILED ONE IS REJECTED. *
      ******************************************************************
       2200-POST-TRANSACTION.
           MOVE INVT-QTY-ON-HAND TO WS-ON-HAND-BEFORE.
           EVALUATE TRUE
               WHEN ITXN-RECEIPT
               WHEN ITXN-ADJUST-UP
                   ADD ITXN-QTY TO INVT-QTY-ON-HAND
                       ON SIZE ERROR
                           MOVE 'ON-HAND WOULD OVERFLOW'
                               TO WS-REJECT-REASON
                           GO TO 2200-POST-TRANSACTION-EXIT
                   END-ADD
               WHEN ITXN-ADJUST-DOWN
                   SUBTRACT ITXN-QTY FROM INVT-QTY-ON-HAND
               WHEN ITXN-COUNT
                   MOVE ITXN-QTY TO INVT-QTY-ON-HAND
           END-EVALUATE.

           IF WS-INVT-FOUND
               REWRITE TC02-INVT-REC
           ELSE
               WRITE TC02-INVT-REC
           END-IF.
           IF WS-INVT-STATUS NOT = '00'
               DISPLAY
                   'CIF180 - UPDATE FAILED ON TC02-INVT-FILE, STATUS='
                   WS-INVT-STATUS
               MOVE 'INVENTORY UPDATE FAILED' TO WS-REJECT-REASON
               GO TO 2200-POST-TRANSACTION-EXIT
           END-IF.
           ADD 1 TO WS-RECORDS-POSTED.
           COMPUTE WS-MOVEMENT-QTY =
               INVT-QTY-ON-HAND - WS-ON-HAND-BEFORE.

           PERFORM 2300-WRITE-LEDGER
               THRU 2300-WRITE-LEDGER-EXIT.
           PERFORM 2400-ACCUMULATE-ITEM
               THRU 2400-ACCUMULATE-ITEM-EXIT.
           PERFORM 2500-PRINT-POSTING
               THRU 2500-PRINT-POSTING-EXIT.
       2200-POST-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      *    2300-WRITE-LEDGER - APPEND THE POSTING TO TC02-SLDG.        *
      *    COMMITTED STOCK IS UNCHANGED BY ANY WAREHOUSE TRANSACTION,  *
      *    SO ITS BEFORE AND AFTER ARE THE SAME.                       *
      ******************************************************************
       2300-WRITE-LEDGER.
           MOVE WS-RUN-DATE        TO SLDG-POST-DATE.
           ACCEPT SLDG-POST-TIME FROM TIME.
           MOVE 'CIF180'           TO SLDG-PROGRAM.
           MOVE INVT-ITEM-ID       TO SLDG-ITEM-ID.
           MOVE ITXN-TYPE          TO SLDG-MOVE-TYPE.
           MOVE ITXN-REFERENCE     TO SLDG-REFERENCE.
           MOVE WS-ON-HAND-BEFORE  TO SLDG-ON-HAND-BEFORE.
           MOVE INVT-QTY-ON-HAND   TO SLDG-ON-HAND-AFTER.
           MOVE INVT-QTY-COMMITTED TO SLDG-COMMITTED-BEFORE.
           MOVE INVT-QTY-COMMITTED TO SLDG-COMMITTED-AFTER.
           WRITE TC02-SLDG-REC.
           IF WS-SLDG-STATUS NOT = '00'
               DISPLAY
                   'CIF180 - WRITE FAILED ON TC02-SLDG-FILE, STATUS='
                   WS-SLDG-STATUS
           END-IF.
       2300-WRITE-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      *    2400-ACCUMULATE-ITEM - FOLD ONE POSTING INTO THE NET        *
      *    MOVEMENT TABLE, ADDING A NEW ENTRY THE FIRST TIME THE ITEM  *
      *    IS POSTED.  THE ENTRY ALWAYS CARRIES ON-HAND AS THE LATEST  *
      *    POSTING LEFT IT.                                            *
      ******************************************************************
       2400-ACCUMULATE-ITEM.
           SET WS-NET-IX TO 1.
           IF WS-NET-ITEM-COUNT = ZERO
               PERFORM 2450-ADD-NET-ITEM
                   THRU 2450-ADD-NET-ITEM-EXIT
           ELSE
               SEARCH WS-NET-ENTRY
                   AT END
                       PERFORM 2450-ADD-NET-ITEM
                           THRU 2450-ADD-NET-ITEM-EXIT
                   WHEN WS-NET-ITEM-ID (WS-NET-IX) = INVT-ITEM-ID
                       CONTINUE
               END-SEARCH
           END-IF.
           IF WS-NET-ITEM-ID (WS-NET-IX) = INVT-ITEM-ID
               ADD 1               TO WS-NET-POSTINGS (WS-NET-IX)
               ADD WS-MOVEMENT-QTY TO WS-NET-MOVEMENT (WS-NET-IX)
               MOVE INVT-QTY-ON-HAND TO WS-NET-ON-HAND (WS-NET-IX)
           END-IF.
       2400-ACCUMULATE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    2450-ADD-NET-ITEM - GROW THE NET MOVEMENT TABLE BY ONE      *
      *    ITEM, OR LOG A ONE-TIME WARNING AND LEAVE THE ITEM OFF THE  *
      *    SUMMARY WHEN THE TABLE IS ALREADY AT WS-MAX-NET-ITEMS - THE *
      *    POSTING ITSELF AND ITS LEDGER ROW STAND EITHER WAY.         *
      ******************************************************************
       2450-ADD-NET-ITEM.
           IF WS-NET-ITEM-COUNT < WS-MAX-NET-ITEMS
               ADD 1 TO WS-NET-ITEM-COUNT
               SET WS-NET-IX TO WS-NET-ITEM-COUNT
               MOVE INVT-ITEM-ID TO WS-NET-ITEM-ID (WS-NET-IX)
               MOVE WS-ITEM-DESC TO WS-NET-ITEM-DESC (WS-NET-IX)
               MOVE ZERO         TO WS-NET-POSTINGS (WS-NET-IX)
               MOVE ZERO         TO WS-NET-MOVEMENT (WS-NET-IX)
               MOVE ZERO         TO WS-NET-ON-HAND (WS-NET-IX)
           ELSE
               IF NOT WS-NET-TABLE-FULL
                   DISPLAY
                       'CIF180 - NET TABLE FULL, SOME ITEMS OMITTED'
                   SET WS-NET-TABLE-FULL TO TRUE
               END-IF
               SET WS-NET-IX TO 1
           END-IF.
       2450-ADD-NET-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    2500-PRINT-POSTING - ONE DETAIL LINE FOR A POSTED           *
      *    TRANSACTION, WITH ON-HAND BEFORE AND AFTER                  *
      ******************************************************************
       2500-PRINT-POSTING.
           MOVE ITXN-ITEM-ID      TO PST-ITEM-ID.
           MOVE ITXN-TYPE         TO PST-TYPE.
           MOVE ITXN-REFERENCE    TO PST-REFERENCE.
           MOVE ITXN-TXN-DATE     TO PST-TXN-DATE.
           MOVE ITXN-QTY          TO PST-QTY.
           MOVE WS-ON-HAND-BEFORE TO PST-ON-HAND-BEFORE.
           MOVE INVT-QTY-ON-HAND  TO PST-ON-HAND-AFTER.
           MOVE WS-POSTED-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
       2500-PRINT-POSTING-EXIT.
           EXIT.

      ******************************************************************
      *    2600-PRINT-REJECT - ONE DETAIL LINE FOR A REJECTED          *
      *    TRANSACTION.  THE QUANTITY AND DATE ARE SHOWN AS RECEIVED,  *
      *    SINCE A REJECTED ROW'S NUMERIC FIELDS MAY NOT BE NUMERIC.   *
      ******************************************************************
       2600-PRINT-REJECT.
           ADD 1 TO WS-RECORDS-REJECTED.
           MOVE ITXN-ITEM-ID      TO REJ-ITEM-ID.
           MOVE ITXN-TYPE         TO REJ-TYPE.
           MOVE ITXN-REFERENCE    TO REJ-REFERENCE.
           MOVE ITXN-TXN-DATE     TO REJ-TXN-DATE.
           MOVE ITXN-QTY          TO REJ-QTY.
           MOVE WS-REJECT-REASON  TO REJ-REASON.
           MOVE WS-REJECT-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
       2600-PRINT-REJECT-EXIT.
           EXIT.

      ******************************************************************
      *    3000-TERMINATE - PRINT THE NET MOVEMENT SUMMARY AND TOTALS, *
      *    CLOSE FILES, AND REPORT RUN TOTALS                          *
      ******************************************************************
       3000-TERMINATE.
           IF WS-FILES-OPEN
               MOVE WS-NET-HDR-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-NET-COL-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               PERFORM 3100-PRINT-NET-ITEM
                   THRU 3100-PRINT-NET-ITEM-EXIT
                   VARYING WS-NET-IX FROM 1 BY 1
                   UNTIL WS-NET-IX > WS-NET-ITEM-COUNT
               MOVE WS-RECORDS-READ TO TOT-READ
               MOVE WS-READ-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-RECORDS-POSTED TO TOT-POSTED
               MOVE WS-POSTED-TOTAL-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-RECORDS-REJECTED TO TOT-REJECTED
               MOVE WS-REJECTED-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               CLOSE TC02-ITXN-FILE
                     TC02-ITEM-FILE
                     TC02-INVT-FILE
                     TC02-SLDG-FILE
                     TC02-RPT-FILE
           END-IF.

           DISPLAY 'CIF180 - TRANSACTIONS READ  : ' WS-RECORDS-READ.
           DISPLAY 'CIF180 - POSTED             : ' WS-RECORDS-POSTED.
           DISPLAY 'CIF180 - REJECTED           : '
               WS-RECORDS-REJECTED.
       3000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      *    3100-PRINT-NET-ITEM - ONE LINE OF THE NET MOVEMENT SUMMARY  *
      ******************************************************************
       3100-PRINT-NET-ITEM.
           MOVE WS-NET-ITEM-ID (WS-NET-IX)   TO NET-ITEM-ID.
           MOVE WS-NET-ITEM-DESC (WS-NET-IX) TO NET-ITEM-DESC.
           MOVE WS-NET-POSTINGS (WS-NET-IX)  TO NET-POSTINGS.
           MOVE WS-NET-MOVEMENT (WS-NET-IX)  TO NET-MOVEMENT.
           MOVE WS-NET-ON-HAND (WS-NET-IX)   TO NET-ON-HAND.
           MOVE WS-NET-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
       3100-PRINT-NET-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    8000-READ-TRANSACTION - SHARED SEQUENTIAL READ PARAGRAPH    *
      ******************************************************************
       8000-READ-TRANSACTION.
           READ TC02-ITXN-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       8000-READ-TRANSACTION-EXIT.
           EXIT.
