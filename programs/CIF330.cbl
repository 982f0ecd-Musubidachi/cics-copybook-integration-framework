      ******************************************************************
      *    PROGRAM-ID.  CIF330
      *    AUTHOR.      D. L. OKAFOR, BATCH INTEGRATION GROUP
      *    INSTALLATION. COPYBOOK INTEGRATION FRAMEWORK
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        SHIPMENT BILLING RUN.  READS THE TC02-SHPP POSTED-
      *        SHIPMENT FILE CIF310 APPENDS TO AS IT POSTS EACH
      *        CONFIRMATION, PRICES EVERY SHIPPED LINE NOT YET
      *        BILLED, AND WRITES:
      *
      *          - THE TC02-BILX BILLING EXTRACT FOR THE FINANCE
      *            PACKAGE, ONE ROW PER LINE BILLED THIS RUN
      *          - AN INVOICE REGISTER (TC02NRPT) OF THE SAME LINES,
      *            GROUPED AND TOTALLED BY PARTNER, WITH A GRAND
      *            TOTAL
      *
      *        SO BILLING STOPS REKEYING THE CIF310 REPORT.
      *
      *        A LINE IS PRICED AS AT ITS SHIP DATE: AT THE PRICE
      *        AGREED IN THE PARTNER'S TC02-PPRO PROFILE WHEN ONE IS
      *        IN EFFECT, OTHERWISE AT THE EFFECTIVE-DATED LIST PRICE
      *        ON THE TC02-ITEM REFERENCE MASTER.  A LINE WITH NO
      *        PRICE ON FILE IS NOT BILLED AT ZERO - IT IS LISTED ON
      *        THE REPORT'S PRICING-EXCEPTION SECTION AND LEFT
      *        UNBILLED, SO THE FIRST RUN AFTER THE PRICE IS LOADED
      *        BILLS IT.
      *
      *        EVERY LINE BILLED IS RECORDED ON THE TC02-BILD BILLED
      *        FILE UNDER ITS SHIPMENT ID, REQ-ID AND ITEM, AND A LINE
      *        ALREADY THERE IS SKIPPED - SO A SHIPMENT CIF310 POSTED
      *        TWICE ON A RERUN, OR A RERUN OF THIS JOB, IS STILL
      *        BILLED EXACTLY ONCE.
      *
      *        THE REGISTER IS HELD IN A TABLE KEPT IN PARTNER ORDER
      *        AS LINES ARE BILLED.  WHEN THE TABLE IS FULL THE REST
      *        OF THE NIGHT'S LINES ARE LEFT UNBILLED FOR THE NEXT
      *        RUN RATHER THAN BILLED OFF THE REGISTER.
      *
      *    MODIFICATION HISTORY.
      *        2026-10-15  DLO  INITIAL VERSION.
      *        2026-10-15  DLO  A LINE WHOSE FINANCE EXTRACT ROW WILL
      *                         NOT WRITE HAS ITS TC02-BILD ROW BACKED
      *                         OUT AND IS DEFERRED, SO IT IS BILLED
      *                         ONCE ON A LATER RUN.  A PARTNER PROFILE
      *                         READ ERROR NOW DEFERS THE LINE RATHER
      *                         THAN BILLING IT AT LIST PRICE.  AN OPEN
      *                         FAILURE CLOSES THE FILES ALREADY OPEN.
      *        2026-10-15  DLO  A TC02-BILD BILLED FILE THAT DOES NOT
      *                         EXIST YET IS CREATED EMPTY ON THE FIRST
      *                         RUN INSTEAD OF FAILING THE OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIF330.
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
           SELECT TC02-SHPP-FILE  ASSIGN TO TC02SHPP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHPP-STATUS.

           SELECT TC02-ITEM-FILE  ASSIGN TO TC02ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-ID
               FILE STATUS IS WS-IREF-STATUS.

           SELECT TC02-PPRO-FILE  ASSIGN TO TC02PPRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPRO-PARTNER-ID
               FILE STATUS IS WS-PPRO-STATUS.

           SELECT TC02-BILD-FILE  ASSIGN TO TC02BILD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BILD-KEY
               FILE STATUS IS WS-BILD-STATUS.

           SELECT TC02-BILX-FILE  ASSIGN TO TC02BILX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILX-STATUS.

           SELECT TC02-RPT-FILE   ASSIGN TO TC02NRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TC02-SHPP-FILE
           RECORDING MODE IS F.
           COPY TC02-SHPP.

       FD  TC02-ITEM-FILE.
           COPY TC02-ITEM.

       FD  TC02-PPRO-FILE.
           COPY TC02-PPRO.

       FD  TC02-BILD-FILE.
           COPY TC02-BILD.

       FD  TC02-BILX-FILE
           RECORDING MODE IS F.
           COPY TC02-BILX.

       FD  TC02-RPT-FILE
           RECORDING MODE IS F.
       01  TC02-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                *
      *-----------------------------------------------------------*
       77  WS-SHPP-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-IREF-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-PPRO-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-BILD-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-BILX-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       77  WS-FILES-OPEN-SW        PIC X(01)  VALUE 'N'.
           88  WS-FILES-OPEN               VALUE 'Y'.
       77  WS-SHPP-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-SHPP-OPEN                VALUE 'Y'.
       77  WS-PRICE-FOUND-SW       PIC X(01)  VALUE 'N'.
           88  WS-PRICE-FOUND              VALUE 'Y'.
       77  WS-ITEM-FOUND-SW        PIC X(01)  VALUE 'N'.
           88  WS-ITEM-FOUND               VALUE 'Y'.
       77  WS-BILL-TABLE-FULL-SW   PIC X(01)  VALUE 'N'.
           88  WS-BILL-TABLE-FULL          VALUE 'Y'.
       77  WS-INS-DONE-SW          PIC X(01)  VALUE 'N'.
           88  WS-INS-DONE                 VALUE 'Y'.
       77  WS-PPRO-FAILED-SW       PIC X(01)  VALUE 'N'.
           88  WS-PPRO-FAILED              VALUE 'Y'.
       77  WS-BILX-FAILED-SW       PIC X(01)  VALUE 'N'.
           88  WS-BILX-FAILED              VALUE 'Y'.

      *-----------------------------------------------------------*
      *    PRICING WORK AREAS                                      *
      *-----------------------------------------------------------*
       77  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-PRC-IX               PIC 9(02)  COMP.
       77  WS-MAX-PRICES           PIC 9(02)  COMP  VALUE 20.
       77  WS-BEST-EFF-DATE        PIC 9(08)  VALUE ZERO.
       77  WS-UNIT-PRICE           PIC 9(05)V99  VALUE ZERO.
       77  WS-PRICE-SOURCE         PIC X(01)  VALUE SPACE.
       77  WS-ITEM-UOM             PIC X(03)  VALUE SPACES.
       77  WS-EXTENDED-AMT         PIC 9(08)V99  VALUE ZERO.
       77  WS-EXC-REASON           PIC X(30)  VALUE SPACES.

      *-----------------------------------------------------------*
      *    RUN TOTALS                                              *
      *-----------------------------------------------------------*
       77  WS-SHIPMENTS-READ       PIC 9(07)  VALUE ZERO.
       77  WS-ALREADY-BILLED       PIC 9(07)  VALUE ZERO.
       77  WS-LINES-BILLED         PIC 9(07)  VALUE ZERO.
       77  WS-PRICE-EXCEPTIONS     PIC 9(07)  VALUE ZERO.
       77  WS-LINES-DEFERRED       PIC 9(07)  VALUE ZERO.
       77  WS-AMOUNT-BILLED        PIC 9(10)V99  VALUE ZERO.

      *-----------------------------------------------------------*
      *    INVOICE REGISTER TABLE - THE LINES BILLED THIS RUN,     *
      *    KEPT IN PARTNER ORDER BY INSERTING EACH NEW LINE AFTER  *
      *    THE LAST ONE FOR ITS PARTNER, SO THE REGISTER PRINTS    *
      *    GROUPED BY PARTNER WITHOUT A SORT STEP                  *
      *-----------------------------------------------------------*
       77  WS-MAX-BILL-ENTRIES     PIC 9(04)  COMP  VALUE 2000.
       77  WS-BILL-COUNT           PIC 9(04)  COMP  VALUE ZERO.
       77  WS-BILL-SUB             PIC 9(04)  COMP.
       77  WS-INS-IX               PIC 9(04)  COMP.

       01  WS-BILL-TABLE.
           05  WS-BILL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-BILL-COUNT.
               10  WS-BILL-PARTNER-ID  PIC X(04).
               10  WS-BILL-REQ-ID      PIC 9(06).
               10  WS-BILL-SHIPMENT-ID PIC X(06).
               10  WS-BILL-CARRIER     PIC X(04).
               10  WS-BILL-SHIP-DATE   PIC 9(08).
               10  WS-BILL-ITEM-ID     PIC X(04).
               10  WS-BILL-QTY         PIC 9(03).
               10  WS-BILL-UNIT-PRICE  PIC 9(05)V99.
               10  WS-BILL-SOURCE      PIC X(01).
               10  WS-BILL-AMOUNT      PIC 9(08)V99.

      *-----------------------------------------------------------*
      *    PARTNER BREAK CONTROL FOR THE REGISTER                  *
      *-----------------------------------------------------------*
       77  WS-PREV-PARTNER-ID      PIC X(04)  VALUE SPACES.
       77  WS-PTR-LINES            PIC 9(07)  VALUE ZERO.
       77  WS-PTR-AMOUNT           PIC 9(10)V99  VALUE ZERO.
       77  WS-PARTNERS-BILLED      PIC 9(07)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    REPORT LINES                                            *
      *-----------------------------------------------------------*
       01  WS-TITLE-LINE.
           05  FILLER              PIC X(48)
               VALUE 'CIF330 - SHIPMENT BILLING AND INVOICE REGISTER'.

       01  WS-BILL-DATE-LINE.
           05  FILLER              PIC X(11)  VALUE 'BILL DATE: '.
           05  BDT-DATE            PIC 9(08).

       01  WS-BLANK-LINE           PIC X(01)  VALUE SPACE.

       01  WS-EXC-HDR-LINE.
           05  FILLER              PIC X(50)
               VALUE 'SHIPPED LINES WITH NO PRICE ON FILE, NOT BILLED:'.

       01  WS-EXC-COL-LINE.
           05  FILLER              PIC X(09)  VALUE '  PARTNER'.
           05  FILLER              PIC X(09)  VALUE ' REQUEST'.
           05  FILLER              PIC X(09)  VALUE 'SHIPMENT'.
           05  FILLER              PIC X(11)  VALUE 'SHIPPED'.
           05  FILLER              PIC X(07)  VALUE 'ITEM'.
           05  FILLER              PIC X(06)  VALUE 'QTY'.
           05  FILLER              PIC X(06)  VALUE 'REASON'.

       01  WS-EXC-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  EXC-PARTNER-ID      PIC X(04).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  EXC-REQ-ID          PIC 9(06).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  EXC-SHIP-ID         PIC X(06).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  EXC-SHIP-DATE       PIC 9(08).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  EXC-ITEM-ID         PIC X(04).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  EXC-QTY             PIC ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  EXC-REASON          PIC X(30).

       01  WS-REGISTER-HDR-LINE.
           05  FILLER              PIC X(32)
               VALUE 'INVOICE REGISTER BY PARTNER:'.

       01  WS-PARTNER-HDR-LINE.
           05  FILLER              PIC X(09)  VALUE 'PARTNER: '.
           05  PHD-PARTNER-ID      PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  PHD-PARTNER-NAME    PIC X(25).

       01  WS-REG-COL-LINE.
           05  FILLER              PIC X(11)  VALUE '  REQUEST'.
           05  FILLER              PIC X(09)  VALUE 'SHIPMENT'.
           05  FILLER              PIC X(07)  VALUE 'CARR'.
           05  FILLER              PIC X(11)  VALUE 'SHIPPED'.
           05  FILLER              PIC X(07)  VALUE 'ITEM'.
           05  FILLER              PIC X(06)  VALUE 'QTY'.
           05  FILLER              PIC X(12)  VALUE ' UNIT PRICE'.
           05  FILLER              PIC X(05)  VALUE ' SRC'.
           05  FILLER              PIC X(14)  VALUE '        AMOUNT'.

       01  WS-REG-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  REG-REQ-ID          PIC 9(06).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  REG-SHIP-ID         PIC X(06).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  REG-CARRIER         PIC X(04).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  REG-SHIP-DATE       PIC 9(08).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  REG-ITEM-ID         PIC X(04).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  REG-QTY             PIC ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  REG-UNIT-PRICE      PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  REG-SOURCE          PIC X(01).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  REG-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.

       01  WS-PARTNER-TOT-LINE.
           05  FILLER              PIC X(09)  VALUE 'PARTNER '.
           05  PTT-PARTNER-ID      PIC X(04).
           05  FILLER              PIC X(09)  VALUE ' TOTAL - '.
           05  PTT-LINES           PIC ZZZZZZ9.
           05  FILLER              PIC X(08)  VALUE ' LINE(S)'.
           05  FILLER              PIC X(42)  VALUE SPACES.
           05  PTT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-SHIPMENTS-READ-LINE.
           05  FILLER              PIC X(28)
               VALUE 'POSTED SHIPMENTS READ     : '.
           05  TOT-READ            PIC ZZZZZZ9.

       01  WS-ALREADY-BILLED-LINE.
           05  FILLER              PIC X(28)
               VALUE 'ALREADY BILLED, SKIPPED   : '.
           05  TOT-ALREADY         PIC ZZZZZZ9.

       01  WS-LINES-BILLED-LINE.
           05  FILLER              PIC X(28)
               VALUE 'LINES BILLED THIS RUN     : '.
           05  TOT-BILLED          PIC ZZZZZZ9.

       01  WS-PARTNERS-BILLED-LINE.
           05  FILLER              PIC X(28)
               VALUE 'PARTNERS BILLED           : '.
           05  TOT-PARTNERS        PIC ZZZZZZ9.

       01  WS-EXCEPTIONS-LINE.
           05  FILLER              PIC X(28)
               VALUE 'NO PRICE ON FILE, HELD    : '.
           05  TOT-EXCEPTIONS      PIC ZZZZZZ9.

       01  WS-DEFERRED-LINE.
           05  FILLER              PIC X(28)
               VALUE 'LEFT FOR NEXT RUN         : '.
           05  TOT-DEFERRED        PIC ZZZZZZ9.

       01  WS-AMOUNT-LINE.
           05  FILLER              PIC X(28)
               VALUE 'TOTAL AMOUNT BILLED       : '.
           05  TOT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-BILL-ONE-SHIPMENT
               THRU 2000-BILL-ONE-SHIPMENT-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, AND PRIME THE *
      *    READ.  NO POSTED-SHIPMENT FILE YET MEANS CIF310 HAS NEVER   *
      *    POSTED ANYTHING - THE RUN BILLS NOTHING AND SAYS SO.  NO    *
      *    BILLED FILE YET MEANS THIS IS THE FIRST BILLING RUN - IT IS *
      *    CREATED EMPTY.  ANY OTHER OPEN FAILURE IS FATAL, AND CLOSES *
      *    WHATEVER IS ALREADY OPEN (THE POSTED-SHIPMENT FILE IS       *
      *    CLOSED AT 3000).                                            *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT TC02-SHPP-FILE.
           EVALUATE WS-SHPP-STATUS
               WHEN '00'
                   SET WS-SHPP-OPEN TO TRUE
               WHEN '35'
                   DISPLAY 'CIF330 - NO POSTED SHIPMENTS ON FILE'
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY
                       'CIF330 - OPEN FAILED ON TC02-SHPP-FILE, STATUS='
                       WS-SHPP-STATUS
                   SET WS-EOF TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
           END-EVALUATE.

           OPEN INPUT TC02-ITEM-FILE.
           IF WS-IREF-STATUS NOT = '00'
               DISPLAY 'CIF330 - OPEN FAILED ON TC02-ITEM-FILE, STATUS='
                   WS-IREF-STATUS
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT TC02-PPRO-FILE.
           IF WS-PPRO-STATUS NOT = '00'
               DISPLAY 'CIF330 - OPEN FAILED ON TC02-PPRO-FILE, STATUS='
                   WS-PPRO-STATUS
               CLOSE TC02-ITEM-FILE
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O TC02-BILD-FILE.
           IF WS-BILD-STATUS = '35'
               OPEN OUTPUT TC02-BILD-FILE
               IF WS-BILD-STATUS = '00'
                   CLOSE TC02-BILD-FILE
                   OPEN I-O TC02-BILD-FILE
               END-IF
           END-IF.
           IF WS-BILD-STATUS NOT = '00'
               DISPLAY 'CIF330 - OPEN FAILED ON TC02-BILD-FILE, STATUS='
                   WS-BILD-STATUS
               CLOSE TC02-ITEM-FILE
                     TC02-PPRO-FILE
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT TC02-BILX-FILE.
           IF WS-BILX-STATUS NOT = '00'
               DISPLAY 'CIF330 - OPEN FAILED ON TC02-BILX-FILE, STATUS='
                   WS-BILX-STATUS
               CLOSE TC02-ITEM-FILE
                     TC02-PPRO-FILE
                     TC02-BILD-FILE
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT TC02-RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CIF330 - OPEN FAILED ON TC02-RPT-FILE, STATUS='
                   WS-RPT-STATUS
               CLOSE TC02-ITEM-FILE
                     TC02-PPRO-FILE
                     TC02-BILD-FILE
                     TC02-BILX-FILE
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-FILES-OPEN TO TRUE.

           MOVE WS-TITLE-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-RUN-DATE TO BDT-DATE.
           MOVE WS-BILL-DATE-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-BLANK-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-EXC-HDR-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-EXC-COL-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.

           IF WS-SHPP-OPEN
               PERFORM 8000-READ-POSTED-SHIPMENT
                   THRU 8000-READ-POSTED-SHIPMENT-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-BILL-ONE-SHIPMENT - ONE POSTED SHIPMENT LINE.  SKIPPED *
      *    WHEN TC02-BILD SAYS IT IS ALREADY BILLED OR THE REGISTER    *
      *    IS FULL; HELD AS A PRICING EXCEPTION WHEN NO PRICE IS ON    *
      *    FILE; OTHERWISE PRICED, RECORDED AS BILLED, EXTRACTED FOR   *
      *    FINANCE, AND ENTERED ON THE REGISTER.  THE BILLED ROW IS    *
      *    WRITTEN FIRST: A DUPLICATE KEY THERE MEANS THE LINE WAS     *
      *    BILLED AFTER ALL, AND IT IS NOT EXTRACTED A SECOND TIME.    *
      *    IF THE EXTRACT ROW THEN FAILS, THE BILLED ROW IS DELETED    *
      *    AGAIN AND THE LINE IS DEFERRED, SO IT IS BILLED EXACTLY     *
      *    ONCE ON A LATER RUN.  A LINE WHOSE PARTNER PROFILE COULD    *
      *    NOT BE READ IS DEFERRED UNPRICED THE SAME WAY.              *
      ******************************************************************
       2000-BILL-ONE-SHIPMENT.
           ADD 1 TO WS-SHIPMENTS-READ.

           MOVE SHPP-SHIPMENT-ID TO BILD-SHIPMENT-ID.
           MOVE SHPP-REQ-ID      TO BILD-REQ-ID.
           MOVE SHPP-ITEM-ID     TO BILD-ITEM-ID.
           READ TC02-BILD-FILE.
           EVALUATE WS-BILD-STATUS
               WHEN '00'
                   ADD 1 TO WS-ALREADY-BILLED
                   GO TO 2000-BILL-ONE-SHIPMENT-NEXT
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY
                       'CIF330 - READ FAILED ON TC02-BILD-FILE, STATUS='
                       WS-BILD-STATUS
                   ADD 1 TO WS-LINES-DEFERRED
                   GO TO 2000-BILL-ONE-SHIPMENT-NEXT
           END-EVALUATE.

           IF WS-BILL-COUNT >= WS-MAX-BILL-ENTRIES
               IF NOT WS-BILL-TABLE-FULL
                   DISPLAY 'CIF330 - REGISTER TABLE FULL, REMAINING '
                       'LINES LEFT FOR THE NEXT RUN'
                   SET WS-BILL-TABLE-FULL TO TRUE
               END-IF
               ADD 1 TO WS-LINES-DEFERRED
               GO TO 2000-BILL-ONE-SHIPMENT-NEXT
           END-IF.

           PERFORM 2100-PRICE-SHIPMENT
               THRU 2100-PRICE-SHIPMENT-EXIT.
           IF WS-PPRO-FAILED
               ADD 1 TO WS-LINES-DEFERRED
               GO TO 2000-BILL-ONE-SHIPMENT-NEXT
           END-IF.
           IF NOT WS-PRICE-FOUND
               PERFORM 2300-PRINT-PRICE-EXCEPTION
                   THRU 2300-PRINT-PRICE-EXCEPTION-EXIT
               GO TO 2000-BILL-ONE-SHIPMENT-NEXT
           END-IF.
           COMPUTE WS-EXTENDED-AMT =
               SHPP-QTY-SHIPPED * WS-UNIT-PRICE.

           MOVE SPACES           TO TC02-BILD-REC.
           MOVE SHPP-SHIPMENT-ID TO BILD-SHIPMENT-ID.
           MOVE SHPP-REQ-ID      TO BILD-REQ-ID.
           MOVE SHPP-ITEM-ID     TO BILD-ITEM-ID.
           MOVE WS-RUN-DATE      TO BILD-BILL-DATE.
           MOVE WS-EXTENDED-AMT  TO BILD-EXTENDED-AMT.
           WRITE TC02-BILD-REC.
           EVALUATE WS-BILD-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '22'
                   ADD 1 TO WS-ALREADY-BILLED
                   GO TO 2000-BILL-ONE-SHIPMENT-NEXT
               WHEN OTHER
                   DISPLAY 'CIF330 - WRITE FAILED ON TC02-BILD-FILE, '
                       'STATUS=' WS-BILD-STATUS
                   ADD 1 TO WS-LINES-DEFERRED
                   GO TO 2000-BILL-ONE-SHIPMENT-NEXT
           END-EVALUATE.

           PERFORM 2200-WRITE-EXTRACT
               THRU 2200-WRITE-EXTRACT-EXIT.
           IF WS-BILX-FAILED
               DELETE TC02-BILD-FILE
               IF WS-BILD-STATUS NOT = '00'
                   DISPLAY 'CIF330 - DELETE FAILED ON TC02-BILD-FILE, '
                       'STATUS=' WS-BILD-STATUS
               END-IF
               ADD 1 TO WS-LINES-DEFERRED
               GO TO 2000-BILL-ONE-SHIPMENT-NEXT
           END-IF.
           ADD 1 TO WS-LINES-BILLED.
           ADD WS-EXTENDED-AMT TO WS-AMOUNT-BILLED.
           PERFORM 2400-INSERT-BILL-ENTRY
               THRU 2400-INSERT-BILL-ENTRY-EXIT.

       2000-BILL-ONE-SHIPMENT-NEXT.
           PERFORM 8000-READ-POSTED-SHIPMENT
               THRU 8000-READ-POSTED-SHIPMENT-EXIT.
       2000-BILL-ONE-SHIPMENT-EXIT.
           EXIT.

      ******************************************************************
      *    2100-PRICE-SHIPMENT - FIND THE UNIT PRICE IN FORCE ON THE   *
      *    SHIP DATE.  AN AGREED PARTNER PRICE WINS; FAILING THAT THE  *
      *    ITEM'S LIST PRICE - CURRENT ON OR AFTER ITS EFFECTIVE DATE, *
      *    PRIOR BEFORE IT.  A ZERO OR NON-NUMERIC PRICE COUNTS AS NO  *
      *    PRICE.  THE ITEM IS READ EITHER WAY FOR ITS UNIT OF         *
      *    MEASURE.  A PARTNER WITH NO PROFILE ON FILE FALLS TO LIST   *
      *    PRICE; ANY OTHER PROFILE READ ERROR SETS WS-PPRO-FAILED AND *
      *    THE LINE IS LEFT UNPRICED FOR 2000 TO DEFER.                *
      ******************************************************************
       2100-PRICE-SHIPMENT.
           MOVE 'N'    TO WS-PRICE-FOUND-SW.
           MOVE 'N'    TO WS-ITEM-FOUND-SW.
           MOVE 'N'    TO WS-PPRO-FAILED-SW.
           MOVE ZERO   TO WS-UNIT-PRICE.
           MOVE SPACE  TO WS-PRICE-SOURCE.
           MOVE SPACES TO WS-ITEM-UOM.

           MOVE SHPP-ITEM-ID TO ITEM-ID.
           READ TC02-ITEM-FILE.
           EVALUATE WS-IREF-STATUS
               WHEN '00'
                   SET WS-ITEM-FOUND TO TRUE
                   MOVE ITEM-UOM TO WS-ITEM-UOM
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY
                       'CIF330 - READ FAILED ON TC02-ITEM-FILE, STATUS='
                       WS-IREF-STATUS
           END-EVALUATE.

           IF SHPP-PARTNER-ID NOT = SPACES
               MOVE SHPP-PARTNER-ID TO PPRO-PARTNER-ID
               READ TC02-PPRO-FILE
               EVALUATE WS-PPRO-STATUS
                   WHEN '00'
                       CONTINUE
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CIF330 - READ FAILED ON '
                           'TC02-PPRO-FILE, STATUS=' WS-PPRO-STATUS
                       SET WS-PPRO-FAILED TO TRUE
                       GO TO 2100-PRICE-SHIPMENT-EXIT
               END-EVALUATE
               IF WS-PPRO-STATUS = '00'
                       AND PPRO-PRICE-COUNT NUMERIC
                       AND PPRO-PRICE-COUNT >= 1
                       AND PPRO-PRICE-COUNT <= WS-MAX-PRICES
                   MOVE ZERO TO WS-BEST-EFF-DATE
                   PERFORM 2150-CHECK-PARTNER-PRICE
                       THRU 2150-CHECK-PARTNER-PRICE-EXIT
                       VARYING WS-PRC-IX FROM 1 BY 1
                       UNTIL WS-PRC-IX > PPRO-PRICE-COUNT
               END-IF
           END-IF.
           IF WS-PRICE-FOUND
               MOVE 'P' TO WS-PRICE-SOURCE
               GO TO 2100-PRICE-SHIPMENT-EXIT
           END-IF.

           IF NOT WS-ITEM-FOUND
               MOVE 'ITEM NOT ON TC02-ITEM' TO WS-EXC-REASON
               GO TO 2100-PRICE-SHIPMENT-EXIT
           END-IF.
           IF ITEM-PRICE-EFF-DATE NUMERIC
                   AND SHPP-SHIP-DATE < ITEM-PRICE-EFF-DATE
               IF ITEM-PRIOR-PRICE NUMERIC
                   MOVE ITEM-PRIOR-PRICE TO WS-UNIT-PRICE
               END-IF
           ELSE
               IF ITEM-UNIT-PRICE NUMERIC
                   MOVE ITEM-UNIT-PRICE TO WS-UNIT-PRICE
               END-IF
           END-IF.
           IF WS-UNIT-PRICE > ZERO
               SET WS-PRICE-FOUND TO TRUE
               MOVE 'L' TO WS-PRICE-SOURCE
           ELSE
               MOVE 'NO PRICE IN EFFECT AT SHIP DATE' TO WS-EXC-REASON
           END-IF.
       2100-PRICE-SHIPMENT-EXIT.
           EXIT.

      ******************************************************************
      *    2150-CHECK-PARTNER-PRICE - ONE AGREED PRICE ON THE PROFILE. *
      *    IT APPLIES WHEN IT IS FOR THE SHIPPED ITEM, NOT ZERO, AND   *
      *    IN EFFECT BY THE SHIP DATE; OF THOSE, THE ONE WITH THE      *
      *    LATEST EFFECTIVE DATE IS TAKEN.                             *
      ******************************************************************
       2150-CHECK-PARTNER-PRICE.
           IF PPRO-PRICE-ITEM-ID (WS-PRC-IX) NOT = SHPP-ITEM-ID
               GO TO 2150-CHECK-PARTNER-PRICE-EXIT
           END-IF.
           IF PPRO-UNIT-PRICE (WS-PRC-IX) NOT NUMERIC
                   OR PPRO-PRICE-EFF-DATE (WS-PRC-IX) NOT NUMERIC
               GO TO 2150-CHECK-PARTNER-PRICE-EXIT
           END-IF.
           IF PPRO-UNIT-PRICE (WS-PRC-IX) = ZERO
                   OR PPRO-PRICE-EFF-DATE (WS-PRC-IX) > SHPP-SHIP-DATE
               GO TO 2150-CHECK-PARTNER-PRICE-EXIT
           END-IF.
           IF NOT WS-PRICE-FOUND
                   OR PPRO-PRICE-EFF-DATE (WS-PRC-IX) > WS-BEST-EFF-DATE
               SET WS-PRICE-FOUND TO TRUE
               MOVE PPRO-PRICE-EFF-DATE (WS-PRC-IX) TO WS-BEST-EFF-DATE
               MOVE PPRO-UNIT-PRICE (WS-PRC-IX) TO WS-UNIT-PRICE
           END-IF.
       2150-CHECK-PARTNER-PRICE-EXIT.
           EXIT.

      ******************************************************************
      *    2200-WRITE-EXTRACT - ONE TC02-BILX ROW FOR FINANCE.  A      *
      *    FAILED WRITE SETS WS-BILX-FAILED FOR 2000 TO BACK OUT.      *
      ******************************************************************
       2200-WRITE-EXTRACT.
           MOVE 'N'               TO WS-BILX-FAILED-SW.
           MOVE SPACES            TO TC02-BILX-REC.
           MOVE SHPP-PARTNER-ID   TO BILX-PARTNER-ID.
           MOVE SHPP-REQ-ID       TO BILX-REQ-ID.
           MOVE SHPP-SHIPMENT-ID  TO BILX-SHIPMENT-ID.
           MOVE SHPP-CARRIER      TO BILX-CARRIER.
           MOVE SHPP-SHIP-DATE    TO BILX-SHIP-DATE.
           MOVE SHPP-ITEM-ID      TO BILX-ITEM-ID.
           MOVE WS-ITEM-UOM       TO BILX-ITEM-UOM.
           MOVE SHPP-QTY-SHIPPED  TO BILX-QTY-SHIPPED.
           MOVE WS-UNIT-PRICE     TO BILX-UNIT-PRICE.
           MOVE WS-PRICE-SOURCE   TO BILX-PRICE-SOURCE.
           MOVE WS-EXTENDED-AMT   TO BILX-EXTENDED-AMT.
           MOVE WS-RUN-DATE       TO BILX-BILL-DATE.
           WRITE TC02-BILX-REC.
           IF WS-BILX-STATUS NOT = '00'
               DISPLAY
                   'CIF330 - WRITE FAILED ON TC02-BILX-FILE, STATUS='
                   WS-BILX-STATUS
               SET WS-BILX-FAILED TO TRUE
           END-IF.
       2200-WRITE-EXTRACT-EXIT.
           EXIT.

      ******************************************************************
      *    2300-PRINT-PRICE-EXCEPTION - ONE SHIPPED LINE HELD BACK FOR *
      *    WANT OF A PRICE.  NOTHING IS WRITTEN TO TC02-BILD, SO IT IS *
      *    TRIED AGAIN ON THE NEXT RUN.                                *
      ******************************************************************
       2300-PRINT-PRICE-EXCEPTION.
           ADD 1 TO WS-PRICE-EXCEPTIONS.
           MOVE SHPP-PARTNER-ID   TO EXC-PARTNER-ID.
           MOVE SHPP-REQ-ID       TO EXC-REQ-ID.
           MOVE SHPP-SHIPMENT-ID  TO EXC-SHIP-ID.
           MOVE SHPP-SHIP-DATE    TO EXC-SHIP-DATE.
           MOVE SHPP-ITEM-ID      TO EXC-ITEM-ID.
           MOVE SHPP-QTY-SHIPPED  TO EXC-QTY.
           MOVE WS-EXC-REASON     TO EXC-REASON.
           MOVE WS-EXC-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
       2300-PRINT-PRICE-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      *    2400-INSERT-BILL-ENTRY - GROW THE REGISTER TABLE BY ONE     *
      *    SLOT AND WALK THE NEW LINE DOWN FROM THE END PAST EVERY     *
      *    ENTRY FOR A HIGHER PARTNER ID, SO IT SETTLES AFTER THE LAST *
      *    LINE FOR ITS OWN PARTNER AND EACH PARTNER'S LINES STAY IN   *
      *    POSTING ORDER.                                              *
      ******************************************************************
       2400-INSERT-BILL-ENTRY.
           ADD 1 TO WS-BILL-COUNT.
           MOVE WS-BILL-COUNT TO WS-INS-IX.
           MOVE 'N' TO WS-INS-DONE-SW.
           PERFORM 2450-SHIFT-ONE-SLOT
               THRU 2450-SHIFT-ONE-SLOT-EXIT
               UNTIL WS-INS-DONE.
       2400-INSERT-BILL-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    2450-SHIFT-ONE-SLOT - ONE STEP OF THE INSERTION WALK: THE   *
      *    ENTRY ABOVE EITHER SLIDES DOWN A SLOT OR THE NEW LINE       *
      *    SETTLES WHERE THE WALK STOPPED.                             *
      ******************************************************************
       2450-SHIFT-ONE-SLOT.
           IF WS-INS-IX > 1
                   AND WS-BILL-PARTNER-ID (WS-INS-IX - 1)
                       > SHPP-PARTNER-ID
               MOVE WS-BILL-ENTRY (WS-INS-IX - 1)
                   TO WS-BILL-ENTRY (WS-INS-IX)
               SUBTRACT 1 FROM WS-INS-IX
           ELSE
               MOVE SHPP-PARTNER-ID  TO WS-BILL-PARTNER-ID (WS-INS-IX)
               MOVE SHPP-REQ-ID      TO WS-BILL-REQ-ID (WS-INS-IX)
               MOVE SHPP-SHIPMENT-ID TO WS-BILL-SHIPMENT-ID (WS-INS-IX)
               MOVE SHPP-CARRIER     TO WS-BILL-CARRIER (WS-INS-IX)
               MOVE SHPP-SHIP-DATE   TO WS-BILL-SHIP-DATE (WS-INS-IX)
               MOVE SHPP-ITEM-ID     TO WS-BILL-ITEM-ID (WS-INS-IX)
               MOVE SHPP-QTY-SHIPPED TO WS-BILL-QTY (WS-INS-IX)
               MOVE WS-UNIT-PRICE    TO WS-BILL-UNIT-PRICE (WS-INS-IX)
               MOVE WS-PRICE-SOURCE  TO WS-BILL-SOURCE (WS-INS-IX)
               MOVE WS-EXTENDED-AMT  TO WS-BILL-AMOUNT (WS-INS-IX)
               SET WS-INS-DONE TO TRUE
           END-IF.
       2450-SHIFT-ONE-SLOT-EXIT.
           EXIT.

      ******************************************************************
      *    3000-TERMINATE - PRINT THE INVOICE REGISTER AND TOTALS,     *
      *    CLOSE FILES, AND REPORT RUN TOTALS                          *
      ******************************************************************
       3000-TERMINATE.
           IF WS-FILES-OPEN
               MOVE WS-BLANK-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-REGISTER-HDR-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               PERFORM 3100-PRINT-BILL-ENTRY
                   THRU 3100-PRINT-BILL-ENTRY-EXIT
                   VARYING WS-BILL-SUB FROM 1 BY 1
                   UNTIL WS-BILL-SUB > WS-BILL-COUNT
               IF WS-BILL-COUNT > ZERO
                   PERFORM 3200-PRINT-PARTNER-TOTAL
                       THRU 3200-PRINT-PARTNER-TOTAL-EXIT
               END-IF
               MOVE WS-BLANK-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-SHIPMENTS-READ TO TOT-READ
               MOVE WS-SHIPMENTS-READ-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-ALREADY-BILLED TO TOT-ALREADY
               MOVE WS-ALREADY-BILLED-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-LINES-BILLED TO TOT-BILLED
               MOVE WS-LINES-BILLED-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-PARTNERS-BILLED TO TOT-PARTNERS
               MOVE WS-PARTNERS-BILLED-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-PRICE-EXCEPTIONS TO TOT-EXCEPTIONS
               MOVE WS-EXCEPTIONS-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-LINES-DEFERRED TO TOT-DEFERRED
               MOVE WS-DEFERRED-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-AMOUNT-BILLED TO TOT-AMOUNT
               MOVE WS-AMOUNT-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               CLOSE TC02-ITEM-FILE
                     TC02-PPRO-FILE
                     TC02-BILD-FILE
                     TC02-BILX-FILE
                     TC02-RPT-FILE
           END-IF.
           IF WS-SHPP-OPEN
               CLOSE TC02-SHPP-FILE
           END-IF.

           DISPLAY 'CIF330 - SHIPMENTS READ     : ' WS-SHIPMENTS-READ.
           DISPLAY 'CIF330 - ALREADY BILLED     : ' WS-ALREADY-BILLED.
           DISPLAY 'CIF330 - LINES BILLED       : ' WS-LINES-BILLED.
           DISPLAY 'CIF330 - NO PRICE ON FILE   : '
               WS-PRICE-EXCEPTIONS.
           DISPLAY 'CIF330 - LEFT FOR NEXT RUN  : ' WS-LINES-DEFERRED.
       3000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      *    3100-PRINT-BILL-ENTRY - ONE REGISTER LINE.  A CHANGE OF     *
      *    PARTNER CLOSES THE PREVIOUS PARTNER WITH ITS TOTAL AND      *
      *    OPENS THE NEW ONE WITH ITS NAME FROM TC02-PPRO.             *
      ******************************************************************
       3100-PRINT-BILL-ENTRY.
           IF WS-BILL-SUB = 1
                   OR WS-BILL-PARTNER-ID (WS-BILL-SUB)
                       NOT = WS-PREV-PARTNER-ID
               IF WS-BILL-SUB > 1
                   PERFORM 3200-PRINT-PARTNER-TOTAL
                       THRU 3200-PRINT-PARTNER-TOTAL-EXIT
               END-IF
               PERFORM 3150-PRINT-PARTNER-HEADER
                   THRU 3150-PRINT-PARTNER-HEADER-EXIT
           END-IF.

           MOVE WS-BILL-REQ-ID (WS-BILL-SUB)      TO REG-REQ-ID.
           MOVE WS-BILL-SHIPMENT-ID (WS-BILL-SUB) TO REG-SHIP-ID.
           MOVE WS-BILL-CARRIER (WS-BILL-SUB)     TO REG-CARRIER.
           MOVE WS-BILL-SHIP-DATE (WS-BILL-SUB)   TO REG-SHIP-DATE.
           MOVE WS-BILL-ITEM-ID (WS-BILL-SUB)     TO REG-ITEM-ID.
           MOVE WS-BILL-QTY (WS-BILL-SUB)         TO REG-QTY.
           MOVE WS-BILL-UNIT-PRICE (WS-BILL-SUB)  TO REG-UNIT-PRICE.
           MOVE WS-BILL-SOURCE (WS-BILL-SUB)      TO REG-SOURCE.
           MOVE WS-BILL-AMOUNT (WS-BILL-SUB)      TO REG-AMOUNT.
           MOVE WS-REG-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           ADD 1 TO WS-PTR-LINES.
           ADD WS-BILL-AMOUNT (WS-BILL-SUB) TO WS-PTR-AMOUNT.
       3100-PRINT-BILL-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    3150-PRINT-PARTNER-HEADER - START A PARTNER'S GROUP.  A     *
      *    BLANK OR UNPROFILED PARTNER ID PRINTS AS NO PARTNER         *
      *    PROFILE.                                                    *
      ******************************************************************
       3150-PRINT-PARTNER-HEADER.
           MOVE WS-BILL-PARTNER-ID (WS-BILL-SUB) TO WS-PREV-PARTNER-ID.
           MOVE ZERO TO WS-PTR-LINES.
           MOVE ZERO TO WS-PTR-AMOUNT.
           ADD 1 TO WS-PARTNERS-BILLED.

           MOVE WS-PREV-PARTNER-ID TO PHD-PARTNER-ID.
           MOVE 'NO PARTNER PROFILE' TO PHD-PARTNER-NAME.
           IF WS-PREV-PARTNER-ID NOT = SPACES
               MOVE WS-PREV-PARTNER-ID TO PPRO-PARTNER-ID
               READ TC02-PPRO-FILE
               IF WS-PPRO-STATUS = '00'
                   MOVE PPRO-NAME TO PHD-PARTNER-NAME
               END-IF
           END-IF.
           MOVE WS-BLANK-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-PARTNER-HDR-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-REG-COL-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
       3150-PRINT-PARTNER-HEADER-EXIT.
           EXIT.

      ******************************************************************
      *    3200-PRINT-PARTNER-TOTAL - CLOSE THE CURRENT PARTNER'S      *
      *    GROUP WITH ITS LINE COUNT AND AMOUNT                        *
      ******************************************************************
       3200-PRINT-PARTNER-TOTAL.
           MOVE WS-PREV-PARTNER-ID TO PTT-PARTNER-ID.
           MOVE WS-PTR-LINES       TO PTT-LINES.
           MOVE WS-PTR-AMOUNT      TO PTT-AMOUNT.
           MOVE WS-PARTNER-TOT-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
       3200-PRINT-PARTNER-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      *    8000-READ-POSTED-SHIPMENT - NEXT TC02-SHPP ROW              *
      ******************************************************************
       8000-READ-POSTED-SHIPMENT.
           READ TC02-SHPP-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND WS-SHPP-STATUS NOT = '00'
               DISPLAY 'CIF330 - READ FAILED ON TC02-SHPP-FILE, STATUS='
                   WS-SHPP-STATUS
               SET WS-EOF TO TRUE
           END-IF.
       8000-READ-POSTED-SHIPMENT-EXIT.
           EXIT.
