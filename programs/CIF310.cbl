      *        3+, AND 5+ DAYS, SO "DID REQUEST 123456 EVER SHIP" IS A
      *        REPORT LINE INSTEAD OF A HAND SEARCH OF THE AUDIT FILE.
      *
      *        A CONFIRMATION THAT CANNOT BE APPLIED IS HELD ON THE
      *        TC02-SHPS SUSPENSE FILE AND TRIED AGAIN ON EVERY LATER
      *        RUN, AHEAD OF THAT RUN'S EXTRACT, UNTIL IT MATCHES OR
      *        HAS WAITED WS-SUSP-MAX-DAYS AND IS HANDED OVER FOR
      *        PARTNER CONTACT.
      *
      *    MODIFICATION HISTORY.
      *        2026-08-22  DLO  INITIAL VERSION.
      *        2026-09-02  DLO  SHIPMENT IS NOW RECORDED PER ITEM LINE
      *                         REFERENCE MASTER NEXT TO ITS BARE
      *                         4-CHARACTER ID, LOADED INTO A LOOKUP
      *                         TABLE AT STARTUP.
      *        2026-10-15  DLO  A POSTED SHIPMENT NOW RELIEVES
      *                         TC02-INVT: ON-HAND FALLS BY THE
      *                         QUANTITY SHIPPED, AND WHEN THE REQUEST
      *                         IS ALLOCATED ITS COMMITTED STOCK FALLS
      *                         BY THE PART OF THE SHIPMENT THE LINE
      *                         STILL HAD OUTSTANDING, SO STOCK THAT
      *                         HAS LEFT THE BUILDING IS NO LONGER
      *                         COUNTED AS ON THE SHELF.
      *        2026-10-15  DLO  EVERY INVENTORY RELIEF IS NOW WRITTEN
      *                         TO THE TC02-SLDG STOCK LEDGER AS AN SH
      *                         ROW CARRYING THE REQ-ID.  A LEDGER THAT
      *                         WILL NOT OPEN IS LOGGED AND THE RUN
      *                         GOES ON WITHOUT IT.
      *        2026-10-15  DLO  A CONFIRMATION THAT CANNOT BE APPLIED
      *                         IS NO LONGER DROPPED.  IT IS CARRIED
      *                         FORWARD ON A TC02-SHPS SUSPENSE FILE
      *                         WITH THE DATE IT WAS FIRST SEEN AND
      *                         AN ATTEMPT COUNT, AND EVERY RUN RE-
      *                         APPLIES THE PRIOR RUN'S SUSPENSE
      *                         (TC02SHSI) BEFORE THE NEW EXTRACT,
      *                         WRITING WHAT IS STILL UNMATCHED TO THE
      *                         NEW SUSPENSE (TC02SHSO).  A ROW IN
      *                         SUSPENSE WS-SUSP-MAX-DAYS OR MORE IS
      *                         LISTED UNDER "NEEDS PARTNER CONTACT"
      *                         AND NOT CARRIED AGAIN.
      *        2026-10-15  DLO  EVERY SHIPMENT POSTED TO A MASTER
      *                         RECORD IS NOW JOURNALED TO TC02-MJNL
      *                         AS AN SH ROW WITH THE RECORD BEFORE
      *                         AND AFTER.  A JOURNAL THAT WILL NOT
      *                         OPEN IS LOGGED AND THE RUN GOES ON.
      *        2026-10-15  DLO  EVERY CONFIRMATION POSTED TO A MASTER
      *                         RECORD IS NOW ALSO APPENDED TO THE
      *                         TC02-SHPP POSTED-SHIPMENT FILE, WITH
      *                         THE REQUEST'S PARTNER ID, FOR CIF330
      *                         TO BILL FROM.  UNLIKE THE LEDGER AND
      *                         JOURNAL, A POSTED-SHIPMENT FILE THAT
      *                         WILL NOT OPEN IS FATAL - RUNNING ON
      *                         WOULD SHIP GOODS THAT ARE NEVER BILLED.
      *        2026-10-15  DLO  A LINE CIF170 COMMITTED ON A REQUEST
      *                         IT COULD ONLY PART-FILL (BACKORDERED
      *                         WITH MSTR-LINE-ALLOC-FLAG SET) NOW HAS
      *                         ITS COMMITTED STOCK RELIEVED ON SHIPMENT
      *                         THE SAME AS A LINE OF AN ALLOCATED ONE.
      *        2026-10-15  DLO  A CONFIRMATION THAT HITS A MASTER READ
      *                         OR REWRITE ERROR IS NOW SUSPENDED WITH
      *                         REASON 'E' INSTEAD OF BEING DROPPED.  A
      *                         BAD READ ON THE PRIOR SUSPENSE IS NOW
      *                         FATAL TO THE EXTRACT, THE SAME AS A
      *                         FAILED OPEN, SO THE REST OF IT IS NOT
      *                         LOST.  A SUSPENSE ROW THAT WILL NOT
      *                         WRITE IS NO LONGER COUNTED AS CARRIED
      *                         BUT AS LOST, ON ITS OWN REPORT TOTAL.
      *        2026-10-15  DLO  A POSTED SHIPMENT THAT WILL NOT WRITE TO
      *                         TC02-SHPP IS NOW COUNTED, NAMED ON THE
      *                         CONSOLE FOR MANUAL BILLING, PRINTED ON
      *                         THE REPORT TOTALS, AND ENDS THE RUN
      *                         WITH RETURN CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIF310.
               RECORD KEY IS REQ-ID OF MSTR-REQ-DATA
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT TC02-INVT-FILE  ASSIGN TO TC02INVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVT-ITEM-ID
               FILE STATUS IS WS-INVT-STATUS.

           SELECT TC02-RPT-FILE   ASSIGN TO TC02SRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT TC02-SLDG-FILE  ASSIGN TO TC02SLDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLDG-STATUS.

           SELECT TC02-MJNL-FILE  ASSIGN TO TC02MJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MJNL-STATUS.

           SELECT TC02-SHPP-FILE  ASSIGN TO TC02SHPP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHPP-STATUS.

           SELECT TC02-SHSI-FILE  ASSIGN TO TC02SHSI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHSI-STATUS.

           SELECT TC02-SHSO-FILE  ASSIGN TO TC02SHSO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHSO-STATUS.

           SELECT TC02-ITEM-FILE  ASSIGN TO TC02ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
       FD  TC02-MSTR-FILE.
           COPY TC02-MSTR.

       FD  TC02-INVT-FILE.
           COPY TC02-INVT.

       FD  TC02-RPT-FILE
           RECORDING MODE IS F.
       01  TC02-RPT-LINE               PIC X(132).

       FD  TC02-SLDG-FILE
           RECORDING MODE IS F.
           COPY TC02-SLDG.

       FD  TC02-MJNL-FILE
           RECORDING MODE IS F.
           COPY TC02-MJNL.

       FD  TC02-SHPP-FILE
           RECORDING MODE IS F.
           COPY TC02-SHPP.

       FD  TC02-SHSI-FILE
           RECORDING MODE IS F.
       01  TC02-SHSI-REC               PIC X(80).

       FD  TC02-SHSO-FILE
           RECORDING MODE IS F.
       01  TC02-SHSO-REC               PIC X(80).

       FD  TC02-ITEM-FILE.
           COPY TC02-ITEM.

      *-----------------------------------------------------------*
       77  WS-SHPC-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-MSTR-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-INVT-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-SLDG-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-MJNL-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-SHPP-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       77  WS-MSTR-EOF-SW          PIC X(01)  VALUE 'N'.
           88  WS-MSTR-EOF                 VALUE 'Y'.
       77  WS-FILES-OPEN-SW        PIC X(01)  VALUE 'N'.
           88  WS-FILES-OPEN               VALUE 'Y'.
       77  WS-SLDG-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-SLDG-OPEN                VALUE 'Y'.
       77  WS-MJNL-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-MJNL-OPEN                VALUE 'Y'.
       77  WS-LINE-FOUND-SW        PIC X(01)  VALUE 'N'.
           88  WS-LINE-FOUND               VALUE 'Y'.
       77  WS-ALL-COVERED-SW       PIC X(01)  VALUE 'N'.
           88  WS-ALL-COVERED              VALUE 'Y'.
       77  WS-IREF-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-SHSI-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-SHSO-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-SHSI-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-SHSI-OPEN                VALUE 'Y'.
       77  WS-SHSI-EOF-SW          PIC X(01)  VALUE 'N'.
           88  WS-SHSI-EOF                 VALUE 'Y'.
       77  WS-RETRYING-SW          PIC X(01)  VALUE 'N'.
           88  WS-RETRYING                 VALUE 'Y'.
       77  WS-SUSP-HELD-SW         PIC X(01)  VALUE 'N'.
           88  WS-SUSP-HELD                VALUE 'Y'.

      *-----------------------------------------------------------*
      *    SUSPENSE CARRY-FORWARD.  THE CONFIRMATION IN HAND IS    *
      *    TC02-SHPC-REC; ITS FIRST-SEEN DATE AND PRIOR ATTEMPT    *
      *    COUNT ARE KEPT BESIDE IT (RUN DATE AND ZERO FOR A NEW   *
      *    ONE).  A SUSPENDED ROW WS-SUSP-MAX-DAYS OLD OR MORE     *
      *    GOES TO THE PARTNER-CONTACT TABLE, PRINTED AFTER THE    *
      *    CONFIRMATIONS ARE DONE.                                 *
      *-----------------------------------------------------------*
       COPY TC02-SHPS.

       77  WS-SUSP-MAX-DAYS        PIC 9(03)  COMP  VALUE 7.
       77  WS-SUSP-FIRST-SEEN      PIC 9(08)  VALUE ZERO.
       77  WS-SUSP-ATTEMPTS        PIC 9(03)  VALUE ZERO.
       77  WS-SUSP-DAYS            PIC S9(05) COMP  VALUE ZERO.
       77  WS-SEEN-DAY-NBR         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-MAX-CONTACT          PIC 9(03)  COMP  VALUE 500.
       77  WS-CONTACT-COUNT        PIC 9(03)  COMP  VALUE ZERO.
       77  WS-CONTACT-FULL-SW      PIC X(01)  VALUE 'N'.
           88  WS-CONTACT-FULL             VALUE 'Y'.

       01  WS-CONTACT-TABLE.
           05  WS-CONTACT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CONTACT-COUNT
                   INDEXED BY WS-CONTACT-IX.
               10  WS-CONTACT-IMAGE    PIC X(80).

      *-----------------------------------------------------------*
      *    ITEM REFERENCE LOOKUP TABLE - LOADED AT STARTUP FROM    *
       77  WS-ITEM-IX              PIC 9(02)  COMP.
       77  WS-FOUND-IX             PIC 9(02)  COMP  VALUE ZERO.
       77  WS-MAX-ITEMS            PIC 9(02)  COMP  VALUE 25.
       77  WS-LINE-OPEN-QTY        PIC S9(04) COMP  VALUE ZERO.
       77  WS-RELIEF-QTY           PIC S9(04) COMP  VALUE ZERO.
       77  WS-ON-HAND-BEFORE       PIC 9(09)  VALUE ZERO.
       77  WS-COMMITTED-BEFORE     PIC 9(09)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    RUN DATE AND DAY-NUMBER WORK AREAS FOR THE AGING SWEEP  *
       77  WS-AGED-1-COUNT         PIC 9(07)  VALUE ZERO.
       77  WS-AGED-3-COUNT         PIC 9(07)  VALUE ZERO.
       77  WS-AGED-5-COUNT         PIC 9(07)  VALUE ZERO.
       77  WS-SUSP-RETRIED         PIC 9(07)  VALUE ZERO.
       77  WS-SUSP-RECOVERED       PIC 9(07)  VALUE ZERO.
       77  WS-SUSP-CARRIED         PIC 9(07)  VALUE ZERO.
       77  WS-SUSP-CONTACT         PIC 9(07)  VALUE ZERO.
       77  WS-SUSP-LOST            PIC 9(07)  VALUE ZERO.
       77  WS-SHIPMENTS-POSTED     PIC 9(07)  VALUE ZERO.
       77  WS-SHPP-WRITE-FAILED    PIC 9(07)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    REPORT LINES                                            *
           05  UNM-CARRIER         PIC X(04).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  UNM-SHIP-DATE       PIC 9(08).
           05  FILLER              PIC X(14)  VALUE '  FIRST SEEN '.
           05  UNM-FIRST-SEEN      PIC 9(08).
           05  FILLER              PIC X(10)  VALUE '  ATTEMPT '.
           05  UNM-ATTEMPTS        PIC ZZ9.

       01  WS-NOLINE-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  FILLER              PIC X(20)
               VALUE ' NO OPEN LINE FOR '.
           05  NOL-ITEM-ID         PIC X(04).
           05  FILLER              PIC X(14)  VALUE '  FIRST SEEN '.
           05  NOL-FIRST-SEEN      PIC 9(08).
           05  FILLER              PIC X(10)  VALUE '  ATTEMPT '.
           05  NOL-ATTEMPTS        PIC ZZ9.

       01  WS-CONTACT-HDR-LINE.
           05  FILLER              PIC X(47)
               VALUE 'SUSPENDED CONFIRMATIONS NEEDING PARTNER CONTACT'.
           05  FILLER              PIC X(02)  VALUE ' ('.
           05  CHD-MAX-DAYS        PIC ZZ9.
           05  FILLER              PIC X(12)  VALUE '+ DAYS OLD):'.

       01  WS-CONTACT-COL-LINE.
           05  FILLER              PIC X(11)  VALUE '  REQUEST'.
           05  FILLER              PIC X(09)  VALUE 'SHIPMENT'.
           05  FILLER              PIC X(07)  VALUE 'CARR'.
           05  FILLER              PIC X(11)  VALUE 'SHIPPED'.
           05  FILLER              PIC X(07)  VALUE 'ITEM'.
           05  FILLER              PIC X(06)  VALUE 'QTY'.
           05  FILLER              PIC X(11)  VALUE 'FIRST SEEN'.
           05  FILLER              PIC X(06)  VALUE 'TRIES'.
           05  FILLER              PIC X(06)  VALUE 'REASON'.

       01  WS-CONTACT-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  CON-REQ-ID          PIC 9(06).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  CON-SHIP-ID         PIC X(06).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  CON-CARRIER         PIC X(04).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  CON-SHIP-DATE       PIC 9(08).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  CON-ITEM-ID         PIC X(04).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  CON-QTY             PIC ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  CON-FIRST-SEEN      PIC 9(08).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  CON-ATTEMPTS        PIC ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  CON-REASON          PIC X(18).

       01  WS-AGING-HDR-LINE.
           05  FILLER              PIC X(42)
               VALUE 'UNSHIPPED 5 DAYS OR MORE  : '.
           05  BKT-5-COUNT         PIC ZZZZZZ9.

       01  WS-SUSP-RETRIED-LINE.
           05  FILLER              PIC X(28)
               VALUE 'SUSPENSE RETRIED          : '.
           05  SRT-COUNT           PIC ZZZZZZ9.

       01  WS-SUSP-RECOVERED-LINE.
           05  FILLER              PIC X(28)
               VALUE 'SUSPENSE NOW APPLIED      : '.
           05  SRC-COUNT           PIC ZZZZZZ9.

       01  WS-SUSP-CARRIED-LINE.
           05  FILLER              PIC X(28)
               VALUE 'CARRIED TO NEXT RUN       : '.
           05  SCF-COUNT           PIC ZZZZZZ9.

       01  WS-SUSP-CONTACT-LINE.
           05  FILLER              PIC X(28)
               VALUE 'NEEDS PARTNER CONTACT     : '.
           05  SCN-COUNT           PIC ZZZZZZ9.

       01  WS-SUSP-LOST-LINE.
           05  FILLER              PIC X(28)
               VALUE 'SUSPENSE WRITE FAILED     : '.
           05  SLS-COUNT           PIC ZZZZZZ9.

       01  WS-SHPP-FAILED-LINE.
           05  FILLER              PIC X(28)
               VALUE 'NOT POSTED FOR BILLING    : '.
           05  SPF-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 1500-RETRY-SUSPENSE
               THRU 1500-RETRY-SUSPENSE-EXIT.
           PERFORM 2000-PROCESS-CONFIRMATION
               THRU 2000-PROCESS-CONFIRMATION-EXIT
               UNTIL WS-EOF.
           PERFORM 2450-PRINT-CONTACT-LIST
               THRU 2450-PRINT-CONTACT-LIST-EXIT.
           PERFORM 2500-AGE-UNSHIPPED
               THRU 2500-AGE-UNSHIPPED-EXIT.
           PERFORM 3000-TERMINATE
           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - OPEN FILES AND PRINT HEADINGS.  THE PRIOR *
      *    RUN'S SUSPENSE IS OPTIONAL - THE FIRST RUN HAS NONE - BUT   *
      *    ONE THAT EXISTS AND WILL NOT OPEN, OR A NEW SUSPENSE THAT   *
      *    WILL NOT OPEN, IS FATAL: RUNNING ON WOULD DROP THE HELD     *
      *    CONFIRMATIONS.  THE EXTRACT'S PRIMING READ WAITS UNTIL THE  *
      *    SUSPENSE HAS BEEN RE-APPLIED (1500).                        *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O TC02-INVT-FILE.
           IF WS-INVT-STATUS NOT = '00'
               DISPLAY 'CIF310 - OPEN FAILED ON TC02-INVT-FILE, STATUS='
                   WS-INVT-STATUS
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT TC02-SHSI-FILE.
           EVALUATE WS-SHSI-STATUS
               WHEN '00'
                   SET WS-SHSI-OPEN TO TRUE
               WHEN '35'
                   DISPLAY 'CIF310 - NO SUSPENSE CARRIED FORWARD'
                   SET WS-SHSI-EOF TO TRUE
               WHEN OTHER
                   DISPLAY
                       'CIF310 - OPEN FAILED ON TC02-SHSI-FILE, STATUS='
                       WS-SHSI-STATUS
                   SET WS-EOF TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
           END-EVALUATE.

           OPEN OUTPUT TC02-SHSO-FILE.
           IF WS-SHSO-STATUS NOT = '00'
               DISPLAY 'CIF310 - OPEN FAILED ON TC02-SHSO-FILE, STATUS='
                   WS-SHSO-STATUS
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND TC02-SHPP-FILE.
           IF WS-SHPP-STATUS = '35'
               OPEN OUTPUT TC02-SHPP-FILE
           END-IF.
           IF WS-SHPP-STATUS NOT = '00'
               DISPLAY 'CIF310 - OPEN FAILED ON TC02-SHPP-FILE, STATUS='
                   WS-SHPP-STATUS
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT TC02-RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CIF310 - OPEN FAILED ON TC02-RPT-FILE, STATUS='
           END-IF.
           SET WS-FILES-OPEN TO TRUE.

           OPEN EXTEND TC02-SLDG-FILE.
           IF WS-SLDG-STATUS = '35'
               OPEN OUTPUT TC02-SLDG-FILE
           END-IF.
           IF WS-SLDG-STATUS = '00'
               SET WS-SLDG-OPEN TO TRUE
           ELSE
               DISPLAY 'CIF310 - OPEN FAILED ON TC02-SLDG-FILE, STATUS='
                   WS-SLDG-STATUS
           END-IF.

           OPEN EXTEND TC02-MJNL-FILE.
           IF WS-MJNL-STATUS = '35'
               OPEN OUTPUT TC02-MJNL-FILE
           END-IF.
           IF WS-MJNL-STATUS = '00'
               SET WS-MJNL-OPEN TO TRUE
           ELSE
               DISPLAY 'CIF310 - OPEN FAILED ON TC02-MJNL-FILE, STATUS='
                   WS-MJNL-STATUS
           END-IF.

           PERFORM 1050-LOAD-ITEM-TABLE
               THRU 1050-LOAD-ITEM-TABLE-EXIT.

           WRITE TC02-RPT-LINE.
           MOVE WS-UNMATCHED-HDR-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

           EXIT.

      ******************************************************************
      *    1500-RETRY-SUSPENSE - RE-APPLY EVERY CONFIRMATION THE PRIOR *
      *    RUN LEFT IN SUSPENSE, AHEAD OF THE NEW EXTRACT, SO A        *
      *    REQUEST THAT LOADED OVERNIGHT TAKES ITS OLDER SHIPMENTS     *
      *    FIRST; THEN PRIME THE EXTRACT.  A SUSPENSE THAT CANNOT BE   *
      *    READ THROUGH LEAVES THE EXTRACT UNPROCESSED (1510).         *
      ******************************************************************
       1500-RETRY-SUSPENSE.
           IF NOT WS-FILES-OPEN
               GO TO 1500-RETRY-SUSPENSE-EXIT
           END-IF.
           SET WS-RETRYING TO TRUE.
           PERFORM 1510-RETRY-ONE-SUSPENSE
               THRU 1510-RETRY-ONE-SUSPENSE-EXIT
               UNTIL WS-SHSI-EOF.
           MOVE 'N' TO WS-RETRYING-SW.
           IF WS-EOF
               GO TO 1500-RETRY-SUSPENSE-EXIT
           END-IF.

           PERFORM 8000-READ-CONFIRMATION
               THRU 8000-READ-CONFIRMATION-EXIT.
       1500-RETRY-SUSPENSE-EXIT.
           EXIT.

      ******************************************************************
      *    1510-RETRY-ONE-SUSPENSE - ONE HELD CONFIRMATION, RESTORED   *
      *    INTO THE EXTRACT RECORD AREA AND APPLIED THE SAME WAY AS A  *
      *    NEW ONE, CARRYING ITS FIRST-SEEN DATE AND ATTEMPT COUNT.    *
      *    A FIRST-SEEN DATE THAT IS NOT A DATE RESTARTS FROM TODAY.   *
      *    A READ ERROR IS FATAL, THE SAME AS A FAILED OPEN: THE ROWS  *
      *    BEHIND IT WOULD NEVER REACH THE NEW SUSPENSE, SO THE        *
      *    EXTRACT IS SKIPPED AND THE PRIOR SUSPENSE IS LEFT IN PLACE  *
      *    FOR A RERUN.                                                *
      ******************************************************************
       1510-RETRY-ONE-SUSPENSE.
           READ TC02-SHSI-FILE INTO TC02-SHPS-REC
               AT END
                   SET WS-SHSI-EOF TO TRUE
                   GO TO 1510-RETRY-ONE-SUSPENSE-EXIT
           END-READ.
           IF WS-SHSI-STATUS NOT = '00'
               DISPLAY 'CIF310 - READ FAILED ON TC02-SHSI-FILE, STATUS='
                   WS-SHSI-STATUS
               DISPLAY 'CIF310 - EXTRACT NOT PROCESSED, PRIOR '
                   'SUSPENSE MUST BE RERUN'
               SET WS-SHSI-EOF TO TRUE
               SET WS-EOF TO TRUE
               GO TO 1510-RETRY-ONE-SUSPENSE-EXIT
           END-IF.
           ADD 1 TO WS-SUSP-RETRIED.

           MOVE SHPS-CONFIRM TO TC02-SHPC-REC.
           IF SHPS-FIRST-SEEN-DATE NUMERIC
                   AND SHPS-FIRST-SEEN-DATE NOT = ZERO
               MOVE SHPS-FIRST-SEEN-DATE TO WS-SUSP-FIRST-SEEN
           ELSE
               MOVE WS-RUN-DATE TO WS-SUSP-FIRST-SEEN
           END-IF.
           IF SHPS-ATTEMPTS NUMERIC
               MOVE SHPS-ATTEMPTS TO WS-SUSP-ATTEMPTS
           ELSE
               MOVE ZERO TO WS-SUSP-ATTEMPTS
           END-IF.

           PERFORM 2050-APPLY-CONFIRMATION
               THRU 2050-APPLY-CONFIRMATION-EXIT.
       1510-RETRY-ONE-SUSPENSE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-CONFIRMATION - ONE CONFIRMATION FROM THE NEW   *
      *    EXTRACT, SEEN FOR THE FIRST TIME TODAY                      *
      ******************************************************************
       2000-PROCESS-CONFIRMATION.
           ADD 1 TO WS-CONFIRMS-READ.
           MOVE WS-RUN-DATE TO WS-SUSP-FIRST-SEEN.
           MOVE ZERO        TO WS-SUSP-ATTEMPTS.
           PERFORM 2050-APPLY-CONFIRMATION
               THRU 2050-APPLY-CONFIRMATION-EXIT.

           PERFORM 8000-READ-CONFIRMATION
               THRU 8000-READ-CONFIRMATION-EXIT.
       2000-PROCESS-CONFIRMATION-EXIT.
           EXIT.

      ******************************************************************
      *    2050-APPLY-CONFIRMATION - MATCH THE CONFIRMATION IN         *
      *    TC02-SHPC-REC AGAINST THE MASTER.  A HIT RECORDS THE        *
      *    SHIPMENT ON THE REQUEST; A MISS GOES TO SUSPENSE, AS DOES   *
      *    ONE THE MASTER CANNOT BE READ FOR.                          *
      ******************************************************************
       2050-APPLY-CONFIRMATION.
           MOVE SHPC-REQ-ID TO REQ-ID IN MSTR-REQ-DATA.
           READ TC02-MSTR-FILE.
           EVALUATE WS-MSTR-STATUS
                   DISPLAY
                       'CIF310 - READ FAILED ON TC02-MSTR-FILE, STATUS='
                       WS-MSTR-STATUS
                   SET SHPS-IO-ERROR TO TRUE
                   PERFORM 2400-SUSPEND-CONFIRMATION
                       THRU 2400-SUSPEND-CONFIRMATION-EXIT
           END-EVALUATE.
       2050-APPLY-CONFIRMATION-EXIT.
           EXIT.

      ******************************************************************
      *    SO-FAR COVERS ITS ORDERED QUANTITY - OTHERWISE IT IS HELD   *
      *    PART-SHIPPED SO IT STAYS ON THE AGING REPORT.  THE COUNT    *
      *    IS RANGE-GUARDED BEFORE IT DRIVES THE LINE WALK, THE SAME   *
      *    RULE EVERY SCANNER OF THIS TABLE APPLIES.  WHAT THE LINE    *
      *    STILL HAD OUTSTANDING IS NOTED BEFORE THE QUANTITY IS       *
      *    ADDED, SO 2150 KNOWS HOW MUCH OF THE SHIPMENT CAME OUT OF   *
      *    COMMITTED STOCK.  THE RECORD AS READ IS KEPT AS THE         *
      *    JOURNAL'S BEFORE IMAGE.  A SHIPMENT THAT REWRITES CLEANLY   *
      *    IS APPENDED TO TC02-SHPP FOR BILLING; ONE THAT DOES NOT     *
      *    GOES TO SUSPENSE TO BE TRIED AGAIN NEXT RUN.                *
      ******************************************************************
       2100-RECORD-SHIPMENT.
           IF WS-MJNL-OPEN
               MOVE TC02-MSTR-REC TO MJNL-BEFORE-IMAGE
           END-IF.
           IF MSTR-REQ-COUNT < 1 OR MSTR-REQ-COUNT > WS-MAX-ITEMS
               PERFORM 2300-PRINT-NO-LINE
                   THRU 2300-PRINT-NO-LINE-EXIT
               GO TO 2100-RECORD-SHIPMENT-EXIT
           END-IF.

           COMPUTE WS-LINE-OPEN-QTY =
               REQ-ITEM-QTY IN MSTR-REQ-DATA (WS-FOUND-IX)
               - MSTR-ITEM-QTY-SHIPPED (WS-FOUND-IX).
           IF WS-LINE-OPEN-QTY < ZERO
               MOVE ZERO TO WS-LINE-OPEN-QTY
           END-IF.

           ADD SHPC-QTY-SHIPPED
               TO MSTR-ITEM-QTY-SHIPPED (WS-FOUND-IX)
               ON SIZE ERROR
           REWRITE TC02-MSTR-REC.
           IF WS-MSTR-STATUS = '00'
               ADD 1 TO WS-CONFIRMS-MATCHED
               IF WS-RETRYING
                   ADD 1 TO WS-SUSP-RECOVERED
               END-IF
               IF WS-MJNL-OPEN
                   PERFORM 2170-WRITE-JOURNAL
                       THRU 2170-WRITE-JOURNAL-EXIT
               END-IF
               PERFORM 2180-WRITE-POSTED-SHIPMENT
                   THRU 2180-WRITE-POSTED-SHIPMENT-EXIT
               PERFORM 2150-RELIEVE-INVENTORY
                   THRU 2150-RELIEVE-INVENTORY-EXIT
           ELSE
               DISPLAY
                   'CIF310 - REWRITE FAILED ON TC02-MSTR-FILE, STATUS='
                   WS-MSTR-STATUS
               SET SHPS-IO-ERROR TO TRUE
               PERFORM 2400-SUSPEND-CONFIRMATION
                   THRU 2400-SUSPEND-CONFIRMATION-EXIT
           END-IF.
       2100-RECORD-SHIPMENT-EXIT.
           EXIT.

      ******************************************************************
      *    2150-RELIEVE-INVENTORY - THE SHIPPED STOCK HAS LEFT THE     *
      *    BUILDING.  ON-HAND FALLS BY THE FULL QUANTITY SHIPPED.      *
      *    WHEN THE REQUEST IS ALLOCATED, OR THE LINE IS FLAGGED       *
      *    COMMITTED ON A BACKORDERED ONE, CIF170 COMMITTED THE LINE'S *
      *    OUTSTANDING QUANTITY, SO COMMITTED FALLS BY THE SHIPMENT -  *
      *    BUT NEVER BY MORE THAN THE LINE STILL HAD OUTSTANDING; AN   *
      *    OVER-SHIPMENT CAME OUT OF FREE STOCK.  ANY OTHER LINE HAD   *
      *    NOTHING COMMITTED.  NEITHER QUANTITY IS TAKEN BELOW ZERO.   *
      *    AN ITEM WITH NO INVENTORY ROW IS LOGGED AND LEFT - THERE    *
      *    IS NO STOCK FIGURE TO FIX.                                  *
      *    A RELIEF THAT REWRITES CLEANLY IS LEDGERED.                 *
      ******************************************************************
       2150-RELIEVE-INVENTORY.
           MOVE SHPC-ITEM-ID TO INVT-ITEM-ID.
           READ TC02-INVT-FILE.
           IF WS-INVT-STATUS = '23'
               DISPLAY 'CIF310 - NO TC02-INVT ROW FOR ITEM '
                   SHPC-ITEM-ID ', STOCK NOT RELIEVED'
               GO TO 2150-RELIEVE-INVENTORY-EXIT
           END-IF.
           IF WS-INVT-STATUS NOT = '00'
               DISPLAY
                   'CIF310 - READ FAILED ON TC02-INVT-FILE, STATUS='
                   WS-INVT-STATUS
               GO TO 2150-RELIEVE-INVENTORY-EXIT
           END-IF.
           MOVE INVT-QTY-ON-HAND   TO WS-ON-HAND-BEFORE.
           MOVE INVT-QTY-COMMITTED TO WS-COMMITTED-BEFORE.

           IF INVT-QTY-ON-HAND < SHPC-QTY-SHIPPED
               MOVE ZERO TO INVT-QTY-ON-HAND
           ELSE
               SUBTRACT SHPC-QTY-SHIPPED FROM INVT-QTY-ON-HAND
           END-IF.

           IF MSTR-ALLOCATED OR MSTR-LINE-COMMITTED (WS-FOUND-IX)
               MOVE SHPC-QTY-SHIPPED TO WS-RELIEF-QTY
               IF WS-RELIEF-QTY > WS-LINE-OPEN-QTY
                   MOVE WS-LINE-OPEN-QTY TO WS-RELIEF-QTY
               END-IF
               IF INVT-QTY-COMMITTED < WS-RELIEF-QTY
                   MOVE ZERO TO INVT-QTY-COMMITTED
               ELSE
                   SUBTRACT WS-RELIEF-QTY FROM INVT-QTY-COMMITTED
               END-IF
           END-IF.

           REWRITE TC02-INVT-REC.
           IF WS-INVT-STATUS NOT = '00'
               DISPLAY
                   'CIF310 - REWRITE FAILED ON TC02-INVT-FILE, STATUS='
                   WS-INVT-STATUS
               GO TO 2150-RELIEVE-INVENTORY-EXIT
           END-IF.
           IF WS-SLDG-OPEN
               PERFORM 2160-WRITE-LEDGER
                   THRU 2160-WRITE-LEDGER-EXIT
           END-IF.
       2150-RELIEVE-INVENTORY-EXIT.
           EXIT.

      ******************************************************************
      *    2160-WRITE-LEDGER - APPEND ONE SH ROW TO TC02-SLDG FOR THE  *
      *    RELIEF JUST POSTED                                          *
      ******************************************************************
       2160-WRITE-LEDGER.
           MOVE WS-RUN-DATE        TO SLDG-POST-DATE.
           ACCEPT SLDG-POST-TIME FROM TIME.
           MOVE 'CIF310'           TO SLDG-PROGRAM.
           MOVE INVT-ITEM-ID       TO SLDG-ITEM-ID.
           SET SLDG-SHIP           TO TRUE.
           MOVE SHPC-REQ-ID        TO SLDG-REFERENCE.
           MOVE WS-ON-HAND-BEFORE  TO SLDG-ON-HAND-BEFORE.
           MOVE INVT-QTY-ON-HAND   TO SLDG-ON-HAND-AFTER.
           MOVE WS-COMMITTED-BEFORE TO SLDG-COMMITTED-BEFORE.
           MOVE INVT-QTY-COMMITTED TO SLDG-COMMITTED-AFTER.
           WRITE TC02-SLDG-REC.
           IF WS-SLDG-STATUS NOT = '00'
               DISPLAY
                   'CIF310 - WRITE FAILED ON TC02-SLDG-FILE, STATUS='
                   WS-SLDG-STATUS
           END-IF.
       2160-WRITE-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      *    2170-WRITE-JOURNAL - APPEND ONE SH ROW TO TC02-MJNL FOR THE *
      *    MASTER RECORD JUST REWRITTEN                                *
      ******************************************************************
       2170-WRITE-JOURNAL.
           MOVE REQ-ID IN MSTR-REQ-DATA TO MJNL-REQ-ID.
           MOVE WS-RUN-DATE        TO MJNL-JRNL-DATE.
           ACCEPT MJNL-JRNL-TIME FROM TIME.
           MOVE 'CIF310'           TO MJNL-PROGRAM.
           SET MJNL-FUNC-SHIP      TO TRUE.
           MOVE SPACES             TO MJNL-TERMINAL.
           MOVE SPACES             TO MJNL-USER.
           MOVE TC02-MSTR-REC      TO MJNL-AFTER-IMAGE.
           WRITE TC02-MJNL-REC.
           IF WS-MJNL-STATUS NOT = '00'
               DISPLAY
                   'CIF310 - WRITE FAILED ON TC02-MJNL-FILE, STATUS='
                   WS-MJNL-STATUS
           END-IF.
       2170-WRITE-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      *    2180-WRITE-POSTED-SHIPMENT - APPEND THE CONFIRMATION JUST   *
      *    POSTED TO TC02-SHPP, WITH THE REQUEST'S PARTNER ID.  ONE    *
      *    THAT WILL NOT WRITE IS ALREADY ON THE MASTER BUT WILL NEVER *
      *    REACH CIF330, SO IT IS NAMED ON THE CONSOLE FOR MANUAL      *
      *    BILLING AND COUNTED; 3000 ENDS THE RUN WITH RETURN CODE 8.  *
      ******************************************************************
       2180-WRITE-POSTED-SHIPMENT.
           MOVE SPACES             TO TC02-SHPP-REC.
           MOVE TC02-SHPC-REC      TO SHPP-CONFIRM.
           MOVE MSTR-PARTNER-ID    TO SHPP-PARTNER-ID.
           MOVE WS-RUN-DATE        TO SHPP-POST-DATE.
           ACCEPT SHPP-POST-TIME FROM TIME.
           WRITE TC02-SHPP-REC.
           IF WS-SHPP-STATUS = '00'
               ADD 1 TO WS-SHIPMENTS-POSTED
           ELSE
               DISPLAY
                   'CIF310 - WRITE FAILED ON TC02-SHPP-FILE, STATUS='
                   WS-SHPP-STATUS
               DISPLAY 'CIF310 - NOT POSTED FOR BILLING, REQUEST '
                   SHPC-REQ-ID ' SHIPMENT ' SHPC-SHIPMENT-ID
                   ' ITEM ' SHPC-ITEM-ID
               ADD 1 TO WS-SHPP-WRITE-FAILED
           END-IF.
       2180-WRITE-POSTED-SHIPMENT-EXIT.
           EXIT.

      ******************************************************************
      *    2110-FIND-CONFIRM-LINE - ONE LINE OF THE SEARCH FOR THE     *
      *    CONFIRMATION'S ITEM.  THE FIRST LINE CARRYING THE ITEM      *
      ******************************************************************
      *    2300-PRINT-NO-LINE - THE CONFIRMATION MATCHED A REQUEST     *
      *    BUT NAMES AN ITEM THAT IS NOT ON IT (OR THE RECORD'S COUNT  *
      *    IS UNUSABLE), SO THERE IS NO LINE TO APPLY IT TO.  IT GOES  *
      *    TO SUSPENSE - A CIF130 CHANGE MAY YET ADD THE LINE - AND IS *
      *    LISTED HERE UNLESS IT HAS AGED INTO PARTNER CONTACT.        *
      ******************************************************************
       2300-PRINT-NO-LINE.
           ADD 1 TO WS-CONFIRMS-NO-LINE.
           SET SHPS-NO-LINE TO TRUE.
           PERFORM 2400-SUSPEND-CONFIRMATION
               THRU 2400-SUSPEND-CONFIRMATION-EXIT.
           IF NOT WS-SUSP-HELD
               GO TO 2300-PRINT-NO-LINE-EXIT
           END-IF.
           MOVE SHPC-REQ-ID      TO NOL-REQ-ID.
           MOVE SHPC-ITEM-ID     TO NOL-ITEM-ID.
           MOVE WS-SUSP-FIRST-SEEN TO NOL-FIRST-SEEN.
           MOVE WS-SUSP-ATTEMPTS TO NOL-ATTEMPTS.
           MOVE WS-NOLINE-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
       2300-PRINT-NO-LINE-EXIT.

      ******************************************************************
      *    2200-PRINT-UNMATCHED - THE CONFIRMATION NAMES A REQUEST     *
      *    THAT IS NOT ON THE MASTER - OFTEN ONE STILL WAITING ON     *
      *    TC02-EXC FOR A REPAIR.  IT GOES TO SUSPENSE AND IS LISTED   *
      *    HERE UNLESS IT HAS AGED INTO PARTNER CONTACT.               *
      ******************************************************************
       2200-PRINT-UNMATCHED.
           ADD 1 TO WS-CONFIRMS-UNMATCHED.
           SET SHPS-NO-REQUEST TO TRUE.
           PERFORM 2400-SUSPEND-CONFIRMATION
               THRU 2400-SUSPEND-CONFIRMATION-EXIT.
           IF NOT WS-SUSP-HELD
               GO TO 2200-PRINT-UNMATCHED-EXIT
           END-IF.
           MOVE SHPC-REQ-ID      TO UNM-REQ-ID.
           MOVE SHPC-SHIPMENT-ID TO UNM-SHIP-ID.
           MOVE SHPC-CARRIER     TO UNM-CARRIER.
           MOVE SHPC-SHIP-DATE   TO UNM-SHIP-DATE.
           MOVE WS-SUSP-FIRST-SEEN TO UNM-FIRST-SEEN.
           MOVE WS-SUSP-ATTEMPTS TO UNM-ATTEMPTS.
           MOVE WS-UNMATCHED-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
       2200-PRINT-UNMATCHED-EXIT.
           EXIT.

      ******************************************************************
      *    2400-SUSPEND-CONFIRMATION - THIS RUN'S ATTEMPT IS COUNTED   *
      *    AND THE CONFIRMATION IN TC02-SHPC-REC IS BUILT INTO A       *
      *    SUSPENSE ROW (SHPS-REASON IS ALREADY SET BY THE CALLER).    *
      *    UNDER WS-SUSP-MAX-DAYS SINCE IT WAS FIRST SEEN IT IS        *
      *    WRITTEN TO THE NEW SUSPENSE AND WS-SUSP-HELD IS SET; AT OR  *
      *    PAST IT, IT GOES ON THE PARTNER-CONTACT TABLE AND IS NOT    *
      *    CARRIED.  WHEN THE TABLE IS FULL THE ROW IS CARRIED ONE     *
      *    MORE RUN RATHER THAN LOST.  A ROW THE NEW SUSPENSE WILL NOT *
      *    TAKE IS NOT HELD; IT IS COUNTED AS LOST AND REPORTED.       *
      ******************************************************************
       2400-SUSPEND-CONFIRMATION.
           MOVE 'N' TO WS-SUSP-HELD-SW.
           IF WS-SUSP-ATTEMPTS < 999
               ADD 1 TO WS-SUSP-ATTEMPTS
           END-IF.
           MOVE TC02-SHPC-REC      TO SHPS-CONFIRM.
           MOVE WS-SUSP-FIRST-SEEN TO SHPS-FIRST-SEEN-DATE.
           MOVE WS-SUSP-ATTEMPTS   TO SHPS-ATTEMPTS.

           COMPUTE WS-RUN-DAY-NBR =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           COMPUTE WS-SEEN-DAY-NBR =
               FUNCTION INTEGER-OF-DATE (WS-SUSP-FIRST-SEEN).
           COMPUTE WS-SUSP-DAYS = WS-RUN-DAY-NBR - WS-SEEN-DAY-NBR.

           IF WS-SUSP-DAYS >= WS-SUSP-MAX-DAYS
               IF WS-CONTACT-COUNT < WS-MAX-CONTACT
                   ADD 1 TO WS-CONTACT-COUNT
                   SET WS-CONTACT-IX TO WS-CONTACT-COUNT
                   MOVE TC02-SHPS-REC
                       TO WS-CONTACT-IMAGE (WS-CONTACT-IX)
                   ADD 1 TO WS-SUSP-CONTACT
                   GO TO 2400-SUSPEND-CONFIRMATION-EXIT
               END-IF
               IF NOT WS-CONTACT-FULL
                   DISPLAY 'CIF310 - PARTNER CONTACT TABLE FULL, '
                       'ROWS CARRIED TO NEXT RUN'
                   SET WS-CONTACT-FULL TO TRUE
               END-IF
           END-IF.

           WRITE TC02-SHSO-REC FROM TC02-SHPS-REC.
           IF WS-SHSO-STATUS NOT = '00'
               DISPLAY
                   'CIF310 - WRITE FAILED ON TC02-SHSO-FILE, STATUS='
                   WS-SHSO-STATUS
               ADD 1 TO WS-SUSP-LOST
               GO TO 2400-SUSPEND-CONFIRMATION-EXIT
           END-IF.
           ADD 1 TO WS-SUSP-CARRIED.
           SET WS-SUSP-HELD TO TRUE.
       2400-SUSPEND-CONFIRMATION-EXIT.
           EXIT.

      ******************************************************************
      *    2450-PRINT-CONTACT-LIST - THE CONFIRMATIONS THAT HAVE SAT   *
      *    IN SUSPENSE TOO LONG TO KEEP RETRYING, FOR SOMEONE TO TAKE  *
      *    UP WITH THE PARTNER                                         *
      ******************************************************************
       2450-PRINT-CONTACT-LIST.
           IF NOT WS-FILES-OPEN
               GO TO 2450-PRINT-CONTACT-LIST-EXIT
           END-IF.
           MOVE WS-SUSP-MAX-DAYS TO CHD-MAX-DAYS.
           MOVE WS-CONTACT-HDR-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-CONTACT-COL-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           PERFORM 2460-PRINT-ONE-CONTACT
               THRU 2460-PRINT-ONE-CONTACT-EXIT
               VARYING WS-CONTACT-IX FROM 1 BY 1
               UNTIL WS-CONTACT-IX > WS-CONTACT-COUNT.
       2450-PRINT-CONTACT-LIST-EXIT.
           EXIT.

       2460-PRINT-ONE-CONTACT.
           MOVE WS-CONTACT-IMAGE (WS-CONTACT-IX) TO TC02-SHPS-REC.
           MOVE SHPS-REQ-ID          TO CON-REQ-ID.
           MOVE SHPS-SHIPMENT-ID     TO CON-SHIP-ID.
           MOVE SHPS-CARRIER         TO CON-CARRIER.
           MOVE SHPS-SHIP-DATE       TO CON-SHIP-DATE.
           MOVE SHPS-ITEM-ID         TO CON-ITEM-ID.
           MOVE SHPS-QTY-SHIPPED     TO CON-QTY.
           MOVE SHPS-FIRST-SEEN-DATE TO CON-FIRST-SEEN.
           MOVE SHPS-ATTEMPTS        TO CON-ATTEMPTS.
           EVALUATE TRUE
               WHEN SHPS-NO-REQUEST
                   MOVE 'NO SUCH REQUEST' TO CON-REASON
               WHEN SHPS-IO-ERROR
                   MOVE 'MASTER I/O ERROR' TO CON-REASON
               WHEN OTHER
                   MOVE 'ITEM NOT ON REQUEST'
                       TO CON-REASON
           END-EVALUATE.
           MOVE WS-CONTACT-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
       2460-PRINT-ONE-CONTACT-EXIT.
           EXIT.

      ******************************************************************
      *    2500-AGE-UNSHIPPED - SWEEP THE WHOLE MASTER IN KEY ORDER    *
      *    AND AGE EVERY REQUEST STILL UNSHIPPED OFF ITS LOAD DATE.    *

      ******************************************************************
      *    3000-TERMINATE - PRINT THE BUCKET TOTALS, CLOSE FILES, AND  *
      *    REPORT RUN TOTALS.  ANY SHIPMENT THAT COULD NOT BE POSTED   *
      *    FOR BILLING SETS RETURN CODE 8 FOR THE OPERATOR.            *
      ******************************************************************
       3000-TERMINATE.
           IF WS-FILES-OPEN
               MOVE WS-AGED-5-COUNT TO BKT-5-COUNT
               MOVE WS-BUCKET-5-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-SUSP-RETRIED TO SRT-COUNT
               MOVE WS-SUSP-RETRIED-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-SUSP-RECOVERED TO SRC-COUNT
               MOVE WS-SUSP-RECOVERED-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-SUSP-CARRIED TO SCF-COUNT
               MOVE WS-SUSP-CARRIED-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-SUSP-CONTACT TO SCN-COUNT
               MOVE WS-SUSP-CONTACT-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-SUSP-LOST TO SLS-COUNT
               MOVE WS-SUSP-LOST-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-SHPP-WRITE-FAILED TO SPF-COUNT
               MOVE WS-SHPP-FAILED-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               CLOSE TC02-SHPC-FILE
                     TC02-MSTR-FILE
                     TC02-INVT-FILE
                     TC02-SHSO-FILE
                     TC02-SHPP-FILE
                     TC02-RPT-FILE
           END-IF.
           IF WS-SHSI-OPEN
               CLOSE TC02-SHSI-FILE
           END-IF.
           IF WS-SLDG-OPEN
               CLOSE TC02-SLDG-FILE
           END-IF.
           IF WS-MJNL-OPEN
               CLOSE TC02-MJNL-FILE
           END-IF.

           DISPLAY 'CIF310 - CONFIRMATIONS READ : ' WS-CONFIRMS-READ.
           DISPLAY 'CIF310 - MATCHED, RECORDED  : '
               WS-CONFIRMS-NO-LINE.
           DISPLAY 'CIF310 - STILL OPEN         : '
               WS-UNSHIPPED-COUNT.
           DISPLAY 'CIF310 - SUSPENSE RETRIED   : ' WS-SUSP-RETRIED.
           DISPLAY 'CIF310 - SUSPENSE APPLIED   : ' WS-SUSP-RECOVERED.
           DISPLAY 'CIF310 - SUSPENSE CARRIED   : ' WS-SUSP-CARRIED.
           DISPLAY 'CIF310 - PARTNER CONTACT    : ' WS-SUSP-CONTACT.
           DISPLAY 'CIF310 - SUSPENSE LOST      : ' WS-SUSP-LOST.
           DISPLAY 'CIF310 - POSTED FOR BILLING : '
               WS-SHIPMENTS-POSTED.
           DISPLAY 'CIF310 - NOT POSTED, BILLING: '
               WS-SHPP-WRITE-FAILED.
           IF WS-SHPP-WRITE-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       3000-TERMINATE-EXIT.
           EXIT.

