      ******************************************************************
      *    PROGRAM-ID.  CIF420
      *    AUTHOR.      D. L. OKAFOR, BATCH INTEGRATION GROUP
      *    INSTALLATION. COPYBOOK INTEGRATION FRAMEWORK
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        PARTNER SERVICE-LEVEL SCORECARD.  ONE BLOCK PER PARTNER
      *        ON THE TC02-PPRO PROFILE FILE FOR THE PERIOD NAMED ON A
      *        SINGLE PARAMETER CARD ON TC02PARM, IN THE SAME FORMAT
      *        CIF150 READS:
      *
      *            DATES 20260101 20260131
      *
      *        A REQUEST BELONGS TO THE PERIOD WHEN IT WAS LOADED IN
      *        IT (MSTR-LOAD-DATE); BOTH THE LIVE MASTER AND THE
      *        TC02-HIST ARCHIVE ARE SWEPT, SO A MONTH STAYS COMPLETE
      *        AFTER CIF140 ARCHIVES PART OF IT.  A REJECTION BELONGS
      *        TO THE PERIOD WHEN CIF100 FIRST REJECTED IT (EXC-FIRST-
      *        DATE); TC02EXC IS THE CONCATENATION OF THE PERIOD'S
      *        NIGHTLY EXCEPTION DATASETS, AND ONLY THE ORIGINAL
      *        REJECTION (EXC-RESUB-COUNT ZERO) IS COUNTED, SO A
      *        CIF110 STILL-BAD RESUBMISSION IN THE CONCATENATION IS
      *        NOT COUNTED AGAIN.  EACH PARTNER SHOWS:
      *
      *          RECEIVED    REQUESTS LOADED PLUS REQUESTS REJECTED.
      *                      A REJECTED REQUEST LATER REPAIRED BY
      *                      CIF110 COUNTS ONCE FOR EACH SUBMISSION.
      *          REJECT %    REJECTED OVER RECEIVED, IN TOTAL AND
      *                      BROKEN OUT BY EXC-REASON-CODE.
      *          FILL %      QUANTITY SHIPPED OVER QUANTITY ORDERED
      *                      ACROSS THE LOADED REQUESTS' LINES; A LINE
      *                      SHIPPED OVER ITS ORDER COUNTS AS FILLED.
      *          ON-TIME %   FULLY SHIPPED REQUESTS THAT CARRIED A
      *                      REQ-SHIP-DATE AND SHIPPED ON OR BEFORE IT
      *                      (MSTR-SHIP-DATE), OVER ALL FULLY SHIPPED
      *                      REQUESTS THAT CARRIED ONE.
      *          BACKORDER % LOADED REQUESTS STANDING BACKORDERED
      *                      (MSTR-ALLOC-STATUS) AT RUN TIME.
      *
      *        REQUESTS OWNED BY A PARTNER ID NOT ON THE PROFILE
      *        FILE, OR BY NONE (LOADED BEFORE THE MASTER CARRIED ONE)
      *        ARE GATHERED ON ONE "NO PARTNER PROFILE" BLOCK, AND
      *        THE REPORT CLOSES WITH AN ALL-PARTNERS BLOCK.
      *
      *    MODIFICATION HISTORY.
      *        2026-10-15  DLO  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIF420.
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
           SELECT TC02-PRM-FILE   ASSIGN TO TC02PARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT TC02-PPRO-FILE  ASSIGN TO TC02PPRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PPRO-PARTNER-ID
               FILE STATUS IS WS-PPRO-STATUS.

           SELECT TC02-MSTR-FILE  ASSIGN TO TC02MSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REQ-ID OF MSTR-REQ-DATA
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT TC02-HIST-FILE  ASSIGN TO TC02HIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REQ-ID OF HIST-REQ-DATA
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TC02-EXC-FILE   ASSIGN TO TC02EXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

           SELECT TC02-RPT-FILE   ASSIGN TO TC02PRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TC02-PRM-FILE
           RECORDING MODE IS F.
       01  TC02-PRM-REC.
           05  PRM-FUNCTION            PIC X(05).
               88  PRM-FUNC-DATES              VALUE 'DATES'.
           05  FILLER                  PIC X(01).
           05  PRM-OPERANDS            PIC X(74).
           05  PRM-DATES-CARD REDEFINES PRM-OPERANDS.
               10  PRM-FROM-DATE       PIC 9(08).
               10  FILLER              PIC X(01).
               10  PRM-TO-DATE         PIC 9(08).
               10  FILLER              PIC X(57).

       FD  TC02-PPRO-FILE.
           COPY TC02-PPRO.

       FD  TC02-MSTR-FILE.
           COPY TC02-MSTR.

       FD  TC02-HIST-FILE.
           COPY TC02-HIST.

       FD  TC02-EXC-FILE
           RECORDING MODE IS F.
           COPY TC02-EXC.

       FD  TC02-RPT-FILE
           RECORDING MODE IS F.
       01  TC02-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                *
      *-----------------------------------------------------------*
       77  WS-PRM-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-PPRO-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-MSTR-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-HIST-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-EXC-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-PPRO-EOF-SW          PIC X(01)  VALUE 'N'.
           88  WS-PPRO-EOF                 VALUE 'Y'.
       77  WS-MSTR-EOF-SW          PIC X(01)  VALUE 'N'.
           88  WS-MSTR-EOF                 VALUE 'Y'.
       77  WS-HIST-EOF-SW          PIC X(01)  VALUE 'N'.
           88  WS-HIST-EOF                 VALUE 'Y'.
       77  WS-EXC-EOF-SW           PIC X(01)  VALUE 'N'.
           88  WS-EXC-EOF                  VALUE 'Y'.
       77  WS-FILES-OPEN-SW        PIC X(01)  VALUE 'N'.
           88  WS-FILES-OPEN               VALUE 'Y'.
       77  WS-HIST-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-HIST-OPEN                VALUE 'Y'.
       77  WS-PARM-OK-SW           PIC X(01)  VALUE 'N'.
           88  WS-PARM-OK                  VALUE 'Y'.

      *-----------------------------------------------------------*
      *    PERIOD DECODED FROM THE PARAMETER CARD                  *
      *-----------------------------------------------------------*
       77  WS-SEL-FROM-DATE        PIC 9(08)  VALUE ZERO.
       77  WS-SEL-TO-DATE          PIC 9(08)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    WORK AREAS                                              *
      *-----------------------------------------------------------*
       77  WS-ITEM-IX              PIC 9(02)  COMP.
       77  WS-MAX-ITEMS            PIC 9(02)  COMP  VALUE 25.
       77  WS-RSN-SUB              PIC 9(02)  COMP.
       77  WS-FIND-PARTNER-ID      PIC X(04)  VALUE SPACES.
       77  WS-FILLED-QTY           PIC 9(03)  VALUE ZERO.
       77  WS-RECEIVED             PIC 9(07)  VALUE ZERO.
       77  WS-PCT                  PIC 9(03)V9  VALUE ZERO.

      *-----------------------------------------------------------*
      *    RUN TOTALS                                              *
      *-----------------------------------------------------------*
       77  WS-MSTR-SCANNED         PIC 9(07)  VALUE ZERO.
       77  WS-HIST-SCANNED         PIC 9(07)  VALUE ZERO.
       77  WS-EXC-SCANNED          PIC 9(07)  VALUE ZERO.
       77  WS-REQUESTS-SCORED      PIC 9(07)  VALUE ZERO.
       77  WS-REJECTS-SCORED       PIC 9(07)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    EXC-REASON-CODE VALUES IN REPORT COLUMN ORDER.  A CODE  *
      *    NOT IN THE LIST FALLS INTO THE LAST ('*', OTHER).       *
      *-----------------------------------------------------------*
       01  WS-REASON-CODE-LIST     PIC X(07)  VALUE 'HLRGPI*'.
       01  WS-REASON-CODE-TABLE REDEFINES WS-REASON-CODE-LIST.
           05  WS-REASON-CODE      PIC X(01)
                   OCCURS 7 TIMES INDEXED BY WS-RSN-IX.

      *-----------------------------------------------------------*
      *    SCORECARD TABLE - ONE ENTRY PER TC02-PPRO PARTNER, IN   *
      *    KEY ORDER, THEN ONE FINAL ENTRY (BLANK PARTNER ID) THAT *
      *    GATHERS REQUESTS OWNED BY NO PROFILED PARTNER.  EVERY   *
      *    ENTRY'S COUNTS HAVE THE SAME SHAPE AS WS-CUR-COUNTS AND *
      *    WS-ALL-COUNTS SO AN ENTRY CAN BE MOVED WHOLE FOR PRINT. *
      *-----------------------------------------------------------*
       77  WS-MAX-PARTNERS         PIC 9(03)  COMP  VALUE 499.
       77  WS-SC-COUNT             PIC 9(03)  COMP  VALUE ZERO.
       77  WS-SC-NOPROF-SUB        PIC 9(03)  COMP  VALUE ZERO.
       77  WS-SC-TABLE-FULL-SW     PIC X(01)  VALUE 'N'.
           88  WS-SC-TABLE-FULL            VALUE 'Y'.

       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SC-COUNT
                   INDEXED BY WS-SC-IX.
               10  WS-SC-PARTNER-ID    PIC X(04).
               10  WS-SC-PARTNER-NAME  PIC X(25).
               10  WS-SC-COUNTS.
                   15  WS-SC-LOADED        PIC 9(07).
                   15  WS-SC-REJECTED      PIC 9(07).
                   15  WS-SC-REJ-REASON    PIC 9(07)  OCCURS 7 TIMES.
                   15  WS-SC-QTY-ORDERED   PIC 9(09).
                   15  WS-SC-QTY-FILLED    PIC 9(09).
                   15  WS-SC-DUE-SHIPPED   PIC 9(07).
                   15  WS-SC-ON-TIME       PIC 9(07).
                   15  WS-SC-BACKORDERED   PIC 9(07).

       01  WS-CUR-COUNTS.
           05  WS-CUR-LOADED           PIC 9(07).
           05  WS-CUR-REJECTED         PIC 9(07).
           05  WS-CUR-REJ-REASON       PIC 9(07)  OCCURS 7 TIMES.
           05  WS-CUR-QTY-ORDERED      PIC 9(09).
           05  WS-CUR-QTY-FILLED       PIC 9(09).
           05  WS-CUR-DUE-SHIPPED      PIC 9(07).
           05  WS-CUR-ON-TIME          PIC 9(07).
           05  WS-CUR-BACKORDERED      PIC 9(07).

       01  WS-ALL-COUNTS.
           05  WS-ALL-LOADED           PIC 9(07)  VALUE ZERO.
           05  WS-ALL-REJECTED         PIC 9(07)  VALUE ZERO.
           05  WS-ALL-REJ-REASON       PIC 9(07)  OCCURS 7 TIMES.
           05  WS-ALL-QTY-ORDERED      PIC 9(09)  VALUE ZERO.
           05  WS-ALL-QTY-FILLED       PIC 9(09)  VALUE ZERO.
           05  WS-ALL-DUE-SHIPPED      PIC 9(07)  VALUE ZERO.
           05  WS-ALL-ON-TIME          PIC 9(07)  VALUE ZERO.
           05  WS-ALL-BACKORDERED      PIC 9(07)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    REPORT LINES                                            *
      *-----------------------------------------------------------*
       01  WS-TITLE-LINE.
           05  FILLER              PIC X(44)
               VALUE 'CIF420 - PARTNER SERVICE-LEVEL SCORECARD'.

       01  WS-PERIOD-LINE.
           05  FILLER              PIC X(07)  VALUE 'PERIOD '.
           05  PRD-FROM-DATE       PIC 9(08).
           05  FILLER              PIC X(04)  VALUE ' TO '.
           05  PRD-TO-DATE         PIC 9(08).

       01  WS-LEGEND-LINE.
           05  FILLER              PIC X(44)
               VALUE 'REJECT REASONS: H COUNT HIGH  L COUNT LOW  '.
           05  FILLER              PIC X(45)
               VALUE 'R COUNT RANGE  G COUNT GAP  P PARTNER LIMIT  '.
           05  FILLER              PIC X(19)
               VALUE 'I BAD ITEM  * OTHER'.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(33)  VALUE 'PARTNER'.
           05  FILLER              PIC X(09)  VALUE ' RECEIVED'.
           05  FILLER              PIC X(09)  VALUE '   LOADED'.
           05  FILLER              PIC X(09)  VALUE ' REJECTED'.
           05  FILLER              PIC X(09)  VALUE '   REJ %'.
           05  FILLER              PIC X(09)  VALUE '  FILL %'.
           05  FILLER              PIC X(09)  VALUE ' ONTIME %'.
           05  FILLER              PIC X(09)  VALUE ' BACKORD%'.

       01  WS-SCORE-LINE.
           05  SCR-PARTNER-ID      PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  SCR-PARTNER-NAME    PIC X(25).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  SCR-RECEIVED        PIC ZZZZZZZZ9.
           05  SCR-LOADED          PIC ZZZZZZZZ9.
           05  SCR-REJECTED        PIC ZZZZZZZZ9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  SCR-REJ-PCT         PIC ZZ9.9.
           05  FILLER              PIC X(01)  VALUE '%'.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  SCR-FILL-PCT        PIC ZZ9.9.
           05  FILLER              PIC X(01)  VALUE '%'.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  SCR-ONTIME-PCT      PIC ZZ9.9.
           05  FILLER              PIC X(01)  VALUE '%'.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  SCR-BACKORD-PCT     PIC ZZ9.9.
           05  FILLER              PIC X(01)  VALUE '%'.

       01  WS-REASON-LINE.
           05  FILLER              PIC X(06)  VALUE SPACES.
           05  FILLER              PIC X(12)  VALUE 'REJECTED BY '.
           05  RSN-ENTRY OCCURS 7 TIMES.
               10  RSN-CODE        PIC X(02).
               10  RSN-COUNT       PIC ZZZZ9.
               10  RSN-PCT         PIC ZZZ9.9.
               10  RSN-PCT-SIGN    PIC X(02).

       01  WS-BLANK-LINE           PIC X(01)  VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF WS-FILES-OPEN
               PERFORM 2000-SCAN-ONE-MASTER
                   THRU 2000-SCAN-ONE-MASTER-EXIT
                   UNTIL WS-MSTR-EOF
               PERFORM 2300-SCAN-ONE-HISTORY
                   THRU 2300-SCAN-ONE-HISTORY-EXIT
                   UNTIL WS-HIST-EOF
               PERFORM 2500-SCAN-ONE-EXCEPTION
                   THRU 2500-SCAN-ONE-EXCEPTION-EXIT
                   UNTIL WS-EXC-EOF
           END-IF.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - READ THE PARAMETER CARD, OPEN FILES, LOAD *
      *    THE PARTNER TABLE, PRINT HEADINGS, AND PRIME THE READS.  A  *
      *    MISSING OR BAD CARD IS FATAL.  THE ARCHIVE IS NOT - A       *
      *    SYSTEM THAT HAS NEVER RUN CIF140 HAS NO TC02-HIST YET, AND  *
      *    THE SCORECARD IS THEN BUILT FROM THE MASTER ALONE.          *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT TC02-PRM-FILE.
           IF WS-PRM-STATUS NOT = '00'
               DISPLAY 'CIF420 - OPEN FAILED ON TC02-PRM-FILE, STATUS='
                   WS-PRM-STATUS
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           READ TC02-PRM-FILE
               AT END
                   DISPLAY 'CIF420 - PARAMETER CARD MISSING'
               NOT AT END
                   PERFORM 1100-DECODE-PARAMETER
                       THRU 1100-DECODE-PARAMETER-EXIT
           END-READ.
           CLOSE TC02-PRM-FILE.
           IF NOT WS-PARM-OK
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT TC02-PPRO-FILE.
           IF WS-PPRO-STATUS NOT = '00'
               DISPLAY 'CIF420 - OPEN FAILED ON TC02-PPRO-FILE, STATUS='
                   WS-PPRO-STATUS
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1200-LOAD-PARTNER-TABLE
               THRU 1200-LOAD-PARTNER-TABLE-EXIT.
           CLOSE TC02-PPRO-FILE.

           OPEN INPUT TC02-MSTR-FILE.
           IF WS-MSTR-STATUS NOT = '00'
               DISPLAY 'CIF420 - OPEN FAILED ON TC02-MSTR-FILE, STATUS='
                   WS-MSTR-STATUS
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT TC02-EXC-FILE.
           IF WS-EXC-STATUS NOT = '00'
               DISPLAY 'CIF420 - OPEN FAILED ON TC02-EXC-FILE, STATUS='
                   WS-EXC-STATUS
               CLOSE TC02-MSTR-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT TC02-RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CIF420 - OPEN FAILED ON TC02-RPT-FILE, STATUS='
                   WS-RPT-STATUS
               CLOSE TC02-MSTR-FILE
                     TC02-EXC-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-FILES-OPEN TO TRUE.

           OPEN INPUT TC02-HIST-FILE.
           IF WS-HIST-STATUS = '00'
               SET WS-HIST-OPEN TO TRUE
           ELSE
               DISPLAY 'CIF420 - OPEN FAILED ON TC02-HIST-FILE, STATUS='
                   WS-HIST-STATUS ', MASTER ONLY'
               SET WS-HIST-EOF TO TRUE
           END-IF.

           MOVE WS-TITLE-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-SEL-FROM-DATE TO PRD-FROM-DATE.
           MOVE WS-SEL-TO-DATE   TO PRD-TO-DATE.
           MOVE WS-PERIOD-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-LEGEND-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-BLANK-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-COLUMN-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.

           PERFORM 8000-READ-MASTER THRU 8000-READ-MASTER-EXIT.
           IF WS-HIST-OPEN
               PERFORM 8100-READ-HISTORY THRU 8100-READ-HISTORY-EXIT
           END-IF.
           PERFORM 8200-READ-EXCEPTION THRU 8200-READ-EXCEPTION-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    1100-DECODE-PARAMETER - VALIDATE THE DATES CARD.  THE FROM  *
      *    AND TO DATES SIT IN COLUMNS 7-14 AND 16-23, THE SAME AS ON  *
      *    CIF150'S CARD, AND MUST BE IN ORDER.                        *
      ******************************************************************
       1100-DECODE-PARAMETER.
           IF NOT PRM-FUNC-DATES
               DISPLAY 'CIF420 - UNRECOGNIZED PARAMETER CARD: '
                   PRM-FUNCTION
               GO TO 1100-DECODE-PARAMETER-EXIT
           END-IF.
           IF PRM-FROM-DATE NOT NUMERIC OR PRM-TO-DATE NOT NUMERIC
               DISPLAY 'CIF420 - DATES CARD DATES NOT NUMERIC'
               GO TO 1100-DECODE-PARAMETER-EXIT
           END-IF.
           IF PRM-FROM-DATE > PRM-TO-DATE
               DISPLAY 'CIF420 - DATES CARD FROM DATE AFTER TO DATE'
               GO TO 1100-DECODE-PARAMETER-EXIT
           END-IF.
           MOVE PRM-FROM-DATE TO WS-SEL-FROM-DATE.
           MOVE PRM-TO-DATE   TO WS-SEL-TO-DATE.
           SET WS-PARM-OK TO TRUE.
       1100-DECODE-PARAMETER-EXIT.
           EXIT.

      ******************************************************************
      *    1200-LOAD-PARTNER-TABLE - ONE ENTRY PER PROFILE IN KEY      *
      *    ORDER, THEN THE NO-PROFILE ENTRY AFTER THE LAST OF THEM.    *
      *    SUSPENDED PARTNERS STAY ON - THEIR HISTORY STILL COUNTS.    *
      ******************************************************************
       1200-LOAD-PARTNER-TABLE.
           PERFORM 1250-LOAD-ONE-PARTNER
               THRU 1250-LOAD-ONE-PARTNER-EXIT
               UNTIL WS-PPRO-EOF.
           ADD 1 TO WS-SC-COUNT.
           MOVE WS-SC-COUNT TO WS-SC-NOPROF-SUB.
           SET WS-SC-IX TO WS-SC-COUNT.
           MOVE SPACES TO WS-SC-PARTNER-ID (WS-SC-IX).
           MOVE 'NO PARTNER PROFILE' TO WS-SC-PARTNER-NAME (WS-SC-IX).
           PERFORM 1260-CLEAR-ENTRY
               THRU 1260-CLEAR-ENTRY-EXIT.
       1200-LOAD-PARTNER-TABLE-EXIT.
           EXIT.

      ******************************************************************
      *    1250-LOAD-ONE-PARTNER - ONE TC02-PPRO ROW INTO THE TABLE,   *
      *    OR A ONE-TIME WARNING WHEN THE TABLE IS ALREADY FULL - AN   *
      *    OMITTED PARTNER'S REQUESTS THEN FALL TO NO PARTNER PROFILE. *
      ******************************************************************
       1250-LOAD-ONE-PARTNER.
           READ TC02-PPRO-FILE NEXT
               AT END
                   SET WS-PPRO-EOF TO TRUE
                   GO TO 1250-LOAD-ONE-PARTNER-EXIT
           END-READ.
           IF WS-PPRO-STATUS NOT = '00'
               DISPLAY 'CIF420 - READ FAILED ON TC02-PPRO-FILE, STATUS='
                   WS-PPRO-STATUS
               SET WS-PPRO-EOF TO TRUE
               GO TO 1250-LOAD-ONE-PARTNER-EXIT
           END-IF.
           IF WS-SC-COUNT < WS-MAX-PARTNERS
               ADD 1 TO WS-SC-COUNT
               SET WS-SC-IX TO WS-SC-COUNT
               MOVE PPRO-PARTNER-ID TO WS-SC-PARTNER-ID (WS-SC-IX)
               MOVE PPRO-NAME       TO WS-SC-PARTNER-NAME (WS-SC-IX)
               PERFORM 1260-CLEAR-ENTRY
                   THRU 1260-CLEAR-ENTRY-EXIT
           ELSE
               IF NOT WS-SC-TABLE-FULL
                   DISPLAY
                       'CIF420 - PARTNER TABLE FULL, SOME PARTNERS '
                       'OMITTED'
                   SET WS-SC-TABLE-FULL TO TRUE
               END-IF
           END-IF.
       1250-LOAD-ONE-PARTNER-EXIT.
           EXIT.

      ******************************************************************
      *    1260-CLEAR-ENTRY - ZERO THE COUNTS OF ENTRY WS-SC-IX        *
      ******************************************************************
       1260-CLEAR-ENTRY.
           MOVE ZERO TO WS-SC-LOADED (WS-SC-IX).
           MOVE ZERO TO WS-SC-REJECTED (WS-SC-IX).
           PERFORM 1265-CLEAR-ONE-REASON
               THRU 1265-CLEAR-ONE-REASON-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 7.
           MOVE ZERO TO WS-SC-QTY-ORDERED (WS-SC-IX).
           MOVE ZERO TO WS-SC-QTY-FILLED (WS-SC-IX).
           MOVE ZERO TO WS-SC-DUE-SHIPPED (WS-SC-IX).
           MOVE ZERO TO WS-SC-ON-TIME (WS-SC-IX).
           MOVE ZERO TO WS-SC-BACKORDERED (WS-SC-IX).
       1260-CLEAR-ENTRY-EXIT.
           EXIT.

       1265-CLEAR-ONE-REASON.
           MOVE ZERO TO WS-SC-REJ-REASON (WS-SC-IX, WS-RSN-SUB).
           MOVE ZERO TO WS-ALL-REJ-REASON (WS-RSN-SUB).
       1265-CLEAR-ONE-REASON-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SCAN-ONE-MASTER - SCORE ONE LIVE MASTER RECORD WHEN IT *
      *    WAS LOADED IN THE PERIOD                                    *
      ******************************************************************
       2000-SCAN-ONE-MASTER.
           ADD 1 TO WS-MSTR-SCANNED.
           IF MSTR-LOAD-DATE >= WS-SEL-FROM-DATE
                   AND MSTR-LOAD-DATE <= WS-SEL-TO-DATE
               PERFORM 2100-SCORE-REQUEST
                   THRU 2100-SCORE-REQUEST-EXIT
           END-IF.

           PERFORM 8000-READ-MASTER THRU 8000-READ-MASTER-EXIT.
       2000-SCAN-ONE-MASTER-EXIT.
           EXIT.

      ******************************************************************
      *    2100-SCORE-REQUEST - FOLD THE REQUEST IN TC02-MSTR-REC INTO *
      *    ITS PARTNER'S ENTRY.  THE ITEM COUNT IS RANGE-GUARDED THE   *
      *    SAME WAY EVERY SCANNER OF THE TABLE GUARDS IT.              *
      ******************************************************************
       2100-SCORE-REQUEST.
           ADD 1 TO WS-REQUESTS-SCORED.
           MOVE MSTR-PARTNER-ID TO WS-FIND-PARTNER-ID.
           PERFORM 2200-FIND-PARTNER
               THRU 2200-FIND-PARTNER-EXIT.

           ADD 1 TO WS-SC-LOADED (WS-SC-IX).
           IF MSTR-BACKORDERED
               ADD 1 TO WS-SC-BACKORDERED (WS-SC-IX)
           END-IF.
           IF MSTR-SHIPPED
                   AND REQ-SHIP-DATE IN MSTR-REQ-DATA NOT = ZERO
               ADD 1 TO WS-SC-DUE-SHIPPED (WS-SC-IX)
               IF MSTR-SHIP-DATE <= REQ-SHIP-DATE IN MSTR-REQ-DATA
                   ADD 1 TO WS-SC-ON-TIME (WS-SC-IX)
               END-IF
           END-IF.

           IF MSTR-REQ-COUNT >= 1 AND MSTR-REQ-COUNT <= WS-MAX-ITEMS
               PERFORM 2150-SCORE-ONE-LINE
                   THRU 2150-SCORE-ONE-LINE-EXIT
                   VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > MSTR-REQ-COUNT
           END-IF.
       2100-SCORE-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      *    2150-SCORE-ONE-LINE - ADD ONE LINE'S ORDERED QUANTITY, AND  *
      *    ITS SHIPPED QUANTITY UP TO THE ORDERED, TO THE FILL TOTALS  *
      ******************************************************************
       2150-SCORE-ONE-LINE.
           MOVE MSTR-ITEM-QTY-SHIPPED (WS-ITEM-IX) TO WS-FILLED-QTY.
           IF WS-FILLED-QTY > REQ-ITEM-QTY IN MSTR-REQ-DATA (WS-ITEM-IX)
               MOVE REQ-ITEM-QTY IN MSTR-REQ-DATA (WS-ITEM-IX)
                   TO WS-FILLED-QTY
           END-IF.
           ADD REQ-ITEM-QTY IN MSTR-REQ-DATA (WS-ITEM-IX)
               TO WS-SC-QTY-ORDERED (WS-SC-IX).
           ADD WS-FILLED-QTY TO WS-SC-QTY-FILLED (WS-SC-IX).
       2150-SCORE-ONE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    2200-FIND-PARTNER - POINT WS-SC-IX AT WS-FIND-PARTNER-ID'S  *
      *    ENTRY, OR AT THE NO-PROFILE ENTRY WHEN IT HAS NONE.  A      *
      *    BLANK ID FINDS THE NO-PROFILE ENTRY DIRECTLY.               *
      ******************************************************************
       2200-FIND-PARTNER.
           SET WS-SC-IX TO 1.
           SEARCH WS-SC-ENTRY
               AT END
                   SET WS-SC-IX TO WS-SC-NOPROF-SUB
               WHEN WS-SC-PARTNER-ID (WS-SC-IX) = WS-FIND-PARTNER-ID
                   CONTINUE
           END-SEARCH.
       2200-FIND-PARTNER-EXIT.
           EXIT.

      ******************************************************************
      *    2300-SCAN-ONE-HISTORY - SCORE ONE ARCHIVED REQUEST LOADED   *
      *    IN THE PERIOD.  THE ARCHIVE CARRIES THE MASTER'S FIELDS     *
      *    FIELD FOR FIELD, SO THEY ARE MOVED INTO THE MASTER RECORD   *
      *    AREA AND SCORED BY THE SAME PARAGRAPH AS A LIVE REQUEST.    *
      ******************************************************************
       2300-SCAN-ONE-HISTORY.
           ADD 1 TO WS-HIST-SCANNED.
           IF HIST-LOAD-DATE >= WS-SEL-FROM-DATE
                   AND HIST-LOAD-DATE <= WS-SEL-TO-DATE
               MOVE HIST-REQ-DATA        TO MSTR-REQ-DATA
               MOVE HIST-LOAD-DATE       TO MSTR-LOAD-DATE
               MOVE HIST-SHIP-STATUS     TO MSTR-SHIP-STATUS
               MOVE HIST-SHIP-ID         TO MSTR-SHIP-ID
               MOVE HIST-SHIP-CARRIER    TO MSTR-SHIP-CARRIER
               MOVE HIST-SHIP-DATE       TO MSTR-SHIP-DATE
               MOVE HIST-ALLOC-STATUS    TO MSTR-ALLOC-STATUS
               MOVE HIST-SHIP-ITEM-TABLE TO MSTR-SHIP-ITEM-TABLE
               MOVE HIST-PARTNER-ID      TO MSTR-PARTNER-ID
               PERFORM 2100-SCORE-REQUEST
                   THRU 2100-SCORE-REQUEST-EXIT
           END-IF.

           PERFORM 8100-READ-HISTORY THRU 8100-READ-HISTORY-EXIT.
       2300-SCAN-ONE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      *    2500-SCAN-ONE-EXCEPTION - COUNT ONE ORIGINAL REJECTION MADE *
      *    IN THE PERIOD AGAINST ITS PARTNER AND ITS REASON CODE       *
      ******************************************************************
       2500-SCAN-ONE-EXCEPTION.
           ADD 1 TO WS-EXC-SCANNED.
           IF EXC-FIRST-DATE < WS-SEL-FROM-DATE
                   OR EXC-FIRST-DATE > WS-SEL-TO-DATE
                   OR EXC-RESUB-COUNT NOT = ZERO
               GO TO 2500-SCAN-ONE-EXCEPTION-NEXT
           END-IF.

           ADD 1 TO WS-REJECTS-SCORED.
           MOVE EXC-PARTNER-ID TO WS-FIND-PARTNER-ID.
           PERFORM 2200-FIND-PARTNER
               THRU 2200-FIND-PARTNER-EXIT.
           SET WS-RSN-IX TO 1.
           SEARCH WS-REASON-CODE
               AT END
                   SET WS-RSN-IX TO 7
               WHEN WS-REASON-CODE (WS-RSN-IX) = EXC-REASON-CODE
                   CONTINUE
           END-SEARCH.
           SET WS-RSN-SUB TO WS-RSN-IX.
           ADD 1 TO WS-SC-REJECTED (WS-SC-IX).
           ADD 1 TO WS-SC-REJ-REASON (WS-SC-IX, WS-RSN-SUB).

       2500-SCAN-ONE-EXCEPTION-NEXT.
           PERFORM 8200-READ-EXCEPTION THRU 8200-READ-EXCEPTION-EXIT.
       2500-SCAN-ONE-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      *    3000-TERMINATE - PRINT ONE BLOCK PER PARTNER, THE NO-       *
      *    PROFILE BLOCK WHEN IT HAS ANYTHING ON IT, AND THE ALL-      *
      *    PARTNERS BLOCK; CLOSE FILES AND REPORT RUN TOTALS           *
      ******************************************************************
       3000-TERMINATE.
           IF WS-FILES-OPEN
               PERFORM 3100-PRINT-ONE-PARTNER
                   THRU 3100-PRINT-ONE-PARTNER-EXIT
                   VARYING WS-SC-IX FROM 1 BY 1
                   UNTIL WS-SC-IX > WS-SC-COUNT
               MOVE WS-ALL-COUNTS TO WS-CUR-COUNTS
               MOVE 'ALL '         TO SCR-PARTNER-ID
               MOVE 'ALL PARTNERS' TO SCR-PARTNER-NAME
               PERFORM 3200-PRINT-SCORE-LINES
                   THRU 3200-PRINT-SCORE-LINES-EXIT
               CLOSE TC02-MSTR-FILE
                     TC02-EXC-FILE
                     TC02-RPT-FILE
           END-IF.
           IF WS-HIST-OPEN
               CLOSE TC02-HIST-FILE
           END-IF.

           DISPLAY 'CIF420 - MASTER SCANNED     : ' WS-MSTR-SCANNED.
           DISPLAY 'CIF420 - HISTORY SCANNED    : ' WS-HIST-SCANNED.
           DISPLAY 'CIF420 - EXCEPTIONS SCANNED : ' WS-EXC-SCANNED.
           DISPLAY 'CIF420 - REQUESTS SCORED    : ' WS-REQUESTS-SCORED.
           DISPLAY 'CIF420 - REJECTIONS SCORED  : ' WS-REJECTS-SCORED.
       3000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      *    3100-PRINT-ONE-PARTNER - PRINT ONE TABLE ENTRY AND ADD IT   *
      *    TO THE ALL-PARTNERS TOTALS.  THE NO-PROFILE ENTRY IS LEFT   *
      *    OFF WHEN NOTHING FELL TO IT.                                *
      ******************************************************************
       3100-PRINT-ONE-PARTNER.
           MOVE WS-SC-COUNTS (WS-SC-IX) TO WS-CUR-COUNTS.
           IF WS-SC-PARTNER-ID (WS-SC-IX) = SPACES
                   AND WS-CUR-LOADED = ZERO
                   AND WS-CUR-REJECTED = ZERO
               GO TO 3100-PRINT-ONE-PARTNER-EXIT
           END-IF.
           MOVE WS-SC-PARTNER-ID (WS-SC-IX)   TO SCR-PARTNER-ID.
           MOVE WS-SC-PARTNER-NAME (WS-SC-IX) TO SCR-PARTNER-NAME.
           PERFORM 3200-PRINT-SCORE-LINES
               THRU 3200-PRINT-SCORE-LINES-EXIT.

           ADD WS-CUR-LOADED       TO WS-ALL-LOADED.
           ADD WS-CUR-REJECTED     TO WS-ALL-REJECTED.
           PERFORM 3150-ADD-ONE-REASON
               THRU 3150-ADD-ONE-REASON-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 7.
           ADD WS-CUR-QTY-ORDERED  TO WS-ALL-QTY-ORDERED.
           ADD WS-CUR-QTY-FILLED   TO WS-ALL-QTY-FILLED.
           ADD WS-CUR-DUE-SHIPPED  TO WS-ALL-DUE-SHIPPED.
           ADD WS-CUR-ON-TIME      TO WS-ALL-ON-TIME.
           ADD WS-CUR-BACKORDERED  TO WS-ALL-BACKORDERED.
       3100-PRINT-ONE-PARTNER-EXIT.
           EXIT.

       3150-ADD-ONE-REASON.
           ADD WS-CUR-REJ-REASON (WS-RSN-SUB)
               TO WS-ALL-REJ-REASON (WS-RSN-SUB).
       3150-ADD-ONE-REASON-EXIT.
           EXIT.

      ******************************************************************
      *    3200-PRINT-SCORE-LINES - THE TWO LINES OF ONE BLOCK, BUILT  *
      *    FROM WS-CUR-COUNTS.  A RATE WHOSE BASE IS ZERO PRINTS AS    *
      *    ZERO.                                                       *
      ******************************************************************
       3200-PRINT-SCORE-LINES.
           COMPUTE WS-RECEIVED = WS-CUR-LOADED + WS-CUR-REJECTED.
           MOVE WS-RECEIVED     TO SCR-RECEIVED.
           MOVE WS-CUR-LOADED   TO SCR-LOADED.
           MOVE WS-CUR-REJECTED TO SCR-REJECTED.

           MOVE ZERO TO WS-PCT.
           IF WS-RECEIVED > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-CUR-REJECTED * 100 / WS-RECEIVED
           END-IF.
           MOVE WS-PCT TO SCR-REJ-PCT.

           MOVE ZERO TO WS-PCT.
           IF WS-CUR-QTY-ORDERED > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-CUR-QTY-FILLED * 100 / WS-CUR-QTY-ORDERED
           END-IF.
           MOVE WS-PCT TO SCR-FILL-PCT.

           MOVE ZERO TO WS-PCT.
           IF WS-CUR-DUE-SHIPPED > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-CUR-ON-TIME * 100 / WS-CUR-DUE-SHIPPED
           END-IF.
           MOVE WS-PCT TO SCR-ONTIME-PCT.

           MOVE ZERO TO WS-PCT.
           IF WS-CUR-LOADED > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-CUR-BACKORDERED * 100 / WS-CUR-LOADED
           END-IF.
           MOVE WS-PCT TO SCR-BACKORD-PCT.

           MOVE WS-SCORE-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.

           PERFORM 3250-FILL-ONE-REASON
               THRU 3250-FILL-ONE-REASON-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 7.
           MOVE WS-REASON-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-BLANK-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
       3200-PRINT-SCORE-LINES-EXIT.
           EXIT.

      ******************************************************************
      *    3250-FILL-ONE-REASON - ONE REASON CODE'S COUNT AND ITS      *
      *    SHARE OF EVERYTHING THE PARTNER SENT                        *
      ******************************************************************
       3250-FILL-ONE-REASON.
           MOVE WS-REASON-CODE (WS-RSN-SUB) TO RSN-CODE (WS-RSN-SUB).
           MOVE WS-CUR-REJ-REASON (WS-RSN-SUB)
               TO RSN-COUNT (WS-RSN-SUB).
           MOVE ZERO TO WS-PCT.
           IF WS-RECEIVED > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-CUR-REJ-REASON (WS-RSN-SUB) * 100 / WS-RECEIVED
           END-IF.
           MOVE WS-PCT TO RSN-PCT (WS-RSN-SUB).
           MOVE '%'    TO RSN-PCT-SIGN (WS-RSN-SUB).
       3250-FILL-ONE-REASON-EXIT.
           EXIT.

      ******************************************************************
      *    8000-READ-MASTER - SHARED SEQUENTIAL READ PARAGRAPH         *
      ******************************************************************
       8000-READ-MASTER.
           READ TC02-MSTR-FILE NEXT
               AT END
                   SET WS-MSTR-EOF TO TRUE
           END-READ.
           IF WS-MSTR-STATUS NOT = '00' AND NOT WS-MSTR-EOF
               DISPLAY 'CIF420 - READ FAILED ON TC02-MSTR-FILE, STATUS='
                   WS-MSTR-STATUS
               SET WS-MSTR-EOF TO TRUE
           END-IF.
       8000-READ-MASTER-EXIT.
           EXIT.

      ******************************************************************
      *    8100-READ-HISTORY - SHARED SEQUENTIAL READ PARAGRAPH        *
      ******************************************************************
       8100-READ-HISTORY.
           READ TC02-HIST-FILE NEXT
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.
           IF WS-HIST-STATUS NOT = '00' AND NOT WS-HIST-EOF
               DISPLAY 'CIF420 - READ FAILED ON TC02-HIST-FILE, STATUS='
                   WS-HIST-STATUS
               SET WS-HIST-EOF TO TRUE
           END-IF.
       8100-READ-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      *    8200-READ-EXCEPTION - SHARED SEQUENTIAL READ PARAGRAPH      *
      ******************************************************************
       8200-READ-EXCEPTION.
           READ TC02-EXC-FILE
               AT END
                   SET WS-EXC-EOF TO TRUE
           END-READ.
       8200-READ-EXCEPTION-EXIT.
           EXIT.
