      ******************************************************************
      *    PROGRAM-ID.  CIF340
      *    AUTHOR.      D. L. OKAFOR, BATCH INTEGRATION GROUP
      *    INSTALLATION. COPYBOOK INTEGRATION FRAMEWORK
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        NIGHTLY ORDER-STATUS NOTICES TO PARTNERS.  SWEEPS
      *        TC02-MSTR AND COMPARES EACH REQUEST'S MSTR-ALLOC-STATUS,
      *        MSTR-SHIP-STATUS AND MSTR-SHIP-ID WITH WHAT THE
      *        TC02-NTFY TRACKING FILE SAYS THEY WERE AT THE LAST RUN.
      *        FOR EVERY REQUEST THAT HAS MOVED ON IT WRITES OUTBOUND
      *        TC06-MAIN-REC ENVELOPES OF THE ORDER-STATUS TYPE
      *        (TC06-NESTED STAT LAYOUT) TO TC06STAO:
      *
      *          - NEWLY ALLOCATED OR BACKORDERED - ONE ENVELOPE
      *            CARRYING THE REQ-ID AND THE NEW ALLOCATION STATUS
      *          - NEWLY PART-SHIPPED OR SHIPPED, OR A FURTHER
      *            SHIPMENT AGAINST A PART-SHIPPED REQUEST - ONE
      *            ENVELOPE PER LINE CARRYING THE REQ-ID, THE NEW SHIP
      *            STATUS, THE SHIPMENT ID, THE CARRIER, THE ITEM AND
      *            THE QUANTITY SHIPPED SO FAR ON THAT LINE
      *
      *        EACH ENVELOPE HAS ITS FTR-LENGTH AND FTR-CHECKSUM
      *        COMPUTED OVER THE HEADER AND BODY THE SAME WAY CIF300
      *        PROVES AN INBOUND ENVELOPE, SO THE PARTNER'S INTAKE CAN
      *        VALIDATE WHAT WE SEND.  THE TYPE CODE IS TAKEN FROM THE
      *        TC06-TXNTYP-FILE ROW WITH LAYOUT 'T'; WITHOUT ONE THE
      *        RUN STOPS BEFORE SENDING ANYTHING.
      *
      *        A NOTICE GOES ONLY TO A PARTNER WHOSE TC02-PPRO PROFILE
      *        OPTS IN TO THAT EVENT.  EVERY NOTICE, SENT OR WITHHELD,
      *        IS LISTED ON THE TC02TRPT REPORT SO CUSTOMER SERVICE
      *        CAN SEE WHAT EACH PARTNER WAS TOLD.
      *
      *        THE TRACKING ROW IS BROUGHT UP TO DATE AFTER THE
      *        REQUEST'S ENVELOPES ARE WRITTEN, SO A RERUN SENDS
      *        NOTHING TWICE.  IF AN ENVELOPE WRITE FAILS THE ROW IS
      *        LEFT ALONE AND THE NOTICE GOES OUT ON THE NEXT RUN.
      *        THE SAME HOLDS WHEN THE PARTNER'S PROFILE CANNOT BE
      *        READ - THE REQUEST IS LEFT FOR THE NEXT RUN RATHER
      *        THAN TREATED AS UNPROFILED.
      *
      *    MODIFICATION HISTORY.
      *        2026-10-15  DLO  INITIAL VERSION.
      *        2026-10-15  DLO  A TC02-PPRO READ THAT FAILS ON AN I/O
      *                         ERROR NO LONGER PASSES FOR AN
      *                         UNPROFILED PARTNER.  THE TRACKING ROW
      *                         IS LEFT ALONE SO THE NOTICE IS RETRIED
      *                         NEXT RUN, AND THE REPORT SAYS PROFILE
      *                         READ FAILED.
      *        2026-10-15  DLO  A TC02-NTFY TRACKING FILE THAT DOES NOT
      *                         EXIST YET IS CREATED EMPTY ON THE FIRST
      *                         RUN INSTEAD OF FAILING THE OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIF340.
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
           SELECT TC06-TXNTYP-FILE ASSIGN TO TC06TTYP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TTYP-STATUS.

           SELECT TC02-MSTR-FILE  ASSIGN TO TC02MSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQ-ID OF MSTR-REQ-DATA
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT TC02-PPRO-FILE  ASSIGN TO TC02PPRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPRO-PARTNER-ID
               FILE STATUS IS WS-PPRO-STATUS.

           SELECT TC02-NTFY-FILE  ASSIGN TO TC02NTFY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NTFY-REQ-ID
               FILE STATUS IS WS-NTFY-STATUS.

           SELECT TC06-STAO-FILE  ASSIGN TO TC06STAO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAO-STATUS.

           SELECT TC02-RPT-FILE   ASSIGN TO TC02TRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TC06-TXNTYP-FILE
           RECORDING MODE IS F.
           COPY TC06-TXNREC.

       FD  TC02-MSTR-FILE.
           COPY TC02-MSTR.

       FD  TC02-PPRO-FILE.
           COPY TC02-PPRO.

       FD  TC02-NTFY-FILE.
           COPY TC02-NTFY.

       FD  TC06-STAO-FILE
           RECORDING MODE IS F.
      *    ONE OUTBOUND TC06-MAIN-REC (47 BYTES).  THE ENVELOPE IS
      *    BUILT IN WS-STAO-ENVELOPE AND MOVED OUT WHOLE.
       01  TC06-STAO-REC               PIC X(47).

       FD  TC02-RPT-FILE
           RECORDING MODE IS F.
       01  TC02-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                *
      *-----------------------------------------------------------*
       77  WS-TTYP-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-MSTR-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-PPRO-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-NTFY-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-STAO-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-MSTR-EOF-SW          PIC X(01)  VALUE 'N'.
           88  WS-MSTR-EOF                 VALUE 'Y'.
       77  WS-TTYP-EOF-SW          PIC X(01)  VALUE 'N'.
           88  WS-TTYP-EOF                 VALUE 'Y'.
       77  WS-FILES-OPEN-SW        PIC X(01)  VALUE 'N'.
           88  WS-FILES-OPEN               VALUE 'Y'.
       77  WS-NTFY-FOUND-SW        PIC X(01)  VALUE 'N'.
           88  WS-NTFY-FOUND               VALUE 'Y'.
       77  WS-PPRO-FOUND-SW        PIC X(01)  VALUE 'N'.
           88  WS-PPRO-FOUND               VALUE 'Y'.
       77  WS-OPTED-IN-SW          PIC X(01)  VALUE 'N'.
           88  WS-OPTED-IN                 VALUE 'Y'.
       77  WS-SEND-FAILED-SW       PIC X(01)  VALUE 'N'.
           88  WS-SEND-FAILED              VALUE 'Y'.

      *-----------------------------------------------------------*
      *    STATUS LAST NOTIFIED FOR THE CURRENT REQUEST - FROM ITS *
      *    TC02-NTFY ROW, OR THE LOAD STATE WHEN IT HAS NONE       *
      *-----------------------------------------------------------*
       77  WS-PRIOR-ALLOC-STATUS   PIC X(01)  VALUE SPACE.
       77  WS-PRIOR-SHIP-STATUS    PIC X(01)  VALUE SPACE.
       77  WS-PRIOR-SHIP-ID        PIC X(06)  VALUE SPACES.
       77  WS-PRIOR-ENVELOPES      PIC 9(05)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    NOTICE WORK AREAS                                       *
      *-----------------------------------------------------------*
       77  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-STAT-TXN-TYPE        PIC X(04)  VALUE SPACES.
       77  WS-ITEM-IX              PIC 9(02)  COMP.
       77  WS-MAX-ITEMS            PIC 9(02)  COMP  VALUE 25.
       77  WS-REQ-ENVELOPES        PIC 9(03)  VALUE ZERO.
       77  WS-NOTICE-ENVELOPES     PIC 9(03)  VALUE ZERO.
       77  WS-NOTICE-STATUS        PIC X(01)  VALUE SPACE.
           88  WS-NOTICE-ALLOCATED         VALUE 'A'.
           88  WS-NOTICE-BACKORDERED       VALUE 'B'.
           88  WS-NOTICE-PART-SHIPPED      VALUE 'P'.
           88  WS-NOTICE-SHIPPED           VALUE 'S'.
       77  WS-DISPOSITION          PIC X(22)  VALUE SPACES.

      *-----------------------------------------------------------*
      *    ENVELOPE INTEGRITY WORK AREAS                            *
      *-----------------------------------------------------------*
       77  WS-EXPECTED-LENGTH      PIC 9(04)  VALUE 38.
       77  WS-COMPUTED-CHECKSUM    PIC 9(05)  COMP  VALUE ZERO.
       77  WS-CHK-IX               PIC 9(02)  COMP.

      *-----------------------------------------------------------*
      *    RUN TOTALS                                              *
      *-----------------------------------------------------------*
       77  WS-REQUESTS-READ        PIC 9(07)  VALUE ZERO.
       77  WS-CHANGES-FOUND        PIC 9(07)  VALUE ZERO.
       77  WS-ALLOC-NOTICES        PIC 9(07)  VALUE ZERO.
       77  WS-BACKORDER-NOTICES    PIC 9(07)  VALUE ZERO.
       77  WS-SHIP-NOTICES         PIC 9(07)  VALUE ZERO.
       77  WS-NOTICES-WITHHELD     PIC 9(07)  VALUE ZERO.
       77  WS-ENVELOPES-WRITTEN    PIC 9(07)  VALUE ZERO.
       77  WS-TRACKING-ERRORS      PIC 9(07)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    OUTBOUND STATUS ENVELOPE - THE SAME SHAPE AS            *
      *    TC06-MAIN-REC, BUILT HERE AND MOVED TO THE TC06-STAO    *
      *    FD WHOLE.  THE BODY NESTS TC06-NESTED UNDER THE STAO    *
      *    PREFIX, AND THE SAME HALFWORD REDEFINES VIEWS GIVE THE  *
      *    FOOTER CHECKSUM SOMETHING TO SUM OVER.                  *
      *-----------------------------------------------------------*
       01  WS-STAO-ENVELOPE.
           05  STAO-HEADER             PIC X(10).
           05  STAO-HEADER-R REDEFINES STAO-HEADER.
               10  STAO-HDR-TXN-TYPE   PIC X(04).
               10  STAO-HDR-PARTNER-ID PIC X(04).
               10  STAO-HDR-FILLER     PIC X(02).
           05  STAO-HEADER-CHK REDEFINES STAO-HEADER.
               10  STAO-HDR-CHK-HW OCCURS 5 TIMES PIC 9(4) COMP.
           COPY TC06-NESTED REPLACING ==:PREFIX:== BY ==STAO==.
           05  STAO-BODY-CHK REDEFINES STAO-BODY.
               10  STAO-BDY-CHK-HW OCCURS 14 TIMES PIC 9(4) COMP.
           05  STAO-FOOTER.
               10  STAO-FTR-LENGTH     PIC 9(04).
               10  STAO-FTR-CHECKSUM   PIC 9(05).

      *-----------------------------------------------------------*
      *    TRANSACTION-TYPE TABLE - LOADED AT RUNTIME FROM         *
      *    TC06-TXNTYP-FILE BY 1020-LOAD-TXNTYP-TABLE               *
      *-----------------------------------------------------------*
           COPY TC06-TXNTYP.

      *-----------------------------------------------------------*
      *    REPORT LINES                                            *
      *-----------------------------------------------------------*
       01  WS-TITLE-LINE.
           05  FILLER              PIC X(42)
               VALUE 'CIF340 - ORDER STATUS NOTICES TO PARTNERS'.

       01  WS-RUN-DATE-LINE.
           05  FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           05  RDT-DATE            PIC 9(08).
           05  FILLER              PIC X(14)  VALUE '   TYPE CODE: '.
           05  RDT-TXN-TYPE        PIC X(04).

       01  WS-BLANK-LINE           PIC X(01)  VALUE SPACE.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(09)  VALUE '  REQUEST'.
           05  FILLER              PIC X(10)  VALUE '  PARTNER'.
           05  FILLER              PIC X(15)  VALUE 'NEW STATUS'.
           05  FILLER              PIC X(09)  VALUE 'SHIPMENT'.
           05  FILLER              PIC X(07)  VALUE 'CARR'.
           05  FILLER              PIC X(07)  VALUE 'ENVS'.
           05  FILLER              PIC X(11)  VALUE 'DISPOSITION'.

       01  WS-NOTICE-LINE.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  NTC-REQ-ID          PIC 9(06).
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  NTC-PARTNER-ID      PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  NTC-STATUS-DESC     PIC X(12).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  NTC-SHIP-ID         PIC X(06).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  NTC-CARRIER         PIC X(04).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  NTC-ENVELOPES       PIC ZZ9.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  NTC-DISPOSITION     PIC X(22).

       01  WS-REQUESTS-READ-LINE.
           05  FILLER              PIC X(28)
               VALUE 'REQUESTS READ             : '.
           05  TOT-READ            PIC ZZZZZZ9.

       01  WS-CHANGES-FOUND-LINE.
           05  FILLER              PIC X(28)
               VALUE 'STATUS CHANGES FOUND      : '.
           05  TOT-CHANGES         PIC ZZZZZZ9.

       01  WS-ALLOC-NOTICES-LINE.
           05  FILLER              PIC X(28)
               VALUE 'ALLOCATION NOTICES SENT   : '.
           05  TOT-ALLOC           PIC ZZZZZZ9.

       01  WS-BACKORDER-NOTICES-LINE.
           05  FILLER              PIC X(28)
               VALUE 'BACKORDER NOTICES SENT    : '.
           05  TOT-BACKORDER       PIC ZZZZZZ9.

       01  WS-SHIP-NOTICES-LINE.
           05  FILLER              PIC X(28)
               VALUE 'SHIPMENT NOTICES SENT     : '.
           05  TOT-SHIP            PIC ZZZZZZ9.

       01  WS-WITHHELD-LINE.
           05  FILLER              PIC X(28)
               VALUE 'NOTICES WITHHELD          : '.
           05  TOT-WITHHELD        PIC ZZZZZZ9.

       01  WS-ENVELOPES-LINE.
           05  FILLER              PIC X(28)
               VALUE 'ENVELOPES WRITTEN         : '.
           05  TOT-ENVELOPES       PIC ZZZZZZ9.

       01  WS-TRACKING-ERRORS-LINE.
           05  FILLER              PIC X(28)
               VALUE 'LEFT FOR NEXT RUN         : '.
           05  TOT-TRACKING        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-CHECK-ONE-REQUEST
               THRU 2000-CHECK-ONE-REQUEST-EXIT
               UNTIL WS-MSTR-EOF.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - FIND THE STATUS TYPE CODE, OPEN FILES,    *
      *    PRINT HEADINGS, AND POSITION AT THE START OF THE MASTER.    *
      *    NO REGISTERED STATUS TYPE, OR ANY OPEN FAILURE, IS FATAL.   *
      *    A TRACKING FILE NOT YET CREATED IS CREATED EMPTY FIRST.     *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1020-LOAD-TXNTYP-TABLE
               THRU 1020-LOAD-TXNTYP-TABLE-EXIT.
           SET TXNTYP-IX TO 1.
           SEARCH TXNTYP-ENTRY
               AT END
                   DISPLAY 'CIF340 - NO ORDER-STATUS TYPE (LAYOUT T) '
                       'ON TC06-TXNTYP-FILE'
                   SET WS-MSTR-EOF TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               WHEN TXNTYP-LAYOUT-STATUS (TXNTYP-IX)
                   MOVE TXNTYP-CODE (TXNTYP-IX) TO WS-STAT-TXN-TYPE
           END-SEARCH.

           OPEN INPUT TC02-MSTR-FILE.
           IF WS-MSTR-STATUS NOT = '00'
               DISPLAY 'CIF340 - OPEN FAILED ON TC02-MSTR-FILE, STATUS='
                   WS-MSTR-STATUS
               SET WS-MSTR-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT TC02-PPRO-FILE.
           IF WS-PPRO-STATUS NOT = '00'
               DISPLAY 'CIF340 - OPEN FAILED ON TC02-PPRO-FILE, STATUS='
                   WS-PPRO-STATUS
               CLOSE TC02-MSTR-FILE
               SET WS-MSTR-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O TC02-NTFY-FILE.
           IF WS-NTFY-STATUS = '35'
               OPEN OUTPUT TC02-NTFY-FILE
               IF WS-NTFY-STATUS = '00'
                   CLOSE TC02-NTFY-FILE
                   OPEN I-O TC02-NTFY-FILE
               END-IF
           END-IF.
           IF WS-NTFY-STATUS NOT = '00'
               DISPLAY 'CIF340 - OPEN FAILED ON TC02-NTFY-FILE, STATUS='
                   WS-NTFY-STATUS
               CLOSE TC02-MSTR-FILE
                     TC02-PPRO-FILE
               SET WS-MSTR-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT TC06-STAO-FILE.
           IF WS-STAO-STATUS NOT = '00'
               DISPLAY 'CIF340 - OPEN FAILED ON TC06-STAO-FILE, STATUS='
                   WS-STAO-STATUS
               CLOSE TC02-MSTR-FILE
                     TC02-PPRO-FILE
                     TC02-NTFY-FILE
               SET WS-MSTR-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT TC02-RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CIF340 - OPEN FAILED ON TC02-RPT-FILE, STATUS='
                   WS-RPT-STATUS
               CLOSE TC02-MSTR-FILE
                     TC02-PPRO-FILE
                     TC02-NTFY-FILE
                     TC06-STAO-FILE
               SET WS-MSTR-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-FILES-OPEN TO TRUE.

           MOVE WS-TITLE-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-RUN-DATE      TO RDT-DATE.
           MOVE WS-STAT-TXN-TYPE TO RDT-TXN-TYPE.
           MOVE WS-RUN-DATE-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-BLANK-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-COLUMN-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.

           MOVE ZERO TO REQ-ID IN MSTR-REQ-DATA.
           START TC02-MSTR-FILE
               KEY NOT < REQ-ID IN MSTR-REQ-DATA.
           IF WS-MSTR-STATUS NOT = '00'
               SET WS-MSTR-EOF TO TRUE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    1020-LOAD-TXNTYP-TABLE - READ THE TC06-TXNTYP-FILE          *
      *    REFERENCE FILE INTO THE WS-TXNTYP-TABLE.  A MISSING OR      *
      *    EMPTY FILE LEAVES THE TABLE EMPTY, AND 1000-INITIALIZE      *
      *    THEN FINDS NO STATUS TYPE.                                  *
      ******************************************************************
       1020-LOAD-TXNTYP-TABLE.
           MOVE ZERO TO WS-TXNTYP-COUNT.
           OPEN INPUT TC06-TXNTYP-FILE.
           IF WS-TTYP-STATUS NOT = '00'
               DISPLAY
                   'CIF340 - OPEN FAILED ON TC06-TXNTYP-FILE, STATUS='
                   WS-TTYP-STATUS
               GO TO 1020-LOAD-TXNTYP-TABLE-EXIT
           END-IF.

           PERFORM 1025-LOAD-ONE-TXNTYP
               THRU 1025-LOAD-ONE-TXNTYP-EXIT
               UNTIL WS-TTYP-EOF.
           CLOSE TC06-TXNTYP-FILE.
       1020-LOAD-TXNTYP-TABLE-EXIT.
           EXIT.

      ******************************************************************
      *    1025-LOAD-ONE-TXNTYP - ONE TC06-TXNREC ROW, APPENDED TO     *
      *    WS-TXNTYP-TABLE UNLESS THE TABLE IS ALREADY AT ITS LIMIT.   *
      ******************************************************************
       1025-LOAD-ONE-TXNTYP.
           READ TC06-TXNTYP-FILE
               AT END
                   SET WS-TTYP-EOF TO TRUE
               NOT AT END
                   IF WS-TXNTYP-COUNT < 50
                       ADD 1 TO WS-TXNTYP-COUNT
                       SET TXNTYP-IX TO WS-TXNTYP-COUNT
                       MOVE TXNREC-CODE   TO TXNTYP-CODE (TXNTYP-IX)
                       MOVE TXNREC-DESC   TO TXNTYP-DESC (TXNTYP-IX)
                       MOVE TXNREC-LAYOUT TO TXNTYP-LAYOUT (TXNTYP-IX)
                   ELSE
                       DISPLAY
                           'CIF340 - TXNTYP TABLE FULL, ROW IGNORED: '
                           TXNREC-CODE
                   END-IF
           END-READ.
       1025-LOAD-ONE-TXNTYP-EXIT.
           EXIT.

      ******************************************************************
      *    2000-CHECK-ONE-REQUEST - READ THE NEXT MASTER RECORD AND    *
      *    COMPARE IT WITH ITS TRACKING ROW.  A NEW ALLOCATION STATUS  *
      *    OF ALLOCATED OR BACKORDERED RAISES AN ALLOCATION NOTICE; A  *
      *    NEW SHIP STATUS, OR A NEW SHIPMENT ID, ON A PART-SHIPPED OR *
      *    SHIPPED REQUEST RAISES A SHIPMENT NOTICE.  ANY OTHER MOVE - *
      *    BACK TO UNALLOCATED AFTER A CHANGE, SAY - SENDS NOTHING BUT *
      *    IS STILL RECORDED, SO A LATER RE-ALLOCATION IS NOTIFIED.    *
      ******************************************************************
       2000-CHECK-ONE-REQUEST.
           READ TC02-MSTR-FILE NEXT
               AT END
                   SET WS-MSTR-EOF TO TRUE
                   GO TO 2000-CHECK-ONE-REQUEST-EXIT
           END-READ.
           IF WS-MSTR-STATUS NOT = '00'
               SET WS-MSTR-EOF TO TRUE
               GO TO 2000-CHECK-ONE-REQUEST-EXIT
           END-IF.
           ADD 1 TO WS-REQUESTS-READ.

           PERFORM 2100-READ-TRACKING
               THRU 2100-READ-TRACKING-EXIT.
           IF WS-NTFY-STATUS NOT = '00' AND NOT = '23'
               ADD 1 TO WS-TRACKING-ERRORS
               GO TO 2000-CHECK-ONE-REQUEST-EXIT
           END-IF.
           IF MSTR-ALLOC-STATUS = WS-PRIOR-ALLOC-STATUS
                   AND MSTR-SHIP-STATUS = WS-PRIOR-SHIP-STATUS
                   AND MSTR-SHIP-ID = WS-PRIOR-SHIP-ID
               GO TO 2000-CHECK-ONE-REQUEST-EXIT
           END-IF.
           ADD 1 TO WS-CHANGES-FOUND.

           MOVE 'N' TO WS-SEND-FAILED-SW.
           PERFORM 2150-READ-PROFILE
               THRU 2150-READ-PROFILE-EXIT.
           MOVE ZERO TO WS-REQ-ENVELOPES.

           IF MSTR-ALLOC-STATUS NOT = WS-PRIOR-ALLOC-STATUS
               IF MSTR-ALLOCATED OR MSTR-BACKORDERED
                   PERFORM 2200-SEND-ALLOC-NOTICE
                       THRU 2200-SEND-ALLOC-NOTICE-EXIT
               END-IF
           END-IF.
           IF MSTR-SHIP-STATUS NOT = WS-PRIOR-SHIP-STATUS
                   OR MSTR-SHIP-ID NOT = WS-PRIOR-SHIP-ID
               IF MSTR-PART-SHIPPED OR MSTR-SHIPPED
                   PERFORM 2300-SEND-SHIP-NOTICE
                       THRU 2300-SEND-SHIP-NOTICE-EXIT
               END-IF
           END-IF.

           IF WS-SEND-FAILED
               ADD 1 TO WS-TRACKING-ERRORS
               GO TO 2000-CHECK-ONE-REQUEST-EXIT
           END-IF.
           PERFORM 2500-UPDATE-TRACKING
               THRU 2500-UPDATE-TRACKING-EXIT.
       2000-CHECK-ONE-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      *    2100-READ-TRACKING - THE STATUS LAST NOTIFIED.  A REQUEST   *
      *    WITH NO ROW WAS LAST SEEN AS LOADED: UNALLOCATED,           *
      *    UNSHIPPED, NO SHIPMENT.  A READ FAILURE SKIPS THE REQUEST   *
      *    FOR THIS RUN RATHER THAN RISK NOTIFYING IT TWICE.           *
      ******************************************************************
       2100-READ-TRACKING.
           MOVE 'N' TO WS-NTFY-FOUND-SW.
           MOVE 'U'    TO WS-PRIOR-ALLOC-STATUS.
           MOVE 'U'    TO WS-PRIOR-SHIP-STATUS.
           MOVE SPACES TO WS-PRIOR-SHIP-ID.
           MOVE ZERO   TO WS-PRIOR-ENVELOPES.

           MOVE REQ-ID IN MSTR-REQ-DATA TO NTFY-REQ-ID.
           READ TC02-NTFY-FILE.
           EVALUATE WS-NTFY-STATUS
               WHEN '00'
                   SET WS-NTFY-FOUND TO TRUE
                   MOVE NTFY-ALLOC-STATUS TO WS-PRIOR-ALLOC-STATUS
                   MOVE NTFY-SHIP-STATUS  TO WS-PRIOR-SHIP-STATUS
                   MOVE NTFY-SHIP-ID      TO WS-PRIOR-SHIP-ID
                   IF NTFY-ENVELOPES-SENT NUMERIC
                       MOVE NTFY-ENVELOPES-SENT TO WS-PRIOR-ENVELOPES
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY
                       'CIF340 - READ FAILED ON TC02-NTFY-FILE, STATUS='
                       WS-NTFY-STATUS ' REQ-ID='
                       REQ-ID IN MSTR-REQ-DATA
           END-EVALUATE.
       2100-READ-TRACKING-EXIT.
           EXIT.

      ******************************************************************
      *    2150-READ-PROFILE - THE REQUEST'S PARTNER PROFILE, FOR ITS  *
      *    NOTICE OPT-INS.  A BLANK OR UNPROFILED PARTNER ID CANNOT    *
      *    HAVE OPTED IN TO ANYTHING.  A READ THAT FAILS OUTRIGHT MAY  *
      *    HAVE HIDDEN AN OPT-IN, SO IT COUNTS AS A FAILED SEND AND    *
      *    THE REQUEST IS RETRIED NEXT RUN.                            *
      ******************************************************************
       2150-READ-PROFILE.
           MOVE 'N' TO WS-PPRO-FOUND-SW.
           IF MSTR-PARTNER-ID = SPACES
               GO TO 2150-READ-PROFILE-EXIT
           END-IF.
           MOVE MSTR-PARTNER-ID TO PPRO-PARTNER-ID.
           READ TC02-PPRO-FILE.
           EVALUATE WS-PPRO-STATUS
               WHEN '00'
                   SET WS-PPRO-FOUND TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY
                       'CIF340 - READ FAILED ON TC02-PPRO-FILE, STATUS='
                       WS-PPRO-STATUS
                   SET WS-SEND-FAILED TO TRUE
           END-EVALUATE.
       2150-READ-PROFILE-EXIT.
           EXIT.

      ******************************************************************
      *    2200-SEND-ALLOC-NOTICE - THE REQUEST WAS NEWLY ALLOCATED OR *
      *    BACKORDERED.  ONE ENVELOPE, WHEN THE PARTNER HAS OPTED IN   *
      *    TO THAT EVENT.                                              *
      ******************************************************************
       2200-SEND-ALLOC-NOTICE.
           MOVE MSTR-ALLOC-STATUS TO WS-NOTICE-STATUS.
           MOVE ZERO TO WS-NOTICE-ENVELOPES.
           MOVE 'N' TO WS-OPTED-IN-SW.
           IF WS-PPRO-FOUND
               IF (WS-NOTICE-ALLOCATED AND PPRO-NOTIFY-ALLOC-ON)
                  OR (WS-NOTICE-BACKORDERED
                      AND PPRO-NOTIFY-BACKORDER-ON)
                   SET WS-OPTED-IN TO TRUE
               END-IF
           END-IF.

           IF WS-OPTED-IN
               MOVE SPACES TO STAO-BODY
               MOVE REQ-ID IN MSTR-REQ-DATA TO STAO-STAT-REQ-ID
               MOVE WS-NOTICE-STATUS TO STAO-STAT-STATUS
               MOVE ZERO TO STAO-STAT-QTY
               PERFORM 2400-WRITE-STATUS-ENVELOPE
                   THRU 2400-WRITE-STATUS-ENVELOPE-EXIT
               IF WS-NOTICE-ALLOCATED
                   ADD 1 TO WS-ALLOC-NOTICES
               ELSE
                   ADD 1 TO WS-BACKORDER-NOTICES
               END-IF
           END-IF.

           PERFORM 2600-PRINT-NOTICE
               THRU 2600-PRINT-NOTICE-EXIT.
       2200-SEND-ALLOC-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      *    2300-SEND-SHIP-NOTICE - THE REQUEST WAS NEWLY PART-SHIPPED  *
      *    OR SHIPPED, OR TOOK A FURTHER SHIPMENT.  ONE ENVELOPE PER   *
      *    LINE, WHEN THE PARTNER HAS OPTED IN TO SHIPMENT NOTICES.    *
      *    THE LINE WALK ONLY RUNS WHEN REQ-COUNT IS IN RANGE.         *
      ******************************************************************
       2300-SEND-SHIP-NOTICE.
           MOVE MSTR-SHIP-STATUS TO WS-NOTICE-STATUS.
           MOVE ZERO TO WS-NOTICE-ENVELOPES.
           MOVE 'N' TO WS-OPTED-IN-SW.
           IF WS-PPRO-FOUND
               IF PPRO-NOTIFY-SHIP-ON
                   SET WS-OPTED-IN TO TRUE
               END-IF
           END-IF.

           IF WS-OPTED-IN
               IF MSTR-REQ-COUNT NUMERIC
                       AND MSTR-REQ-COUNT >= 1
                       AND MSTR-REQ-COUNT <= WS-MAX-ITEMS
                   PERFORM 2350-SEND-SHIP-LINE
                       THRU 2350-SEND-SHIP-LINE-EXIT
                       VARYING WS-ITEM-IX FROM 1 BY 1
                       UNTIL WS-ITEM-IX > MSTR-REQ-COUNT
                   ADD 1 TO WS-SHIP-NOTICES
               ELSE
                   DISPLAY 'CIF340 - REQ-COUNT OUT OF RANGE, NO '
                       'SHIPMENT NOTICE FOR REQ-ID='
                       REQ-ID IN MSTR-REQ-DATA
                   MOVE 'N' TO WS-OPTED-IN-SW
                   MOVE 'REQ-COUNT OUT OF RANGE' TO WS-DISPOSITION
               END-IF
           END-IF.

           PERFORM 2600-PRINT-NOTICE
               THRU 2600-PRINT-NOTICE-EXIT.
       2300-SEND-SHIP-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      *    2350-SEND-SHIP-LINE - ONE SHIPMENT ENVELOPE: THE LINE'S     *
      *    ITEM AND THE QUANTITY SHIPPED AGAINST IT SO FAR.            *
      ******************************************************************
       2350-SEND-SHIP-LINE.
           MOVE SPACES TO STAO-BODY.
           MOVE REQ-ID IN MSTR-REQ-DATA TO STAO-STAT-REQ-ID.
           MOVE WS-NOTICE-STATUS  TO STAO-STAT-STATUS.
           MOVE MSTR-SHIP-ID      TO STAO-STAT-SHIPMENT-ID.
           MOVE MSTR-SHIP-CARRIER TO STAO-STAT-CARRIER.
           MOVE REQ-ITEM-ID IN MSTR-REQ-DATA (WS-ITEM-IX)
               TO STAO-STAT-ITEM-ID.
           IF MSTR-ITEM-QTY-SHIPPED (WS-ITEM-IX) NUMERIC
               MOVE MSTR-ITEM-QTY-SHIPPED (WS-ITEM-IX)
                   TO STAO-STAT-QTY
           ELSE
               MOVE ZERO TO STAO-STAT-QTY
           END-IF.
           PERFORM 2400-WRITE-STATUS-ENVELOPE
               THRU 2400-WRITE-STATUS-ENVELOPE-EXIT.
       2350-SEND-SHIP-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    2400-WRITE-STATUS-ENVELOPE - FINISH THE ENVELOPE WHOSE BODY *
      *    DATA THE CALLER HAS FILLED IN: TYPE CODE IN HEADER AND      *
      *    BODY, PARTNER ID IN THE HEADER, AND THE FOOTER LENGTH AND   *
      *    CHECKSUM COMPUTED OVER THE HEADER AND BODY HALFWORDS.       *
      ******************************************************************
       2400-WRITE-STATUS-ENVELOPE.
           MOVE SPACES           TO STAO-HEADER.
           MOVE WS-STAT-TXN-TYPE TO STAO-HDR-TXN-TYPE.
           MOVE MSTR-PARTNER-ID  TO STAO-HDR-PARTNER-ID.
           MOVE WS-STAT-TXN-TYPE TO STAO-TXN-TYPE.

           MOVE WS-EXPECTED-LENGTH TO STAO-FTR-LENGTH.
           MOVE ZERO TO WS-COMPUTED-CHECKSUM.
           PERFORM 2410-SUM-STAO-HEADER-HW
               THRU 2410-SUM-STAO-HEADER-HW-EXIT
               VARYING WS-CHK-IX FROM 1 BY 1
               UNTIL WS-CHK-IX > 5.
           PERFORM 2420-SUM-STAO-BODY-HW
               THRU 2420-SUM-STAO-BODY-HW-EXIT
               VARYING WS-CHK-IX FROM 1 BY 1
               UNTIL WS-CHK-IX > 14.
           MOVE WS-COMPUTED-CHECKSUM TO STAO-FTR-CHECKSUM.

           MOVE WS-STAO-ENVELOPE TO TC06-STAO-REC.
           WRITE TC06-STAO-REC.
           IF WS-STAO-STATUS NOT = '00'
               DISPLAY
                   'CIF340 - WRITE FAILED ON TC06-STAO-FILE, STATUS='
                   WS-STAO-STATUS
               SET WS-SEND-FAILED TO TRUE
               GO TO 2400-WRITE-STATUS-ENVELOPE-EXIT
           END-IF.
           ADD 1 TO WS-NOTICE-ENVELOPES.
           ADD 1 TO WS-REQ-ENVELOPES.
           ADD 1 TO WS-ENVELOPES-WRITTEN.
       2400-WRITE-STATUS-ENVELOPE-EXIT.
           EXIT.

      ******************************************************************
      *    2410-SUM-STAO-HEADER-HW - ADD ONE STAO-HDR-CHK-HW ENTRY     *
      ******************************************************************
       2410-SUM-STAO-HEADER-HW.
           ADD STAO-HDR-CHK-HW (WS-CHK-IX) TO WS-COMPUTED-CHECKSUM.
       2410-SUM-STAO-HEADER-HW-EXIT.
           EXIT.

      ******************************************************************
      *    2420-SUM-STAO-BODY-HW - ADD ONE STAO-BDY-CHK-HW ENTRY       *
      ******************************************************************
       2420-SUM-STAO-BODY-HW.
           ADD STAO-BDY-CHK-HW (WS-CHK-IX) TO WS-COMPUTED-CHECKSUM.
       2420-SUM-STAO-BODY-HW-EXIT.
           EXIT.

      ******************************************************************
      *    2500-UPDATE-TRACKING - RECORD THE STATUS JUST NOTIFIED (OR  *
      *    JUST SEEN, WHERE NOTHING WAS SENT) AS THE REQUEST'S NEW     *
      *    LAST-NOTIFIED STATE.                                        *
      ******************************************************************
       2500-UPDATE-TRACKING.
           MOVE SPACES            TO TC02-NTFY-REC.
           MOVE REQ-ID IN MSTR-REQ-DATA TO NTFY-REQ-ID.
           MOVE MSTR-ALLOC-STATUS TO NTFY-ALLOC-STATUS.
           MOVE MSTR-SHIP-STATUS  TO NTFY-SHIP-STATUS.
           MOVE MSTR-SHIP-ID      TO NTFY-SHIP-ID.
           MOVE WS-RUN-DATE       TO NTFY-LAST-DATE.
           ADD WS-PRIOR-ENVELOPES WS-REQ-ENVELOPES
               GIVING NTFY-ENVELOPES-SENT.
           IF WS-NTFY-FOUND
               REWRITE TC02-NTFY-REC
           ELSE
               WRITE TC02-NTFY-REC
           END-IF.
           IF WS-NTFY-STATUS NOT = '00'
               DISPLAY
                   'CIF340 - UPDATE FAILED ON TC02-NTFY-FILE, STATUS='
                   WS-NTFY-STATUS ' REQ-ID='
                   REQ-ID IN MSTR-REQ-DATA
               ADD 1 TO WS-TRACKING-ERRORS
           END-IF.
       2500-UPDATE-TRACKING-EXIT.
           EXIT.

      ******************************************************************
      *    2600-PRINT-NOTICE - ONE REPORT LINE PER NOTICE RAISED, SENT *
      *    OR WITHHELD.  A WITHHELD NOTICE IS COUNTED HERE; ONE HELD   *
      *    BACK BECAUSE THE PROFILE COULD NOT BE READ IS NOT - IT IS   *
      *    LEFT FOR THE NEXT RUN.                                      *
      ******************************************************************
       2600-PRINT-NOTICE.
           MOVE REQ-ID IN MSTR-REQ-DATA TO NTC-REQ-ID.
           MOVE MSTR-PARTNER-ID TO NTC-PARTNER-ID.
           EVALUATE TRUE
               WHEN WS-NOTICE-ALLOCATED
                   MOVE 'ALLOCATED'    TO NTC-STATUS-DESC
               WHEN WS-NOTICE-BACKORDERED
                   MOVE 'BACKORDERED'  TO NTC-STATUS-DESC
               WHEN WS-NOTICE-PART-SHIPPED
                   MOVE 'PART SHIPPED' TO NTC-STATUS-DESC
               WHEN WS-NOTICE-SHIPPED
                   MOVE 'SHIPPED'      TO NTC-STATUS-DESC
           END-EVALUATE.
           IF WS-NOTICE-PART-SHIPPED OR WS-NOTICE-SHIPPED
               MOVE MSTR-SHIP-ID      TO NTC-SHIP-ID
               MOVE MSTR-SHIP-CARRIER TO NTC-CARRIER
           ELSE
               MOVE SPACES TO NTC-SHIP-ID
               MOVE SPACES TO NTC-CARRIER
           END-IF.
           MOVE WS-NOTICE-ENVELOPES TO NTC-ENVELOPES.

           EVALUATE TRUE
               WHEN WS-OPTED-IN AND WS-SEND-FAILED
                   MOVE 'SEND FAILED, RETRY'  TO WS-DISPOSITION
               WHEN WS-OPTED-IN
                   MOVE 'SENT'                TO WS-DISPOSITION
               WHEN WS-SEND-FAILED AND NOT WS-PPRO-FOUND
                   MOVE 'PROFILE READ FAILED' TO WS-DISPOSITION
               WHEN WS-DISPOSITION = 'REQ-COUNT OUT OF RANGE'
                   ADD 1 TO WS-NOTICES-WITHHELD
               WHEN NOT WS-PPRO-FOUND
                   MOVE 'NO PARTNER PROFILE'  TO WS-DISPOSITION
                   ADD 1 TO WS-NOTICES-WITHHELD
               WHEN OTHER
                   MOVE 'NOT OPTED IN'        TO WS-DISPOSITION
                   ADD 1 TO WS-NOTICES-WITHHELD
           END-EVALUATE.
           MOVE WS-DISPOSITION TO NTC-DISPOSITION.
           MOVE WS-NOTICE-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE SPACES TO WS-DISPOSITION.
       2600-PRINT-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      *    3000-TERMINATE - PRINT TOTALS, CLOSE FILES, AND REPORT RUN  *
      *    TOTALS                                                      *
      ******************************************************************
       3000-TERMINATE.
           IF WS-FILES-OPEN
               MOVE WS-BLANK-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-REQUESTS-READ TO TOT-READ
               MOVE WS-REQUESTS-READ-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-CHANGES-FOUND TO TOT-CHANGES
               MOVE WS-CHANGES-FOUND-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-ALLOC-NOTICES TO TOT-ALLOC
               MOVE WS-ALLOC-NOTICES-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-BACKORDER-NOTICES TO TOT-BACKORDER
               MOVE WS-BACKORDER-NOTICES-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-SHIP-NOTICES TO TOT-SHIP
               MOVE WS-SHIP-NOTICES-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-NOTICES-WITHHELD TO TOT-WITHHELD
               MOVE WS-WITHHELD-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-ENVELOPES-WRITTEN TO TOT-ENVELOPES
               MOVE WS-ENVELOPES-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-TRACKING-ERRORS TO TOT-TRACKING
               MOVE WS-TRACKING-ERRORS-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               CLOSE TC02-MSTR-FILE
                     TC02-PPRO-FILE
                     TC02-NTFY-FILE
                     TC06-STAO-FILE
                     TC02-RPT-FILE
           END-IF.

           DISPLAY 'CIF340 - REQUESTS READ      : ' WS-REQUESTS-READ.
           DISPLAY 'CIF340 - STATUS CHANGES     : ' WS-CHANGES-FOUND.
           DISPLAY 'CIF340 - ENVELOPES WRITTEN  : '
               WS-ENVELOPES-WRITTEN.
           DISPLAY 'CIF340 - NOTICES WITHHELD   : '
               WS-NOTICES-WITHHELD.
           DISPLAY 'CIF340 - LEFT FOR NEXT RUN  : ' WS-TRACKING-ERRORS.
       3000-TERMINATE-EXIT.
           EXIT.
