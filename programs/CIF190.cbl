      ******************************************************************
      *    PROGRAM-ID.  CIF190
      *    AUTHOR.      D. L. OKAFOR, BATCH INTEGRATION GROUP
      *    INSTALLATION. COPYBOOK INTEGRATION FRAMEWORK
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        NIGHTLY REFERENTIAL INTEGRITY VERIFIER OVER TC02-MSTR,
      *        TC02-XREF AND TC02-HIST.  THE CROSS-REFERENCE IS KEPT
      *        BY CIF100, CIF110, CIF130 AND CIF140 AND THE ARCHIVE BY
      *        CIF140 ALONE, EACH AS A SEPARATE WRITE AFTER THE MASTER
      *        UPDATE, SO AN ABEND BETWEEN THE TWO LEAVES THEM OUT OF
      *        STEP - AND CIF160 THEN SHOWS AN ITEM ON A REQUEST THAT
      *        NO LONGER CARRIES IT, OR MISSES ONE THAT DOES.  THIS
      *        JOB SWEEPS ALL THREE AND LISTS EVERY PROBLEM FOUND:
      *
      *          - A MASTER LINE WITH NO TC02-XREF ROW
      *          - A TC02-XREF ROW WHOSE QUANTITY DIFFERS FROM THE
      *            MASTER LINE'S
      *          - A TC02-XREF ROW WITH NO MASTER REQUEST, OR WHOSE
      *            REQUEST NO LONGER CARRIES THE ITEM (AN ORPHAN)
      *          - A REQ-ID ON BOTH THE MASTER AND THE ARCHIVE
      *          - A MASTER RECORD IN AN IMPOSSIBLE STATE: REQ-COUNT
      *            OUT OF RANGE, A SHIP OR ALLOCATION STATUS THAT IS
      *            NOT ONE OF ITS CODES, A LINE SHIPPED OVER WHAT IT
      *            ORDERED, OR MSTR-SHIPPED WITH A LINE NOT COVERED
      *          - A LINE COMMITMENT FLAG THAT IS NOT ONE OF ITS CODES,
      *            OR A LINE FLAGGED COMMITTED ON A REQUEST CIF170 HAS
      *            NOT ALLOCATED AT ALL
      *
      *        AN OPTIONAL PARAMETER CARD ON TC02PARM PICKS THE MODE:
      *
      *            CHECK        VERIFY AND REPORT ONLY (ALSO THE
      *                         MODE WHEN NO CARD IS SUPPLIED)
      *            REBLD        VERIFY, THEN REBUILD TC02-XREF FROM
      *                         THE MASTER
      *
      *        A REBUILD EMPTIES TC02-XREF AND WRITES ONE ROW PER
      *        MASTER LINE, THE LATER QUANTITY WINNING WHEN A REQUEST
      *        CARRIES AN ITEM TWICE, AS CIF100 AND CIF130 DO.  IT
      *        CANNOT REPAIR A MASTER RECORD'S OWN STATE; THOSE ARE
      *        LEFT FOR CIF130 OR A RELOAD.
      *
      *        EVERY RUN APPENDS A TC02-RUNC ROW - RECORDS READ IS THE
      *        MASTER RECORDS PLUS CROSS-REFERENCE ROWS CHECKED, AND
      *        RECORDS REJECTED THOSE WITH ANY PROBLEM - SO CIF500
      *        COUNTS AN UNCLEAN VERIFY AGAINST THE NIGHT'S BALANCE.
      *        THE ROW DESCRIBES WHAT THE VERIFY FOUND, BEFORE ANY
      *        REBUILD; A CHECK RUN AFTER THE REBUILD SUPERSEDES IT.
      *
      *    MODIFICATION HISTORY.
      *        2026-10-15  DLO  INITIAL VERSION.
      *        2026-10-15  DLO  EACH MASTER LINE'S COMMITMENT FLAG
      *                         (MSTR-LINE-ALLOC-FLAG) IS NOW PROVED:
      *                         BLANK OR C ONLY, AND NEVER C ON AN
      *                         UNALLOCATED REQUEST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIF190.
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

           SELECT TC02-MSTR-FILE  ASSIGN TO TC02MSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQ-ID OF MSTR-REQ-DATA
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT TC02-XREF-FILE  ASSIGN TO TC02XREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT TC02-HIST-FILE  ASSIGN TO TC02HIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REQ-ID OF HIST-REQ-DATA
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TC02-RUNC-FILE  ASSIGN TO TC02RUNC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT TC02-RPT-FILE   ASSIGN TO TC02VRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TC02-PRM-FILE
           RECORDING MODE IS F.
       01  TC02-PRM-REC.
           05  PRM-FUNCTION            PIC X(05).
               88  PRM-FUNC-CHECK              VALUE 'CHECK'.
               88  PRM-FUNC-REBUILD            VALUE 'REBLD'.
           05  FILLER                  PIC X(75).

       FD  TC02-MSTR-FILE.
           COPY TC02-MSTR.

       FD  TC02-XREF-FILE.
           COPY TC02-XREF.

       FD  TC02-HIST-FILE.
           COPY TC02-HIST.

       FD  TC02-RUNC-FILE
           RECORDING MODE IS F.
           COPY TC02-RUNC.

       FD  TC02-RPT-FILE
           RECORDING MODE IS F.
       01  TC02-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                *
      *-----------------------------------------------------------*
       77  WS-PRM-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-MSTR-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-XREF-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-HIST-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-RUNC-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-MSTR-EOF-SW          PIC X(01)  VALUE 'N'.
           88  WS-MSTR-EOF                 VALUE 'Y'.
       77  WS-XREF-EOF-SW          PIC X(01)  VALUE 'N'.
           88  WS-XREF-EOF                 VALUE 'Y'.
       77  WS-FILES-OPEN-SW        PIC X(01)  VALUE 'N'.
           88  WS-FILES-OPEN               VALUE 'Y'.
       77  WS-HIST-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-HIST-OPEN                VALUE 'Y'.
       77  WS-XREF-OPEN-SW         PIC X(01)  VALUE 'N'.
           88  WS-XREF-OPEN                VALUE 'Y'.
       77  WS-INIT-OK-SW           PIC X(01)  VALUE 'N'.
           88  WS-INIT-OK                  VALUE 'Y'.
       77  WS-REBUILD-FAILED-SW    PIC X(01)  VALUE 'N'.
           88  WS-REBUILD-FAILED           VALUE 'Y'.
       77  WS-RECORD-CLEAN-SW      PIC X(01)  VALUE 'Y'.
           88  WS-RECORD-CLEAN             VALUE 'Y'.
       77  WS-LINES-USABLE-SW      PIC X(01)  VALUE 'N'.
           88  WS-LINES-USABLE             VALUE 'Y'.
       77  WS-LATER-DUP-SW         PIC X(01)  VALUE 'N'.
           88  WS-LATER-DUP                VALUE 'Y'.
       77  WS-ITEM-ON-REQ-SW       PIC X(01)  VALUE 'N'.
           88  WS-ITEM-ON-REQ              VALUE 'Y'.

      *-----------------------------------------------------------*
      *    RUN MODE DECODED FROM THE PARAMETER CARD                *
      *-----------------------------------------------------------*
       77  WS-RUN-MODE             PIC X(01)  VALUE 'C'.
           88  WS-MODE-CHECK               VALUE 'C'.
           88  WS-MODE-REBUILD             VALUE 'R'.
           88  WS-MODE-BAD                 VALUE 'X'.

      *-----------------------------------------------------------*
      *    RUN TOTALS                                              *
      *-----------------------------------------------------------*
       77  WS-MASTERS-CHECKED      PIC 9(07)  VALUE ZERO.
       77  WS-XREF-CHECKED         PIC 9(07)  VALUE ZERO.
       77  WS-RECORDS-CLEAN        PIC 9(07)  VALUE ZERO.
       77  WS-RECORDS-UNCLEAN      PIC 9(07)  VALUE ZERO.
       77  WS-PROBLEMS-FOUND       PIC 9(07)  VALUE ZERO.
       77  WS-XREF-MISSING         PIC 9(07)  VALUE ZERO.
       77  WS-XREF-QTY-WRONG       PIC 9(07)  VALUE ZERO.
       77  WS-XREF-ORPHANS         PIC 9(07)  VALUE ZERO.
       77  WS-ON-BOTH              PIC 9(07)  VALUE ZERO.
       77  WS-BAD-STATES           PIC 9(07)  VALUE ZERO.
       77  WS-XREF-REBUILT         PIC 9(07)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    WORK AREAS                                              *
      *-----------------------------------------------------------*
       77  WS-ITEM-IX              PIC 9(02)  COMP.
       77  WS-DUP-IX               PIC 9(02)  COMP.
       77  WS-MAX-ITEMS            PIC 9(02)  COMP  VALUE 25.
       77  WS-UNCOVERED-COUNT      PIC 9(02)  COMP.
       77  WS-LINE-NO              PIC 9(02)  VALUE ZERO.
       77  WS-RUNC-START-DATE      PIC 9(08)  VALUE ZERO.
       77  WS-RUNC-START-TIME      PIC 9(08)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    REPORT LINES                                            *
      *-----------------------------------------------------------*
       01  WS-TITLE-LINE.
           05  FILLER              PIC X(44)
               VALUE 'CIF190 - MASTER / XREF / HISTORY INTEGRITY'.

       01  WS-MODE-LINE.
           05  FILLER              PIC X(06)  VALUE 'MODE: '.
           05  MOD-TEXT            PIC X(40).

       01  WS-BLANK-LINE           PIC X(01)  VALUE SPACE.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(09)  VALUE 'REQUEST'.
           05  FILLER              PIC X(06)  VALUE 'LINE'.
           05  FILLER              PIC X(06)  VALUE 'ITEM'.
           05  FILLER              PIC X(42)  VALUE 'PROBLEM'.
           05  FILLER              PIC X(06)  VALUE 'MSTR'.
           05  FILLER              PIC X(04)  VALUE 'XREF'.

       01  WS-PROBLEM-LINE.
           05  PRB-REQ-ID          PIC 9(06).
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  PRB-LINE            PIC X(02).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  PRB-ITEM-ID         PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  PRB-TEXT            PIC X(40).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  PRB-MSTR-QTY        PIC X(03).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  PRB-XREF-QTY        PIC X(03).

       01  WS-MASTERS-LINE.
           05  FILLER              PIC X(28)
               VALUE 'MASTER REQUESTS CHECKED   : '.
           05  TOT-MASTERS         PIC ZZZZZZ9.

       01  WS-XREF-CHECKED-LINE.
           05  FILLER              PIC X(28)
               VALUE 'XREF ROWS CHECKED         : '.
           05  TOT-XREF-CHECKED    PIC ZZZZZZ9.

       01  WS-MISSING-LINE.
           05  FILLER              PIC X(28)
               VALUE 'MASTER LINES WITH NO XREF : '.
           05  TOT-MISSING         PIC ZZZZZZ9.

       01  WS-QTY-WRONG-LINE.
           05  FILLER              PIC X(28)
               VALUE 'XREF QUANTITIES WRONG     : '.
           05  TOT-QTY-WRONG       PIC ZZZZZZ9.

       01  WS-ORPHAN-LINE.
           05  FILLER              PIC X(28)
               VALUE 'XREF ROWS ORPHANED        : '.
           05  TOT-ORPHANS         PIC ZZZZZZ9.

       01  WS-ON-BOTH-LINE.
           05  FILLER              PIC X(28)
               VALUE 'ON MASTER AND ARCHIVE     : '.
           05  TOT-ON-BOTH         PIC ZZZZZZ9.

       01  WS-BAD-STATE-LINE.
           05  FILLER              PIC X(28)
               VALUE 'IMPOSSIBLE MASTER STATES  : '.
           05  TOT-BAD-STATES      PIC ZZZZZZ9.

       01  WS-REBUILT-LINE.
           05  FILLER              PIC X(28)
               VALUE 'XREF ROWS REBUILT         : '.
           05  TOT-REBUILT         PIC ZZZZZZ9.

       01  WS-CLEAN-LINE.
           05  FILLER              PIC X(36)
               VALUE 'VERIFY CLEAN - NO PROBLEMS FOUND'.

       01  WS-UNCLEAN-LINE.
           05  FILLER              PIC X(15)
               VALUE 'VERIFY FOUND '.
           05  UNC-COUNT           PIC ZZZZZZ9.
           05  FILLER              PIC X(12)  VALUE ' PROBLEM(S)'.

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
           IF WS-FILES-OPEN
               PERFORM 2500-START-XREF-SWEEP
                   THRU 2500-START-XREF-SWEEP-EXIT
               PERFORM 2550-CHECK-ONE-XREF-ROW
                   THRU 2550-CHECK-ONE-XREF-ROW-EXIT
                   UNTIL WS-XREF-EOF
           END-IF.
           IF WS-FILES-OPEN AND WS-MODE-REBUILD
               PERFORM 2700-REBUILD-XREF
                   THRU 2700-REBUILD-XREF-EXIT
           END-IF.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - DECODE THE PARAMETER CARD, OPEN FILES,    *
      *    AND POSITION THE MASTER AT ITS FIRST KEY.  AN ARCHIVE THAT  *
      *    WILL NOT OPEN IS LOGGED AND THE ON-BOTH CHECK IS SKIPPED;   *
      *    ANY OTHER OPEN FAILURE IS FATAL.                            *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUNC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNC-START-TIME FROM TIME.
           PERFORM 1100-READ-PARAMETER
               THRU 1100-READ-PARAMETER-EXIT.
           IF WS-MODE-BAD
               SET WS-MSTR-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT TC02-MSTR-FILE.
           IF WS-MSTR-STATUS NOT = '00'
               DISPLAY 'CIF190 - OPEN FAILED ON TC02-MSTR-FILE, STATUS='
                   WS-MSTR-STATUS
               SET WS-MSTR-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT TC02-XREF-FILE.
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'CIF190 - OPEN FAILED ON TC02-XREF-FILE, STATUS='
                   WS-XREF-STATUS
               CLOSE TC02-MSTR-FILE
               SET WS-MSTR-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-XREF-OPEN TO TRUE.

           OPEN OUTPUT TC02-RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CIF190 - OPEN FAILED ON TC02-RPT-FILE, STATUS='
                   WS-RPT-STATUS
               CLOSE TC02-MSTR-FILE
                     TC02-XREF-FILE
               MOVE 'N' TO WS-XREF-OPEN-SW
               SET WS-MSTR-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-FILES-OPEN TO TRUE.
           SET WS-INIT-OK TO TRUE.

           OPEN INPUT TC02-HIST-FILE.
           IF WS-HIST-STATUS = '00'
               SET WS-HIST-OPEN TO TRUE
           ELSE
               DISPLAY 'CIF190 - OPEN FAILED ON TC02-HIST-FILE, STATUS='
                   WS-HIST-STATUS ', ARCHIVE NOT CHECKED'
           END-IF.

           MOVE WS-TITLE-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           IF WS-MODE-REBUILD
               MOVE 'VERIFY, THEN REBUILD TC02-XREF' TO MOD-TEXT
           ELSE
               MOVE 'VERIFY ONLY' TO MOD-TEXT
           END-IF.
           MOVE WS-MODE-LINE TO TC02-RPT-LINE.
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
      *    1100-READ-PARAMETER - THE CARD IS OPTIONAL: NONE AT ALL     *
      *    MEANS A PLAIN NIGHTLY VERIFY.  A CARD THAT IS THERE BUT NOT *
      *    RECOGNIZED IS FATAL - A MISTYPED REBUILD REQUEST SHOULD NOT *
      *    QUIETLY RUN AS A CHECK.                                     *
      ******************************************************************
       1100-READ-PARAMETER.
           SET WS-MODE-CHECK TO TRUE.
           OPEN INPUT TC02-PRM-FILE.
           IF WS-PRM-STATUS NOT = '00'
               GO TO 1100-READ-PARAMETER-EXIT
           END-IF.

           READ TC02-PRM-FILE
               AT END
                   MOVE 'CHECK' TO PRM-FUNCTION
           END-READ.
           EVALUATE TRUE
               WHEN PRM-FUNC-CHECK
                   SET WS-MODE-CHECK TO TRUE
               WHEN PRM-FUNC-REBUILD
                   SET WS-MODE-REBUILD TO TRUE
               WHEN OTHER
                   DISPLAY 'CIF190 - UNRECOGNIZED PARAMETER CARD: '
                       PRM-FUNCTION
                   SET WS-MODE-BAD TO TRUE
           END-EVALUATE.
           CLOSE TC02-PRM-FILE.
       1100-READ-PARAMETER-EXIT.
           EXIT.

      ******************************************************************
      *    2000-CHECK-ONE-REQUEST - READ THE NEXT MASTER RECORD AND    *
      *    RUN EVERY MASTER-SIDE CHECK ON IT: ITS OWN STATE, EACH      *
      *    LINE'S CROSS-REFERENCE ROW, AND THE ARCHIVE.  THE ITEM WALK *
      *    ONLY RUNS WHEN REQ-COUNT IS IN RANGE - THE SAME GUARD EVERY *
      *    SCANNER OF THIS TABLE APPLIES.                              *
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
           ADD 1 TO WS-MASTERS-CHECKED.
           SET WS-RECORD-CLEAN TO TRUE.

           PERFORM 2100-CHECK-MASTER-STATE
               THRU 2100-CHECK-MASTER-STATE-EXIT.
           IF WS-LINES-USABLE
               PERFORM 2200-CHECK-ONE-LINE
                   THRU 2200-CHECK-ONE-LINE-EXIT
                   VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > MSTR-REQ-COUNT
           END-IF.
           IF WS-HIST-OPEN
               PERFORM 2300-CHECK-ARCHIVE
                   THRU 2300-CHECK-ARCHIVE-EXIT
           END-IF.

           IF WS-RECORD-CLEAN
               ADD 1 TO WS-RECORDS-CLEAN
           ELSE
               ADD 1 TO WS-RECORDS-UNCLEAN
           END-IF.
       2000-CHECK-ONE-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      *    2100-CHECK-MASTER-STATE - THE RECORD'S OWN FIELDS.  A COUNT *
      *    OUT OF RANGE LEAVES THE LINES UNUSABLE, SO NEITHER THE LINE *
      *    CHECKS NOR THE CROSS-REFERENCE CHECKS RUN FOR IT.           *
      ******************************************************************
       2100-CHECK-MASTER-STATE.
           MOVE 'N' TO WS-LINES-USABLE-SW.
           MOVE SPACES TO PRB-LINE.
           MOVE SPACES TO PRB-ITEM-ID.
           MOVE SPACES TO PRB-MSTR-QTY.
           MOVE SPACES TO PRB-XREF-QTY.
           IF MSTR-REQ-COUNT NUMERIC
                   AND MSTR-REQ-COUNT >= 1
                   AND MSTR-REQ-COUNT <= WS-MAX-ITEMS
               SET WS-LINES-USABLE TO TRUE
           ELSE
               MOVE 'REQ-COUNT OUT OF RANGE' TO PRB-TEXT
               ADD 1 TO WS-BAD-STATES
               PERFORM 2900-REPORT-PROBLEM
                   THRU 2900-REPORT-PROBLEM-EXIT
           END-IF.

           IF NOT MSTR-SHIPPED AND NOT MSTR-PART-SHIPPED
                   AND NOT MSTR-UNSHIPPED
               MOVE 'SHIP STATUS NOT S, P OR U' TO PRB-TEXT
               ADD 1 TO WS-BAD-STATES
               PERFORM 2900-REPORT-PROBLEM
                   THRU 2900-REPORT-PROBLEM-EXIT
           END-IF.
           IF NOT MSTR-ALLOCATED AND NOT MSTR-BACKORDERED
                   AND NOT MSTR-UNALLOCATED
               MOVE 'ALLOCATION STATUS NOT A, B OR U' TO PRB-TEXT
               ADD 1 TO WS-BAD-STATES
               PERFORM 2900-REPORT-PROBLEM
                   THRU 2900-REPORT-PROBLEM-EXIT
           END-IF.
           IF NOT WS-LINES-USABLE
               GO TO 2100-CHECK-MASTER-STATE-EXIT
           END-IF.

           MOVE ZERO TO WS-UNCOVERED-COUNT.
           PERFORM 2150-CHECK-LINE-SHIPPED
               THRU 2150-CHECK-LINE-SHIPPED-EXIT
               VARYING WS-ITEM-IX FROM 1 BY 1
               UNTIL WS-ITEM-IX > MSTR-REQ-COUNT.
           IF MSTR-SHIPPED AND WS-UNCOVERED-COUNT > ZERO
               MOVE SPACES TO PRB-LINE
               MOVE SPACES TO PRB-ITEM-ID
               MOVE SPACES TO PRB-MSTR-QTY
               MOVE 'SHIPPED WITH LINES NOT COVERED' TO PRB-TEXT
               ADD 1 TO WS-BAD-STATES
               PERFORM 2900-REPORT-PROBLEM
                   THRU 2900-REPORT-PROBLEM-EXIT
           END-IF.
       2100-CHECK-MASTER-STATE-EXIT.
           EXIT.

      ******************************************************************
      *    2150-CHECK-LINE-SHIPPED - ONE LINE'S SHIPPED-SO-FAR AGAINST *
      *    WHAT IT ORDERED.  OVER IS IMPOSSIBLE; UNDER IS COUNTED FOR  *
      *    THE SHIPPED-BUT-NOT-COVERED TEST.  THE LINE'S COMMITMENT    *
      *    FLAG MUST BE BLANK OR C, AND ONLY C ON A REQUEST CIF170     *
      *    HAS ALLOCATED OR PART-FILLED.                               *
      ******************************************************************
       2150-CHECK-LINE-SHIPPED.
           IF MSTR-ITEM-QTY-SHIPPED (WS-ITEM-IX)
                   > REQ-ITEM-QTY IN MSTR-REQ-DATA (WS-ITEM-IX)
               MOVE WS-ITEM-IX TO WS-LINE-NO
               MOVE WS-LINE-NO TO PRB-LINE
               MOVE REQ-ITEM-ID IN MSTR-REQ-DATA (WS-ITEM-IX)
                   TO PRB-ITEM-ID
               MOVE REQ-ITEM-QTY IN MSTR-REQ-DATA (WS-ITEM-IX)
                   TO PRB-MSTR-QTY
               MOVE 'LINE SHIPPED OVER WHAT IT ORDERED' TO PRB-TEXT
               ADD 1 TO WS-BAD-STATES
               PERFORM 2900-REPORT-PROBLEM
                   THRU 2900-REPORT-PROBLEM-EXIT
           END-IF.
           IF MSTR-ITEM-QTY-SHIPPED (WS-ITEM-IX)
                   < REQ-ITEM-QTY IN MSTR-REQ-DATA (WS-ITEM-IX)
               ADD 1 TO WS-UNCOVERED-COUNT
           END-IF.
           IF MSTR-LINE-ALLOC-FLAG (WS-ITEM-IX) NOT = SPACE
                   AND NOT MSTR-LINE-COMMITTED (WS-ITEM-IX)
               MOVE WS-ITEM-IX TO WS-LINE-NO
               MOVE WS-LINE-NO TO PRB-LINE
               MOVE REQ-ITEM-ID IN MSTR-REQ-DATA (WS-ITEM-IX)
                   TO PRB-ITEM-ID
               MOVE SPACES TO PRB-MSTR-QTY
               MOVE 'LINE COMMIT FLAG NOT C OR BLANK' TO PRB-TEXT
               ADD 1 TO WS-BAD-STATES
               PERFORM 2900-REPORT-PROBLEM
                   THRU 2900-REPORT-PROBLEM-EXIT
           END-IF.
           IF MSTR-LINE-COMMITTED (WS-ITEM-IX) AND MSTR-UNALLOCATED
               MOVE WS-ITEM-IX TO WS-LINE-NO
               MOVE WS-LINE-NO TO PRB-LINE
               MOVE REQ-ITEM-ID IN MSTR-REQ-DATA (WS-ITEM-IX)
                   TO PRB-ITEM-ID
               MOVE SPACES TO PRB-MSTR-QTY
               MOVE 'LINE COMMITTED ON UNALLOCATED REQ' TO PRB-TEXT
               ADD 1 TO WS-BAD-STATES
               PERFORM 2900-REPORT-PROBLEM
                   THRU 2900-REPORT-PROBLEM-EXIT
           END-IF.
       2150-CHECK-LINE-SHIPPED-EXIT.
           EXIT.

      ******************************************************************
      *    2200-CHECK-ONE-LINE - THE LINE MUST HAVE ITS TC02-XREF ROW, *
      *    CARRYING ITS QUANTITY.  WHEN THE SAME ITEM TURNS UP AGAIN   *
      *    LATER ON THE REQUEST, THE ROW RIGHTLY HOLDS THE LATER       *
      *    LINE'S QUANTITY, SO THE QUANTITY IS ONLY PROVED AGAINST THE *
      *    ITEM'S LAST LINE.                                           *
      ******************************************************************
       2200-CHECK-ONE-LINE.
           MOVE REQ-ITEM-ID IN MSTR-REQ-DATA (WS-ITEM-IX)
               TO XREF-ITEM-ID.
           MOVE REQ-ID IN MSTR-REQ-DATA TO XREF-REQ-ID.
           READ TC02-XREF-FILE.
           MOVE WS-ITEM-IX TO WS-LINE-NO.
           MOVE WS-LINE-NO TO PRB-LINE.
           MOVE REQ-ITEM-ID IN MSTR-REQ-DATA (WS-ITEM-IX)
               TO PRB-ITEM-ID.
           MOVE REQ-ITEM-QTY IN MSTR-REQ-DATA (WS-ITEM-IX)
               TO PRB-MSTR-QTY.
           MOVE SPACES TO PRB-XREF-QTY.
           EVALUATE WS-XREF-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   MOVE 'MASTER LINE HAS NO XREF ROW' TO PRB-TEXT
                   ADD 1 TO WS-XREF-MISSING
                   PERFORM 2900-REPORT-PROBLEM
                       THRU 2900-REPORT-PROBLEM-EXIT
                   GO TO 2200-CHECK-ONE-LINE-EXIT
               WHEN OTHER
                   DISPLAY
                       'CIF190 - READ FAILED ON TC02-XREF-FILE, STATUS='
                       WS-XREF-STATUS
                   GO TO 2200-CHECK-ONE-LINE-EXIT
           END-EVALUATE.

           MOVE 'N' TO WS-LATER-DUP-SW.
           PERFORM 2250-FIND-LATER-DUPLICATE
               THRU 2250-FIND-LATER-DUPLICATE-EXIT
               VARYING WS-DUP-IX FROM WS-ITEM-IX BY 1
               UNTIL WS-DUP-IX >= MSTR-REQ-COUNT
                  OR WS-LATER-DUP.
           IF WS-LATER-DUP
               GO TO 2200-CHECK-ONE-LINE-EXIT
           END-IF.
           IF XREF-ITEM-QTY NOT = REQ-ITEM-QTY IN MSTR-REQ-DATA
                                                 (WS-ITEM-IX)
               MOVE XREF-ITEM-QTY TO PRB-XREF-QTY
               MOVE 'XREF QUANTITY DIFFERS FROM MASTER' TO PRB-TEXT
               ADD 1 TO WS-XREF-QTY-WRONG
               PERFORM 2900-REPORT-PROBLEM
                   THRU 2900-REPORT-PROBLEM-EXIT
           END-IF.
       2200-CHECK-ONE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    2250-FIND-LATER-DUPLICATE - DOES THE LINE AFTER WS-DUP-IX   *
      *    CARRY THE SAME ITEM AS LINE WS-ITEM-IX                      *
      ******************************************************************
       2250-FIND-LATER-DUPLICATE.
           IF REQ-ITEM-ID IN MSTR-REQ-DATA (WS-DUP-IX + 1)
                   = REQ-ITEM-ID IN MSTR-REQ-DATA (WS-ITEM-IX)
               SET WS-LATER-DUP TO TRUE
           END-IF.
       2250-FIND-LATER-DUPLICATE-EXIT.
           EXIT.

      ******************************************************************
      *    2300-CHECK-ARCHIVE - A REQUEST STILL ON THE MASTER MUST NOT *
      *    ALSO BE ON TC02-HIST; CIF140 ARCHIVES AND DELETES AS ONE    *
      *    STEP, SO BOTH MEANS IT STOPPED BETWEEN THE TWO.             *
      ******************************************************************
       2300-CHECK-ARCHIVE.
           MOVE REQ-ID IN MSTR-REQ-DATA TO REQ-ID IN HIST-REQ-DATA.
           READ TC02-HIST-FILE.
           EVALUATE WS-HIST-STATUS
               WHEN '00'
                   MOVE SPACES TO PRB-LINE
                   MOVE SPACES TO PRB-ITEM-ID
                   MOVE SPACES TO PRB-MSTR-QTY
                   MOVE SPACES TO PRB-XREF-QTY
                   MOVE 'ON BOTH THE MASTER AND THE ARCHIVE'
                       TO PRB-TEXT
                   ADD 1 TO WS-ON-BOTH
                   PERFORM 2900-REPORT-PROBLEM
                       THRU 2900-REPORT-PROBLEM-EXIT
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY
                       'CIF190 - READ FAILED ON TC02-HIST-FILE, STATUS='
                       WS-HIST-STATUS
           END-EVALUATE.
       2300-CHECK-ARCHIVE-EXIT.
           EXIT.

      ******************************************************************
      *    2500-START-XREF-SWEEP - POSITION THE CROSS-REFERENCE AT ITS *
      *    FIRST KEY FOR THE ORPHAN PASS                               *
      ******************************************************************
       2500-START-XREF-SWEEP.
           MOVE LOW-VALUES TO XREF-KEY.
           START TC02-XREF-FILE
               KEY NOT < XREF-KEY.
           IF WS-XREF-STATUS NOT = '00'
               SET WS-XREF-EOF TO TRUE
           END-IF.
       2500-START-XREF-SWEEP-EXIT.
           EXIT.

      ******************************************************************
      *    2550-CHECK-ONE-XREF-ROW - THE ROW'S REQUEST MUST BE ON THE  *
      *    MASTER AND MUST STILL CARRY THE ITEM.  A WRONG QUANTITY ON  *
      *    A ROW THAT DOES MATCH A LINE WAS ALREADY REPORTED FROM THE  *
      *    MASTER SIDE, AND A REQUEST WITH AN UNUSABLE COUNT WAS       *
      *    REPORTED THERE TOO, SO NEITHER IS REPORTED AGAIN HERE.      *
      ******************************************************************
       2550-CHECK-ONE-XREF-ROW.
           READ TC02-XREF-FILE NEXT
               AT END
                   SET WS-XREF-EOF TO TRUE
                   GO TO 2550-CHECK-ONE-XREF-ROW-EXIT
           END-READ.
           IF WS-XREF-STATUS NOT = '00'
               SET WS-XREF-EOF TO TRUE
               GO TO 2550-CHECK-ONE-XREF-ROW-EXIT
           END-IF.
           ADD 1 TO WS-XREF-CHECKED.
           SET WS-RECORD-CLEAN TO TRUE.
           MOVE XREF-REQ-ID  TO PRB-REQ-ID.
           MOVE SPACES       TO PRB-LINE.
           MOVE XREF-ITEM-ID TO PRB-ITEM-ID.
           MOVE SPACES       TO PRB-MSTR-QTY.
           MOVE XREF-ITEM-QTY TO PRB-XREF-QTY.

           MOVE XREF-REQ-ID TO REQ-ID IN MSTR-REQ-DATA.
           READ TC02-MSTR-FILE.
           EVALUATE WS-MSTR-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   MOVE 'XREF ROW HAS NO MASTER REQUEST' TO PRB-TEXT
                   ADD 1 TO WS-XREF-ORPHANS
                   PERFORM 2950-REPORT-XREF-PROBLEM
                       THRU 2950-REPORT-XREF-PROBLEM-EXIT
                   GO TO 2550-CHECK-ONE-XREF-ROW-TALLY
               WHEN OTHER
                   DISPLAY
                       'CIF190 - READ FAILED ON TC02-MSTR-FILE, STATUS='
                       WS-MSTR-STATUS
                   GO TO 2550-CHECK-ONE-XREF-ROW-TALLY
           END-EVALUATE.

           IF MSTR-REQ-COUNT NUMERIC
                   AND MSTR-REQ-COUNT >= 1
                   AND MSTR-REQ-COUNT <= WS-MAX-ITEMS
               MOVE 'N' TO WS-ITEM-ON-REQ-SW
               PERFORM 2600-MATCH-XREF-ITEM
                   THRU 2600-MATCH-XREF-ITEM-EXIT
                   VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > MSTR-REQ-COUNT
                      OR WS-ITEM-ON-REQ
               IF NOT WS-ITEM-ON-REQ
                   MOVE 'XREF ITEM NOT ON THE MASTER REQUEST'
                       TO PRB-TEXT
                   ADD 1 TO WS-XREF-ORPHANS
                   PERFORM 2950-REPORT-XREF-PROBLEM
                       THRU 2950-REPORT-XREF-PROBLEM-EXIT
               END-IF
           END-IF.

       2550-CHECK-ONE-XREF-ROW-TALLY.
           IF WS-RECORD-CLEAN
               ADD 1 TO WS-RECORDS-CLEAN
           ELSE
               ADD 1 TO WS-RECORDS-UNCLEAN
           END-IF.
       2550-CHECK-ONE-XREF-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    2600-MATCH-XREF-ITEM - DOES ONE MASTER LINE CARRY THE ROW'S *
      *    ITEM                                                        *
      ******************************************************************
       2600-MATCH-XREF-ITEM.
           IF REQ-ITEM-ID IN MSTR-REQ-DATA (WS-ITEM-IX) = XREF-ITEM-ID
               SET WS-ITEM-ON-REQ TO TRUE
           END-IF.
       2600-MATCH-XREF-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    2700-REBUILD-XREF - EMPTY TC02-XREF AND REBUILD IT FROM THE *
      *    MASTER.  OPEN OUTPUT CLEARS THE FILE; IT IS THEN REOPENED   *
      *    I-O SO A REPEATED ITEM ON ONE REQUEST CAN BE REWRITTEN WITH *
      *    THE LATER QUANTITY, AS THE LOADS DO.  A MASTER RECORD WITH  *
      *    AN UNUSABLE COUNT GETS NO ROWS - IT WAS REPORTED ABOVE.     *
      ******************************************************************
       2700-REBUILD-XREF.
           CLOSE TC02-XREF-FILE.
           MOVE 'N' TO WS-XREF-OPEN-SW.
           OPEN OUTPUT TC02-XREF-FILE.
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'CIF190 - OPEN FAILED ON TC02-XREF-FILE, STATUS='
                   WS-XREF-STATUS
               SET WS-REBUILD-FAILED TO TRUE
               GO TO 2700-REBUILD-XREF-EXIT
           END-IF.
           CLOSE TC02-XREF-FILE.
           OPEN I-O TC02-XREF-FILE.
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'CIF190 - OPEN FAILED ON TC02-XREF-FILE, STATUS='
                   WS-XREF-STATUS
               SET WS-REBUILD-FAILED TO TRUE
               GO TO 2700-REBUILD-XREF-EXIT
           END-IF.
           SET WS-XREF-OPEN TO TRUE.

           MOVE 'N' TO WS-MSTR-EOF-SW.
           MOVE ZERO TO REQ-ID IN MSTR-REQ-DATA.
           START TC02-MSTR-FILE
               KEY NOT < REQ-ID IN MSTR-REQ-DATA.
           IF WS-MSTR-STATUS NOT = '00'
               SET WS-MSTR-EOF TO TRUE
           END-IF.
           PERFORM 2750-REBUILD-ONE-REQUEST
               THRU 2750-REBUILD-ONE-REQUEST-EXIT
               UNTIL WS-MSTR-EOF.
       2700-REBUILD-XREF-EXIT.
           EXIT.

      ******************************************************************
      *    2750-REBUILD-ONE-REQUEST - ONE MASTER RECORD'S ROWS         *
      ******************************************************************
       2750-REBUILD-ONE-REQUEST.
           READ TC02-MSTR-FILE NEXT
               AT END
                   SET WS-MSTR-EOF TO TRUE
                   GO TO 2750-REBUILD-ONE-REQUEST-EXIT
           END-READ.
           IF WS-MSTR-STATUS NOT = '00'
               SET WS-MSTR-EOF TO TRUE
               GO TO 2750-REBUILD-ONE-REQUEST-EXIT
           END-IF.
           IF MSTR-REQ-COUNT NUMERIC
                   AND MSTR-REQ-COUNT >= 1
                   AND MSTR-REQ-COUNT <= WS-MAX-ITEMS
               PERFORM 2760-WRITE-ONE-XREF-ROW
                   THRU 2760-WRITE-ONE-XREF-ROW-EXIT
                   VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > MSTR-REQ-COUNT
           END-IF.
       2750-REBUILD-ONE-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      *    2760-WRITE-ONE-XREF-ROW - ONE LINE OF THE REQUEST.  A ROW   *
      *    ALREADY WRITTEN FOR THE SAME ITEM IS REWRITTEN WITH THIS    *
      *    LATER LINE'S QUANTITY.                                      *
      ******************************************************************
       2760-WRITE-ONE-XREF-ROW.
           MOVE REQ-ITEM-ID IN MSTR-REQ-DATA (WS-ITEM-IX)
               TO XREF-ITEM-ID.
           MOVE REQ-ID IN MSTR-REQ-DATA TO XREF-REQ-ID.
           MOVE REQ-ITEM-QTY IN MSTR-REQ-DATA (WS-ITEM-IX)
               TO XREF-ITEM-QTY.
           WRITE TC02-XREF-REC.
           IF WS-XREF-STATUS = '22'
               REWRITE TC02-XREF-REC
               GO TO 2760-WRITE-ONE-XREF-ROW-EXIT
           END-IF.
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY
                   'CIF190 - WRITE FAILED ON TC02-XREF-FILE, STATUS='
                   WS-XREF-STATUS
               SET WS-REBUILD-FAILED TO TRUE
               GO TO 2760-WRITE-ONE-XREF-ROW-EXIT
           END-IF.
           ADD 1 TO WS-XREF-REBUILT.
       2760-WRITE-ONE-XREF-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    2900-REPORT-PROBLEM - ONE MASTER-SIDE PROBLEM LINE.  THE    *
      *    CALLER HAS FILLED THE LINE'S OTHER COLUMNS AND TALLIED THE  *
      *    PROBLEM UNDER ITS CATEGORY.                                 *
      ******************************************************************
       2900-REPORT-PROBLEM.
           MOVE REQ-ID IN MSTR-REQ-DATA TO PRB-REQ-ID.
           PERFORM 2950-REPORT-XREF-PROBLEM
               THRU 2950-REPORT-XREF-PROBLEM-EXIT.
       2900-REPORT-PROBLEM-EXIT.
           EXIT.

      ******************************************************************
      *    2950-REPORT-XREF-PROBLEM - PRINT THE PROBLEM LINE AS BUILT  *
      *    AND MARK THE RECORD UNCLEAN                                 *
      ******************************************************************
       2950-REPORT-XREF-PROBLEM.
           ADD 1 TO WS-PROBLEMS-FOUND.
           MOVE 'N' TO WS-RECORD-CLEAN-SW.
           MOVE WS-PROBLEM-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
       2950-REPORT-XREF-PROBLEM-EXIT.
           EXIT.

      ******************************************************************
      *    3000-TERMINATE - PRINT THE TOTALS AND THE VERDICT, CLOSE    *
      *    FILES, AND APPEND THE RUN-CONTROL ROW                       *
      ******************************************************************
       3000-TERMINATE.
           IF WS-FILES-OPEN
               MOVE WS-BLANK-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-MASTERS-CHECKED TO TOT-MASTERS
               MOVE WS-MASTERS-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-XREF-CHECKED TO TOT-XREF-CHECKED
               MOVE WS-XREF-CHECKED-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-XREF-MISSING TO TOT-MISSING
               MOVE WS-MISSING-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-XREF-QTY-WRONG TO TOT-QTY-WRONG
               MOVE WS-QTY-WRONG-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-XREF-ORPHANS TO TOT-ORPHANS
               MOVE WS-ORPHAN-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-ON-BOTH TO TOT-ON-BOTH
               MOVE WS-ON-BOTH-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-BAD-STATES TO TOT-BAD-STATES
               MOVE WS-BAD-STATE-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               IF WS-MODE-REBUILD
                   MOVE WS-XREF-REBUILT TO TOT-REBUILT
                   MOVE WS-REBUILT-LINE TO TC02-RPT-LINE
                   WRITE TC02-RPT-LINE
               END-IF
               IF WS-PROBLEMS-FOUND = ZERO
                   MOVE WS-CLEAN-LINE TO TC02-RPT-LINE
               ELSE
                   MOVE WS-PROBLEMS-FOUND TO UNC-COUNT
                   MOVE WS-UNCLEAN-LINE TO TC02-RPT-LINE
               END-IF
               WRITE TC02-RPT-LINE
               CLOSE TC02-MSTR-FILE
                     TC02-RPT-FILE
           END-IF.
           IF WS-XREF-OPEN
               CLOSE TC02-XREF-FILE
           END-IF.
           IF WS-HIST-OPEN
               CLOSE TC02-HIST-FILE
           END-IF.

           PERFORM 9000-WRITE-RUN-CONTROL
               THRU 9000-WRITE-RUN-CONTROL-EXIT.

           DISPLAY 'CIF190 - REQUESTS CHECKED   : ' WS-MASTERS-CHECKED.
           DISPLAY 'CIF190 - XREF ROWS CHECKED  : ' WS-XREF-CHECKED.
           DISPLAY 'CIF190 - PROBLEMS FOUND     : ' WS-PROBLEMS-FOUND.
           IF WS-MODE-REBUILD
               DISPLAY 'CIF190 - XREF ROWS REBUILT  : ' WS-XREF-REBUILT
           END-IF.
       3000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      *    9000-WRITE-RUN-CONTROL - APPEND THIS RUN'S TC02-RUNC ROW.   *
      *    OPENED ON ITS OWN SO THE ROW IS WRITTEN EVEN WHEN THE RUN   *
      *    FAILED BEFORE THE DATA FILES WERE OPEN.  A REBUILD THAT     *
      *    DID NOT FINISH MARKS THE RUN FAILED - TC02-XREF IS THEN     *
      *    PART-BUILT AND THE RUN MUST BE REPEATED.                    *
      ******************************************************************
       9000-WRITE-RUN-CONTROL.
           OPEN EXTEND TC02-RUNC-FILE.
           IF WS-RUNC-STATUS = '35'
               OPEN OUTPUT TC02-RUNC-FILE
           END-IF.
           IF WS-RUNC-STATUS NOT = '00'
               DISPLAY 'CIF190 - OPEN FAILED ON TC02-RUNC-FILE, STATUS='
                   WS-RUNC-STATUS
               GO TO 9000-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE 'CIF190'               TO RUNC-PROGRAM.
           MOVE WS-RUNC-START-DATE     TO RUNC-START-DATE.
           MOVE WS-RUNC-START-TIME     TO RUNC-START-TIME.
           ACCEPT RUNC-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUNC-END-TIME FROM TIME.
           MOVE 'TC02MSTR'             TO RUNC-INPUT-DDNAME.
           COMPUTE RUNC-RECORDS-READ =
               WS-MASTERS-CHECKED + WS-XREF-CHECKED.
           MOVE WS-RECORDS-CLEAN       TO RUNC-RECORDS-CLEAN.
           MOVE WS-RECORDS-UNCLEAN     TO RUNC-RECORDS-REJECTED.
           MOVE ZERO                   TO RUNC-TRAILER-COUNT.
           IF WS-INIT-OK AND NOT WS-REBUILD-FAILED
               SET RUNC-STATUS-COMPLETE TO TRUE
           ELSE
               SET RUNC-STATUS-FAILED TO TRUE
           END-IF.

           WRITE TC02-RUNC-REC.
           IF WS-RUNC-STATUS NOT = '00'
               DISPLAY
                   'CIF190 - WRITE FAILED ON TC02-RUNC-FILE, STATUS='
                   WS-RUNC-STATUS
           END-IF.
           CLOSE TC02-RUNC-FILE.
       9000-WRITE-RUN-CONTROL-EXIT.
           EXIT.
