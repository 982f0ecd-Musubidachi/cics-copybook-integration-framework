      ******************************************************************
      *    PROGRAM-ID.  CIF430
      *    AUTHOR.      D. L. OKAFOR, BATCH INTEGRATION GROUP
      *    INSTALLATION. COPYBOOK INTEGRATION FRAMEWORK
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        BATCH REPORT OVER THE TC02-MJNL MASTER CHANGE JOURNAL.
      *        EVERY PROGRAM THAT WRITES, REWRITES, OR DELETES A
      *        TC02-MSTR RECORD APPENDS A ROW HOLDING THE RECORD AS IT
      *        STOOD BEFORE AND AFTER.  A SINGLE PARAMETER CARD ON
      *        TC02PARM, IN THE SAME FORM CIF150 TAKES, SELECTS EITHER
      *        THE WHOLE CHANGE HISTORY OF ONE REQUEST OR EVERY CHANGE
      *        JOURNALED IN A DATE RANGE:
      *
      *            REQID 123456
      *            DATES 20260101 20260331
      *
      *        THE JOURNAL IS READ FRONT TO BACK, WHICH IS THE ORDER
      *        THE CHANGES WERE MADE IN.  EACH SELECTED ROW PRINTS ONE
      *        LINE SAYING WHICH PROGRAM MADE THE CHANGE, WHEN, AND
      *        (FOR AN ONLINE CHANGE) FROM WHICH TERMINAL BY WHICH
      *        USER, THEN ONE LINE PER MASTER FIELD WHOSE VALUE
      *        DIFFERS BETWEEN THE TWO IMAGES, OLD VALUE BESIDE NEW.
      *        A REQUEST NEW TO THE MASTER SHOWS ITS POPULATED FIELDS
      *        AGAINST A BLANK BEFORE COLUMN; ONE REMOVED FROM IT
      *        SHOWS THEM AGAINST A BLANK AFTER COLUMN.
      *
      *    MODIFICATION HISTORY.
      *        2026-10-15  DLO  INITIAL VERSION.
      *        2026-10-15  DLO  THE MASTER CARRIES A COMMITMENT FLAG
      *                         PER LINE (MSTR-LINE-ALLOC-FLAG), SO
      *                         EACH ITEM SLOT NOW COMPARES FOUR
      *                         FIELDS.  WS-IMAGE GROWS WITH THE
      *                         MASTER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIF430.
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

           SELECT TC02-MJNL-FILE  ASSIGN TO TC02MJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MJNL-STATUS.

           SELECT TC02-RPT-FILE   ASSIGN TO TC02JRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TC02-PRM-FILE
           RECORDING MODE IS F.
       01  TC02-PRM-REC.
           05  PRM-FUNCTION            PIC X(05).
               88  PRM-FUNC-REQID              VALUE 'REQID'.
               88  PRM-FUNC-DATES              VALUE 'DATES'.
           05  FILLER                  PIC X(01).
           05  PRM-OPERANDS            PIC X(74).
           05  PRM-REQID-CARD REDEFINES PRM-OPERANDS.
               10  PRM-REQ-ID          PIC 9(06).
               10  FILLER              PIC X(68).
           05  PRM-DATES-CARD REDEFINES PRM-OPERANDS.
               10  PRM-FROM-DATE       PIC 9(08).
               10  FILLER              PIC X(01).
               10  PRM-TO-DATE         PIC 9(08).
               10  FILLER              PIC X(57).

       FD  TC02-MJNL-FILE
           RECORDING MODE IS F.
           COPY TC02-MJNL.

       FD  TC02-RPT-FILE
           RECORDING MODE IS F.
       01  TC02-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                *
      *-----------------------------------------------------------*
       77  WS-PRM-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-MJNL-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       77  WS-FILES-OPEN-SW        PIC X(01)  VALUE 'N'.
           88  WS-FILES-OPEN               VALUE 'Y'.

      *-----------------------------------------------------------*
      *    SELECTION CRITERIA DECODED FROM THE PARAMETER CARD      *
      *-----------------------------------------------------------*
       77  WS-SELECT-MODE          PIC X(01)  VALUE SPACE.
           88  WS-SELECT-BY-REQID          VALUE 'R'.
           88  WS-SELECT-BY-DATES          VALUE 'D'.
       77  WS-SEL-REQ-ID           PIC 9(06)  VALUE ZERO.
       77  WS-SEL-FROM-DATE        PIC 9(08)  VALUE ZERO.
       77  WS-SEL-TO-DATE          PIC 9(08)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    RUN TOTALS AND WORK AREAS                               *
      *-----------------------------------------------------------*
       77  WS-ROWS-SCANNED         PIC 9(07)  VALUE ZERO.
       77  WS-ROWS-MATCHED         PIC 9(07)  VALUE ZERO.
       77  WS-FIELDS-CHANGED       PIC 9(07)  VALUE ZERO.
       77  WS-ROW-CHANGES          PIC 9(03)  COMP.
       77  WS-ITEM-IX              PIC 9(02)  COMP.
       77  WS-ITEM-LIMIT           PIC 9(02)  COMP.
       77  WS-MAX-ITEMS            PIC 9(02)  COMP  VALUE 25.
       77  WS-FLD-IX               PIC 9(03)  COMP.
       77  WS-FLD-BASE             PIC 9(03)  COMP.
       77  WS-SIDE                 PIC 9(01)  COMP.
       77  WS-MAX-FIELDS           PIC 9(03)  COMP  VALUE 110.

      *-----------------------------------------------------------*
      *    ONE JOURNAL IMAGE AT A TIME IS MOVED HERE AND READ BACK *
      *    THROUGH THE MASTER LAYOUT                               *
      *-----------------------------------------------------------*
       77  WS-IMAGE                PIC X(324) VALUE SPACES.
       COPY TC02-MSTR.

      *-----------------------------------------------------------*
      *    FIELD-BY-FIELD COMPARISON TABLE.  ENTRIES 1-10 ARE THE  *
      *    MASTER'S SINGLE FIELDS; EACH ITEM SLOT THEN TAKES FOUR  *
      *    ENTRIES (ID, QUANTITY, QUANTITY SHIPPED, COMMITMENT     *
      *    FLAG), 11 THRU 110.                                     *
      *    VALUE (1) IS THE BEFORE IMAGE'S, VALUE (2) THE AFTER'S. *
      *-----------------------------------------------------------*
       01  WS-FIXED-NAME-LIST.
           05  FILLER              PIC X(25)  VALUE 'REQ-COUNT'.
           05  FILLER              PIC X(25)  VALUE 'REQ-SHIP-DATE'.
           05  FILLER              PIC X(25)  VALUE 'REQ-PRIORITY'.
           05  FILLER              PIC X(25)  VALUE 'MSTR-LOAD-DATE'.
           05  FILLER              PIC X(25)  VALUE 'MSTR-SHIP-STATUS'.
           05  FILLER              PIC X(25)  VALUE 'MSTR-SHIP-ID'.
           05  FILLER              PIC X(25)  VALUE 'MSTR-SHIP-CARRIER'.
           05  FILLER              PIC X(25)  VALUE 'MSTR-SHIP-DATE'.
           05  FILLER              PIC X(25)  VALUE 'MSTR-ALLOC-STATUS'.
           05  FILLER              PIC X(25)  VALUE 'MSTR-PARTNER-ID'.
       01  WS-FIXED-NAME-TABLE REDEFINES WS-FIXED-NAME-LIST.
           05  WS-FIXED-NAME       PIC X(25)  OCCURS 10 TIMES.

       01  WS-ITEM-FIELD-NAME.
           05  IFN-BASE            PIC X(21)  VALUE SPACES.
           05  FILLER              PIC X(01)  VALUE '('.
           05  IFN-SLOT            PIC 9(02)  VALUE ZERO.
           05  FILLER              PIC X(01)  VALUE ')'.

       01  WS-FIELD-TABLE.
           05  WS-FLD-ENTRY OCCURS 110 TIMES.
               10  WS-FLD-NAME     PIC X(25).
               10  WS-FLD-VALUE    PIC X(08)  OCCURS 2 TIMES.

      *-----------------------------------------------------------*
      *    REPORT LINES                                            *
      *-----------------------------------------------------------*
       01  WS-TITLE-LINE.
           05  FILLER              PIC X(44)
               VALUE 'CIF430 - MASTER CHANGE JOURNAL REPORT'.

       01  WS-BLANK-LINE           PIC X(01)  VALUE SPACE.

       01  WS-CHANGE-LINE.
           05  FILLER              PIC X(08)  VALUE 'REQUEST '.
           05  CHG-REQ-ID          PIC 9(06).
           05  FILLER              PIC X(07)  VALUE '  DATE '.
           05  CHG-DATE            PIC 9(08).
           05  FILLER              PIC X(07)  VALUE '  TIME '.
           05  CHG-TIME            PIC 9(08).
           05  FILLER              PIC X(10)  VALUE '  PROGRAM '.
           05  CHG-PROGRAM         PIC X(06).
           05  FILLER              PIC X(11)  VALUE '  FUNCTION '.
           05  CHG-FUNCTION        PIC X(02).
           05  FILLER              PIC X(11)  VALUE '  TERMINAL '.
           05  CHG-TERMINAL        PIC X(04).
           05  FILLER              PIC X(07)  VALUE '  USER '.
           05  CHG-USER            PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  CHG-NOTE            PIC X(21).

       01  WS-FIELD-COLUMN-LINE.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  FILLER              PIC X(27)  VALUE 'FIELD'.
           05  FILLER              PIC X(10)  VALUE 'BEFORE'.
           05  FILLER              PIC X(08)  VALUE 'AFTER'.

       01  WS-FIELD-LINE.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  FLD-NAME            PIC X(25).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  FLD-BEFORE          PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  FLD-AFTER           PIC X(08).

       01  WS-NO-CHANGE-LINE.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  FILLER              PIC X(29)
               VALUE 'NO MASTER FIELD WAS CHANGED'.

       01  WS-MATCHED-LINE.
           05  FILLER              PIC X(28)
               VALUE 'JOURNAL ROWS MATCHED      : '.
           05  TOT-MATCHED         PIC ZZZZZZ9.

       01  WS-CHANGED-LINE.
           05  FILLER              PIC X(28)
               VALUE 'FIELD CHANGES PRINTED     : '.
           05  TOT-CHANGED         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-SCAN-ONE-ROW
               THRU 2000-SCAN-ONE-ROW-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.
           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - READ THE PARAMETER CARD, OPEN FILES, NAME *
      *    THE COMPARISON FIELDS, AND PRIME THE JOURNAL READ.  A       *
      *    MISSING OR UNRECOGNIZED CARD IS FATAL - SCANNING THE        *
      *    JOURNAL WITH NO SELECTION WOULD PRINT ALL OF IT.            *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT TC02-PRM-FILE.
           IF WS-PRM-STATUS NOT = '00'
               DISPLAY 'CIF430 - OPEN FAILED ON TC02-PRM-FILE, STATUS='
                   WS-PRM-STATUS
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           READ TC02-PRM-FILE
               AT END
                   DISPLAY 'CIF430 - PARAMETER CARD MISSING'
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-EOF
               CLOSE TC02-PRM-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1100-DECODE-PARAMETER
               THRU 1100-DECODE-PARAMETER-EXIT.
           CLOSE TC02-PRM-FILE.
           IF WS-EOF
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT TC02-MJNL-FILE.
           IF WS-MJNL-STATUS NOT = '00'
               DISPLAY 'CIF430 - OPEN FAILED ON TC02-MJNL-FILE, STATUS='
                   WS-MJNL-STATUS
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT TC02-RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CIF430 - OPEN FAILED ON TC02-RPT-FILE, STATUS='
                   WS-RPT-STATUS
               CLOSE TC02-MJNL-FILE
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-FILES-OPEN TO TRUE.

           MOVE WS-TITLE-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.

           PERFORM 1200-NAME-FIXED-FIELD
               THRU 1200-NAME-FIXED-FIELD-EXIT
               VARYING WS-FLD-IX FROM 1 BY 1
               UNTIL WS-FLD-IX > 10.
           PERFORM 1250-NAME-ITEM-FIELDS
               THRU 1250-NAME-ITEM-FIELDS-EXIT
               VARYING WS-ITEM-IX FROM 1 BY 1
               UNTIL WS-ITEM-IX > WS-MAX-ITEMS.

           PERFORM 8000-READ-JOURNAL THRU 8000-READ-JOURNAL-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    1100-DECODE-PARAMETER - VALIDATE THE CARD AND SET THE       *
      *    SELECTION MODE, THE SAME CARD FORMAT CIF150 READS.  THE     *
      *    DATES ARE THE DATES THE CHANGES WERE JOURNALED.             *
      ******************************************************************
       1100-DECODE-PARAMETER.
           EVALUATE TRUE
               WHEN PRM-FUNC-REQID
                   IF PRM-REQ-ID NUMERIC
                       SET WS-SELECT-BY-REQID TO TRUE
                       MOVE PRM-REQ-ID TO WS-SEL-REQ-ID
                   ELSE
                       DISPLAY 'CIF430 - REQID CARD KEY NOT NUMERIC'
                       SET WS-EOF TO TRUE
                   END-IF
               WHEN PRM-FUNC-DATES
                   IF PRM-FROM-DATE NUMERIC AND PRM-TO-DATE NUMERIC
                       SET WS-SELECT-BY-DATES TO TRUE
                       MOVE PRM-FROM-DATE TO WS-SEL-FROM-DATE
                       MOVE PRM-TO-DATE   TO WS-SEL-TO-DATE
                   ELSE
                       DISPLAY 'CIF430 - DATES CARD DATES NOT NUMERIC'
                       SET WS-EOF TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'CIF430 - UNRECOGNIZED PARAMETER CARD: '
                       PRM-FUNCTION
                   SET WS-EOF TO TRUE
           END-EVALUATE.
       1100-DECODE-PARAMETER-EXIT.
           EXIT.

      ******************************************************************
      *    1200-NAME-FIXED-FIELD - ONE OF THE MASTER'S SINGLE FIELDS   *
      ******************************************************************
       1200-NAME-FIXED-FIELD.
           MOVE WS-FIXED-NAME (WS-FLD-IX) TO WS-FLD-NAME (WS-FLD-IX).
       1200-NAME-FIXED-FIELD-EXIT.
           EXIT.

      ******************************************************************
      *    1250-NAME-ITEM-FIELDS - THE FOUR ENTRIES OF ONE ITEM SLOT,  *
      *    NAMED WITH THE SLOT NUMBER                                  *
      ******************************************************************
       1250-NAME-ITEM-FIELDS.
           COMPUTE WS-FLD-BASE = 10 + (WS-ITEM-IX - 1) * 4.
           MOVE WS-ITEM-IX TO IFN-SLOT.
           MOVE 'REQ-ITEM-ID'           TO IFN-BASE.
           MOVE WS-ITEM-FIELD-NAME TO WS-FLD-NAME (WS-FLD-BASE + 1).
           MOVE 'REQ-ITEM-QTY'          TO IFN-BASE.
           MOVE WS-ITEM-FIELD-NAME TO WS-FLD-NAME (WS-FLD-BASE + 2).
           MOVE 'MSTR-ITEM-QTY-SHIPPED' TO IFN-BASE.
           MOVE WS-ITEM-FIELD-NAME TO WS-FLD-NAME (WS-FLD-BASE + 3).
           MOVE 'MSTR-LINE-ALLOC-FLAG'  TO IFN-BASE.
           MOVE WS-ITEM-FIELD-NAME TO WS-FLD-NAME (WS-FLD-BASE + 4).
       1250-NAME-ITEM-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SCAN-ONE-ROW - APPLY THE SELECTION TO ONE JOURNAL ROW  *
      *    AND PRINT IT WHEN IT QUALIFIES                              *
      ******************************************************************
       2000-SCAN-ONE-ROW.
           ADD 1 TO WS-ROWS-SCANNED.
           EVALUATE TRUE
               WHEN WS-SELECT-BY-REQID
                   IF MJNL-REQ-ID = WS-SEL-REQ-ID
                       PERFORM 2100-PRINT-CHANGE
                           THRU 2100-PRINT-CHANGE-EXIT
                   END-IF
               WHEN WS-SELECT-BY-DATES
                   IF MJNL-JRNL-DATE >= WS-SEL-FROM-DATE
                           AND MJNL-JRNL-DATE <= WS-SEL-TO-DATE
                       PERFORM 2100-PRINT-CHANGE
                           THRU 2100-PRINT-CHANGE-EXIT
                   END-IF
           END-EVALUATE.

           PERFORM 8000-READ-JOURNAL THRU 8000-READ-JOURNAL-EXIT.
       2000-SCAN-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    2100-PRINT-CHANGE - ONE QUALIFYING JOURNAL ROW: WHO, WHEN,  *
      *    AND WHAT, THEN EVERY FIELD THE UPDATE CHANGED.  BOTH IMAGES *
      *    ARE BROKEN OUT INTO THE COMPARISON TABLE FIRST.             *
      ******************************************************************
       2100-PRINT-CHANGE.
           ADD 1 TO WS-ROWS-MATCHED.
           MOVE MJNL-REQ-ID    TO CHG-REQ-ID.
           MOVE MJNL-JRNL-DATE TO CHG-DATE.
           MOVE MJNL-JRNL-TIME TO CHG-TIME.
           MOVE MJNL-PROGRAM   TO CHG-PROGRAM.
           MOVE MJNL-FUNCTION  TO CHG-FUNCTION.
           MOVE MJNL-TERMINAL  TO CHG-TERMINAL.
           MOVE MJNL-USER      TO CHG-USER.
           EVALUATE TRUE
               WHEN MJNL-BEFORE-IMAGE = SPACES
                   MOVE '(NEW TO MASTER)'       TO CHG-NOTE
               WHEN MJNL-AFTER-IMAGE = SPACES
                   MOVE '(REMOVED FROM MASTER)' TO CHG-NOTE
               WHEN OTHER
                   MOVE SPACES                  TO CHG-NOTE
           END-EVALUATE.
           MOVE WS-BLANK-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
           MOVE WS-CHANGE-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.

           MOVE MJNL-BEFORE-IMAGE TO WS-IMAGE.
           MOVE 1 TO WS-SIDE.
           PERFORM 2200-BREAK-OUT-IMAGE
               THRU 2200-BREAK-OUT-IMAGE-EXIT.
           MOVE MJNL-AFTER-IMAGE TO WS-IMAGE.
           MOVE 2 TO WS-SIDE.
           PERFORM 2200-BREAK-OUT-IMAGE
               THRU 2200-BREAK-OUT-IMAGE-EXIT.

           MOVE ZERO TO WS-ROW-CHANGES.
           PERFORM 2300-COMPARE-ONE-FIELD
               THRU 2300-COMPARE-ONE-FIELD-EXIT
               VARYING WS-FLD-IX FROM 1 BY 1
               UNTIL WS-FLD-IX > WS-MAX-FIELDS.
           IF WS-ROW-CHANGES = ZERO
               MOVE WS-NO-CHANGE-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
           END-IF.
       2100-PRINT-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      *    2200-BREAK-OUT-IMAGE - READ WS-IMAGE BACK THROUGH THE       *
      *    MASTER LAYOUT AND FILL VALUE (WS-SIDE) OF EVERY TABLE       *
      *    ENTRY.  A BLANK IMAGE (REQUEST NOT ON THE MASTER ON THAT    *
      *    SIDE) LEAVES EVERY VALUE BLANK.  ITEM SLOTS PAST THE        *
      *    IMAGE'S OWN REQ-COUNT ARE NOT IN USE AND ARE LEFT BLANK;    *
      *    AN OUT-OF-RANGE COUNT SHOWS ALL 25 SO NOTHING IS HIDDEN.    *
      ******************************************************************
       2200-BREAK-OUT-IMAGE.
           MOVE WS-IMAGE TO TC02-MSTR-REC.
           EVALUATE TRUE
               WHEN WS-IMAGE = SPACES
                   MOVE ZERO TO WS-ITEM-LIMIT
               WHEN MSTR-REQ-COUNT NUMERIC
                       AND MSTR-REQ-COUNT >= 1
                       AND MSTR-REQ-COUNT <= WS-MAX-ITEMS
                   MOVE MSTR-REQ-COUNT TO WS-ITEM-LIMIT
               WHEN OTHER
                   MOVE WS-MAX-ITEMS TO WS-ITEM-LIMIT
           END-EVALUATE.

           MOVE MSTR-REQ-COUNT    TO WS-FLD-VALUE (1, WS-SIDE).
           MOVE REQ-SHIP-DATE IN MSTR-REQ-DATA
               TO WS-FLD-VALUE (2, WS-SIDE).
           MOVE REQ-PRIORITY  IN MSTR-REQ-DATA
               TO WS-FLD-VALUE (3, WS-SIDE).
           MOVE MSTR-LOAD-DATE    TO WS-FLD-VALUE (4, WS-SIDE).
           MOVE MSTR-SHIP-STATUS  TO WS-FLD-VALUE (5, WS-SIDE).
           MOVE MSTR-SHIP-ID      TO WS-FLD-VALUE (6, WS-SIDE).
           MOVE MSTR-SHIP-CARRIER TO WS-FLD-VALUE (7, WS-SIDE).
           MOVE MSTR-SHIP-DATE    TO WS-FLD-VALUE (8, WS-SIDE).
           MOVE MSTR-ALLOC-STATUS TO WS-FLD-VALUE (9, WS-SIDE).
           MOVE MSTR-PARTNER-ID   TO WS-FLD-VALUE (10, WS-SIDE).

           PERFORM 2250-BREAK-OUT-ONE-SLOT
               THRU 2250-BREAK-OUT-ONE-SLOT-EXIT
               VARYING WS-ITEM-IX FROM 1 BY 1
               UNTIL WS-ITEM-IX > WS-MAX-ITEMS.
       2200-BREAK-OUT-IMAGE-EXIT.
           EXIT.

      ******************************************************************
      *    2250-BREAK-OUT-ONE-SLOT - THE FOUR ENTRIES OF ONE ITEM      *
      *    SLOT FOR THE SIDE BEING BROKEN OUT                          *
      ******************************************************************
       2250-BREAK-OUT-ONE-SLOT.
           COMPUTE WS-FLD-BASE = 10 + (WS-ITEM-IX - 1) * 4.
           IF WS-ITEM-IX > WS-ITEM-LIMIT
               MOVE SPACES TO WS-FLD-VALUE (WS-FLD-BASE + 1, WS-SIDE)
               MOVE SPACES TO WS-FLD-VALUE (WS-FLD-BASE + 2, WS-SIDE)
               MOVE SPACES TO WS-FLD-VALUE (WS-FLD-BASE + 3, WS-SIDE)
               MOVE SPACES TO WS-FLD-VALUE (WS-FLD-BASE + 4, WS-SIDE)
               GO TO 2250-BREAK-OUT-ONE-SLOT-EXIT
           END-IF.
           MOVE REQ-ITEM-ID  IN MSTR-REQ-DATA (WS-ITEM-IX)
               TO WS-FLD-VALUE (WS-FLD-BASE + 1, WS-SIDE).
           MOVE REQ-ITEM-QTY IN MSTR-REQ-DATA (WS-ITEM-IX)
               TO WS-FLD-VALUE (WS-FLD-BASE + 2, WS-SIDE).
           MOVE MSTR-ITEM-QTY-SHIPPED (WS-ITEM-IX)
               TO WS-FLD-VALUE (WS-FLD-BASE + 3, WS-SIDE).
           MOVE MSTR-LINE-ALLOC-FLAG (WS-ITEM-IX)
               TO WS-FLD-VALUE (WS-FLD-BASE + 4, WS-SIDE).
       2250-BREAK-OUT-ONE-SLOT-EXIT.
           EXIT.

      ******************************************************************
      *    2300-COMPARE-ONE-FIELD - PRINT ONE TABLE ENTRY WHEN ITS     *
      *    BEFORE AND AFTER VALUES DIFFER                              *
      ******************************************************************
       2300-COMPARE-ONE-FIELD.
           IF WS-FLD-VALUE (WS-FLD-IX, 1) = WS-FLD-VALUE (WS-FLD-IX, 2)
               GO TO 2300-COMPARE-ONE-FIELD-EXIT
           END-IF.
           IF WS-ROW-CHANGES = ZERO
               MOVE WS-FIELD-COLUMN-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
           END-IF.
           ADD 1 TO WS-ROW-CHANGES.
           ADD 1 TO WS-FIELDS-CHANGED.
           MOVE WS-FLD-NAME  (WS-FLD-IX)    TO FLD-NAME.
           MOVE WS-FLD-VALUE (WS-FLD-IX, 1) TO FLD-BEFORE.
           MOVE WS-FLD-VALUE (WS-FLD-IX, 2) TO FLD-AFTER.
           MOVE WS-FIELD-LINE TO TC02-RPT-LINE.
           WRITE TC02-RPT-LINE.
       2300-COMPARE-ONE-FIELD-EXIT.
           EXIT.

      ******************************************************************
      *    3000-TERMINATE - PRINT THE TOTALS AND CLOSE FILES           *
      ******************************************************************
       3000-TERMINATE.
           IF WS-FILES-OPEN
               MOVE WS-BLANK-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-ROWS-MATCHED TO TOT-MATCHED
               MOVE WS-MATCHED-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               MOVE WS-FIELDS-CHANGED TO TOT-CHANGED
               MOVE WS-CHANGED-LINE TO TC02-RPT-LINE
               WRITE TC02-RPT-LINE
               CLOSE TC02-MJNL-FILE
                     TC02-RPT-FILE
           END-IF.

           DISPLAY 'CIF430 - JOURNAL SCANNED    : ' WS-ROWS-SCANNED.
           DISPLAY 'CIF430 - ROWS MATCHED       : ' WS-ROWS-MATCHED.
           DISPLAY 'CIF430 - FIELD CHANGES      : ' WS-FIELDS-CHANGED.
       3000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      *    8000-READ-JOURNAL - SHARED SEQUENTIAL READ PARAGRAPH        *
      ******************************************************************
       8000-READ-JOURNAL.
           READ TC02-MJNL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       8000-READ-JOURNAL-EXIT.
           EXIT.
