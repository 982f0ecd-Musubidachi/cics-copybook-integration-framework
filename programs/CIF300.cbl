      *                         AN INBOUND ACKNOWLEDGMENT IS NOT
      *                         ITSELF ACKNOWLEDGED - THAT WAY LIES AN
      *                         ENVELOPE LOOP.
      *        2026-10-15  DLO  A PARTNER ORDERING SEVERAL ITEMS SENDS
      *                         ONE ORDR ENVELOPE PER ITEM UNDER THE
      *                         SAME ORDER ID, AND ONE GENERATED
      *                         REQUEST PER ENVELOPE MEANT EACH ONE
      *                         SUPERSEDED THE LAST ON THE MASTER.  A
      *                         PRE-SCAN OF TC06IN NOW GROUPS THE RUN'S
      *                         VALID ORDR ENVELOPES BY ORDER ID, AND
      *                         ONE REQUEST PER ORDER IS WRITTEN AT
      *                         TERMINATION WITH ONE REQ-ITEMS LINE PER
      *                         ITEM.  AN ITEM SENT TWICE WITH THE SAME
      *                         QUANTITY IS ONE LINE.  AN ORDER OF MORE
      *                         THAN 25 ITEMS, OR NAMING AN ITEM TWICE
      *                         WITH DIFFERENT QUANTITIES, IS REJECTED
      *                         WHOLE TO TC06-SUSP (AUD-REASON-CODE OL
      *                         OR OC), AS IS AN ORDER THE FULL ORDER
      *                         TABLE HAD NO ROOM FOR (OT).
      *        2026-10-15  DLO  THE ORDER-STATUS NOTICE CIF340 SENDS
      *                         PARTNERS IS A FOURTH BODY SHAPE (STAT,
      *                         LAYOUT 'T' - TC06-NESTED).  2055 NOW
      *                         VALIDATES IT, AND LIKE AN INBOUND
      *                         ACKNOWLEDGMENT AN ACCEPTED STATUS
      *                         NOTICE IS NOT ACKNOWLEDGED BACK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIF300.
           88  WS-TXN-KNOWN                VALUE 'Y'.
       77  WS-INTEGRITY-OK-SW      PIC X(01)  VALUE 'N'.
           88  WS-INTEGRITY-OK             VALUE 'Y'.
       77  WS-ORDER-OK-SW          PIC X(01)  VALUE 'Y'.
           88  WS-ORDER-OK                 VALUE 'Y'.
       77  WS-LINE-FOUND-SW        PIC X(01)  VALUE 'N'.
           88  WS-LINE-FOUND               VALUE 'Y'.
       77  WS-ORDER-TABLE-FULL-SW  PIC X(01)  VALUE 'N'.
           88  WS-ORDER-TABLE-FULL         VALUE 'Y'.

      *-----------------------------------------------------------*
      *    RUN COUNTERS                                            *
       77  WS-ENVELOPES-SUSPENDED  PIC 9(07)  VALUE ZERO.
       77  WS-ACKS-WRITTEN         PIC 9(07)  VALUE ZERO.
       77  WS-NAKS-WRITTEN         PIC 9(07)  VALUE ZERO.
       77  WS-ORDERS-REJECTED      PIC 9(07)  VALUE ZERO.

      *-----------------------------------------------------------*
      *    ORDER GROUPING TABLE - ONE ENTRY PER ORDER ID SEEN ON   *
      *    A VALID ORDR ENVELOPE THIS RUN, BUILT BY THE PRE-SCAN   *
      *    (1500-GROUP-ORDERS) IN FIRST-SEEN ORDER AND WRITTEN OUT *
      *    AS GENERATED REQUESTS BY 3050 AT TERMINATION.           *
      *-----------------------------------------------------------*
       77  WS-MAX-ORDERS           PIC 9(04)  COMP  VALUE 1000.
       77  WS-ORDER-COUNT          PIC 9(04)  COMP  VALUE ZERO.
       77  WS-ORD-LINE-IX          PIC 9(02)  COMP.

       01  WS-ORDER-TABLE.
           05  WS-ORD-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-ORDER-COUNT
                   INDEXED BY WS-ORD-IX.
               10  WS-ORD-ORDER-ID     PIC X(06).
               10  WS-ORD-STATUS       PIC X(01).
                   88  WS-ORD-GROUP-OK         VALUE SPACE.
                   88  WS-ORD-TOO-LARGE        VALUE 'L'.
                   88  WS-ORD-CONFLICT         VALUE 'C'.
               10  WS-ORD-LINE-COUNT   PIC 9(02).
               10  WS-ORD-LINE OCCURS 25 TIMES.
                   15  WS-ORD-ITEM-ID  PIC X(04).
                   15  WS-ORD-ITEM-QTY PIC 9(03).

      *-----------------------------------------------------------*
      *    RUN-CONTROL TIMESTAMPS - CAPTURED AT INITIALIZATION,    *
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1500-GROUP-ORDERS
               THRU 1500-GROUP-ORDERS-EXIT.

           OPEN INPUT  TC06-MAIN-FILE.
           IF WS-MAIN-STATUS NOT = '00'
               DISPLAY 'CIF300 - OPEN FAILED ON TC06-MAIN-FILE, STATUS='
           EXIT.

      ******************************************************************
      *    1500-GROUP-ORDERS - PRE-SCAN TC06IN AND GROUP EVERY ORDR    *
      *    ENVELOPE THAT WILL PASS THE 2050/2060 CHECKS BY ORDER ID,   *
      *    SO WHETHER AN ORDER CAN BECOME ONE REQUEST IS KNOWN BEFORE  *
      *    THE MAIN PASS ACKNOWLEDGES ANY OF ITS ENVELOPES.  AN INPUT  *
      *    THAT WILL NOT OPEN IS LEFT FOR THE MAIN OPEN TO REPORT.     *
      ******************************************************************
       1500-GROUP-ORDERS.
           OPEN INPUT TC06-MAIN-FILE.
           IF WS-MAIN-STATUS NOT = '00'
               GO TO 1500-GROUP-ORDERS-EXIT
           END-IF.
           PERFORM 8000-READ-ENVELOPE THRU 8000-READ-ENVELOPE-EXIT.
           PERFORM 1510-GROUP-ONE-ENVELOPE
               THRU 1510-GROUP-ONE-ENVELOPE-EXIT
               UNTIL WS-EOF.
           CLOSE TC06-MAIN-FILE.
           MOVE 'N' TO WS-EOF-SW.
       1500-GROUP-ORDERS-EXIT.
           EXIT.

      ******************************************************************
      *    1510-GROUP-ONE-ENVELOPE - A VALID ORDR ENVELOPE IS ADDED TO *
      *    ITS ORDER'S ENTRY; ANYTHING ELSE IS LEFT TO THE MAIN PASS.  *
      ******************************************************************
       1510-GROUP-ONE-ENVELOPE.
           SET AUD-REASON-NONE TO TRUE.
           PERFORM 2050-UNWRAP-ENVELOPE
               THRU 2050-UNWRAP-ENVELOPE-EXIT.
           PERFORM 2060-VALIDATE-INTEGRITY
               THRU 2060-VALIDATE-INTEGRITY-EXIT.
           IF WS-TXN-KNOWN AND WS-INTEGRITY-OK
               IF TXNTYP-LAYOUT-ORDER (TXNTYP-IX)
                   PERFORM 1520-ADD-ORDER-LINE
                       THRU 1520-ADD-ORDER-LINE-EXIT
               END-IF
           END-IF.
           PERFORM 8000-READ-ENVELOPE THRU 8000-READ-ENVELOPE-EXIT.
       1510-GROUP-ONE-ENVELOPE-EXIT.
           EXIT.

      ******************************************************************
      *    1520-ADD-ORDER-LINE - FIND OR START THE ORDER'S ENTRY, THEN *
      *    MERGE THE ENVELOPE'S ITEM INTO IT.  THE SAME ITEM AT THE    *
      *    SAME QUANTITY IS A REPEAT OF A LINE ALREADY HELD; AT A      *
      *    DIFFERENT QUANTITY IT CONFLICTS, AND THERE IS NO TELLING    *
      *    WHICH THE PARTNER MEANT.  A 26TH DISTINCT ITEM MAKES THE    *
      *    ORDER TOO LARGE FOR ONE REQUEST.  EITHER WAY THE WHOLE      *
      *    ORDER IS MARKED AND NOTHING MORE IS MERGED INTO IT.  AN     *
      *    ORDER THE FULL TABLE HAS NO ROOM FOR GETS NO ENTRY, WHICH   *
      *    THE MAIN PASS TREATS AS OT.                                 *
      ******************************************************************
       1520-ADD-ORDER-LINE.
           SET WS-ORD-IX TO 1.
           SEARCH WS-ORD-ENTRY
               AT END
                   IF WS-ORDER-COUNT >= WS-MAX-ORDERS
                       IF NOT WS-ORDER-TABLE-FULL
                           DISPLAY 'CIF300 - ORDER TABLE FULL, LATER '
                               'ORDERS SUSPENDED'
                           SET WS-ORDER-TABLE-FULL TO TRUE
                       END-IF
                       GO TO 1520-ADD-ORDER-LINE-EXIT
                   END-IF
                   ADD 1 TO WS-ORDER-COUNT
                   SET WS-ORD-IX TO WS-ORDER-COUNT
                   MOVE TC06-ORDR-ORDER-ID
                       TO WS-ORD-ORDER-ID (WS-ORD-IX)
                   SET WS-ORD-GROUP-OK (WS-ORD-IX) TO TRUE
                   MOVE ZERO TO WS-ORD-LINE-COUNT (WS-ORD-IX)
               WHEN WS-ORD-ORDER-ID (WS-ORD-IX) = TC06-ORDR-ORDER-ID
                   CONTINUE
           END-SEARCH.
           IF NOT WS-ORD-GROUP-OK (WS-ORD-IX)
               GO TO 1520-ADD-ORDER-LINE-EXIT
           END-IF.

           MOVE 'N' TO WS-LINE-FOUND-SW.
           PERFORM 1530-MATCH-ORDER-LINE
               THRU 1530-MATCH-ORDER-LINE-EXIT
               VARYING WS-ORD-LINE-IX FROM 1 BY 1
               UNTIL WS-ORD-LINE-IX > WS-ORD-LINE-COUNT (WS-ORD-IX)
                  OR WS-LINE-FOUND.
           IF WS-LINE-FOUND
               GO TO 1520-ADD-ORDER-LINE-EXIT
           END-IF.

           IF WS-ORD-LINE-COUNT (WS-ORD-IX) >= 25
               SET WS-ORD-TOO-LARGE (WS-ORD-IX) TO TRUE
               GO TO 1520-ADD-ORDER-LINE-EXIT
           END-IF.
           ADD 1 TO WS-ORD-LINE-COUNT (WS-ORD-IX).
           MOVE WS-ORD-LINE-COUNT (WS-ORD-IX) TO WS-ORD-LINE-IX.
           MOVE TC06-ORDR-ITEM-ID
               TO WS-ORD-ITEM-ID  (WS-ORD-IX, WS-ORD-LINE-IX).
           MOVE TC06-ORDR-QTY
               TO WS-ORD-ITEM-QTY (WS-ORD-IX, WS-ORD-LINE-IX).
       1520-ADD-ORDER-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    1530-MATCH-ORDER-LINE - COMPARE THE ENVELOPE'S ITEM WITH    *
      *    ONE LINE ALREADY HELD FOR THE ORDER                         *
      ******************************************************************
       1530-MATCH-ORDER-LINE.
           IF WS-ORD-ITEM-ID (WS-ORD-IX, WS-ORD-LINE-IX)
                   = TC06-ORDR-ITEM-ID
               SET WS-LINE-FOUND TO TRUE
               IF WS-ORD-ITEM-QTY (WS-ORD-IX, WS-ORD-LINE-IX)
                       NOT = TC06-ORDR-QTY
                   SET WS-ORD-CONFLICT (WS-ORD-IX) TO TRUE
               END-IF
           END-IF.
       1530-MATCH-ORDER-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-ENVELOPE - LOG ONE TC06-MAIN-REC ENVELOPE.  A  *
      *    VALID ORDR ENVELOPE IS ACCEPTED ONLY WHEN ITS WHOLE ORDER   *
      *    GROUPED CLEANLY; ITS REQUEST IS WRITTEN AT TERMINATION.     *
      ******************************************************************
       2000-PROCESS-ENVELOPE.
           ADD 1 TO WS-ENVELOPES-READ.
           SET AUD-REASON-NONE TO TRUE.
           SET WS-ORDER-OK TO TRUE.
           PERFORM 2050-UNWRAP-ENVELOPE
               THRU 2050-UNWRAP-ENVELOPE-EXIT.
           PERFORM 2060-VALIDATE-INTEGRITY
               THRU 2060-VALIDATE-INTEGRITY-EXIT.
           IF WS-TXN-KNOWN AND WS-INTEGRITY-OK
               IF TXNTYP-LAYOUT-ORDER (TXNTYP-IX)
                   PERFORM 2140-CHECK-ORDER-GROUP
                       THRU 2140-CHECK-ORDER-GROUP-EXIT
               END-IF
           END-IF.

           IF WS-TXN-KNOWN AND WS-INTEGRITY-OK AND WS-ORDER-OK
               SET AUD-OUTCOME-ACCEPTED TO TRUE
               ADD 1 TO WS-ENVELOPES-ACCEPTED
               IF TXNTYP-LAYOUT-SHIPMENT (TXNTYP-IX)
                   PERFORM 2170-WRITE-SHIP-EXTRACT
                       THRU 2170-WRITE-SHIP-EXTRACT-EXIT
                   IF TC06-ACKN-ORIG-HEADER = SPACES
                       MOVE 'N' TO WS-TXN-KNOWN-SW
                   END-IF
               WHEN TXNTYP-LAYOUT-STATUS (TXNTYP-IX)
                   IF TC06-STAT-REQ-ID NOT NUMERIC
                      OR TC06-STAT-QTY NOT NUMERIC
                      OR (TC06-STAT-STATUS NOT = 'A' AND NOT = 'B'
                          AND NOT = 'P' AND NOT = 'S')
                       MOVE 'N' TO WS-TXN-KNOWN-SW
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-TXN-KNOWN-SW
           END-EVALUATE.
           EXIT.

      ******************************************************************
      *    2140-CHECK-ORDER-GROUP - LOOK UP THE ENVELOPE'S ORDER IN    *
      *    THE PRE-SCAN'S TABLE.  A MARKED ORDER, OR ONE WITH NO ENTRY *
      *    BECAUSE THE TABLE WAS FULL, REJECTS THE ENVELOPE WITH THE   *
      *    MATCHING REASON, SO EVERY ENVELOPE OF THE ORDER GOES TO     *
      *    SUSPENSE TOGETHER AND CAN BE RESUBMITTED TOGETHER.          *
      ******************************************************************
       2140-CHECK-ORDER-GROUP.
           SET WS-ORD-IX TO 1.
           SEARCH WS-ORD-ENTRY
               AT END
                   MOVE 'N' TO WS-ORDER-OK-SW
                   SET AUD-REASON-ORDER-TABLE-FULL TO TRUE
               WHEN WS-ORD-ORDER-ID (WS-ORD-IX) = TC06-ORDR-ORDER-ID
                   EVALUATE TRUE
                       WHEN WS-ORD-TOO-LARGE (WS-ORD-IX)
                           MOVE 'N' TO WS-ORDER-OK-SW
                           SET AUD-REASON-ORDER-TOO-LARGE TO TRUE
                       WHEN WS-ORD-CONFLICT (WS-ORD-IX)
                           MOVE 'N' TO WS-ORDER-OK-SW
                           SET AUD-REASON-ORDER-CONFLICT TO TRUE
                   END-EVALUATE
           END-SEARCH.
       2140-CHECK-ORDER-GROUP-EXIT.
           EXIT.

      ******************************************************************
      *    2150-WRITE-GENERATED-REQUEST - TURN ONE CLEANLY GROUPED     *
      *    ORDER INTO A TC02-REQ-REC DETAIL ON THE GENERATED BATCH     *
      *    FILE: THE ORDER ID BECOMES REQ-ID AND EACH DISTINCT ITEM    *
      *    BECOMES ONE REQ-ITEMS LINE, IN THE ORDER THE ENVELOPES      *
      *    ARRIVED, WITH THE REMAINING SLOTS BLANKED SO CIF100'S       *
      *    POPULATED-ITEM EDIT SEES EXACTLY THE LINES REQ-COUNT        *
      *    CLAIMS.  THE CONTROL TOTALS FOR THE BATCH TRAILER ARE       *
      *    TALLIED HERE.  A MARKED ORDER WRITES NOTHING - ITS          *
      *    ENVELOPES ARE ALREADY ON TC06-SUSP.                         *
      ******************************************************************
       2150-WRITE-GENERATED-REQUEST.
           IF NOT WS-ORD-GROUP-OK (WS-ORD-IX)
               ADD 1 TO WS-ORDERS-REJECTED
               GO TO 2150-WRITE-GENERATED-REQUEST-EXIT
           END-IF.
           MOVE WS-ORD-LINE-COUNT (WS-ORD-IX) TO REQ-COUNT.
           MOVE WS-ORD-ORDER-ID (WS-ORD-IX)   TO REQ-ID.
           MOVE ZERO  TO REQ-SHIP-DATE.
           MOVE SPACE TO REQ-PRIORITY.
           PERFORM 2155-COPY-ORDER-LINE
               THRU 2155-COPY-ORDER-LINE-EXIT
               VARYING WS-GEN-ITEM-IX FROM 1 BY 1
               UNTIL WS-GEN-ITEM-IX > REQ-COUNT.
           PERFORM 2160-BLANK-GEN-ITEM
               THRU 2160-BLANK-GEN-ITEM-EXIT
               VARYING WS-GEN-ITEM-IX FROM WS-GEN-ITEM-IX BY 1
               UNTIL WS-GEN-ITEM-IX > 25.

           WRITE TC02-REQ-REC.
                   WS-GEN-STATUS
           END-IF.
           ADD 1 TO WS-GEN-RECORD-COUNT.
           ADD REQ-COUNT TO WS-GEN-REQ-COUNT-TOTAL.
       2150-WRITE-GENERATED-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      *    2155-COPY-ORDER-LINE - ONE GROUPED LINE TO ITS REQ-ITEMS    *
      *    SLOT                                                        *
      ******************************************************************
       2155-COPY-ORDER-LINE.
           MOVE WS-ORD-ITEM-ID  (WS-ORD-IX, WS-GEN-ITEM-IX)
               TO REQ-ITEM-ID  (WS-GEN-ITEM-IX).
           MOVE WS-ORD-ITEM-QTY (WS-ORD-IX, WS-GEN-ITEM-IX)
               TO REQ-ITEM-QTY (WS-GEN-ITEM-IX).
       2155-COPY-ORDER-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    2160-BLANK-GEN-ITEM - CLEAR ONE UNUSED REQ-ITEMS SLOT       *
      ******************************************************************
      *    OVER THE OUTBOUND HEADER AND BODY THE SAME WAY 2060 PROVES  *
      *    THEM ON THE INBOUND SIDE, SO THE PARTNER'S OWN INTAKE CAN   *
      *    VALIDATE WHAT WE SEND.  AN ACCEPTED ENVELOPE THAT IS        *
      *    ITSELF AN ACKNOWLEDGMENT OR A STATUS NOTICE IS NOT          *
      *    ACKNOWLEDGED BACK - THAT WAY LIES AN ENVELOPE LOOP BETWEEN  *
      *    TWO WELL-MEANING SHOPS.                                     *
      ******************************************************************
      *    THE ACKNOWLEDGE-LAYOUT TEST IS NESTED UNDER THE ACCEPTED
      *    TEST BECAUSE TXNTYP-IX IS ONLY RELIABLY INSIDE THE TABLE
       2190-WRITE-ACK-ENVELOPE.
           IF AUD-OUTCOME-ACCEPTED
               IF TXNTYP-LAYOUT-ACKNOWLEDGE (TXNTYP-IX)
                  OR TXNTYP-LAYOUT-STATUS (TXNTYP-IX)
                   GO TO 2190-WRITE-ACK-ENVELOPE-EXIT
               END-IF
           END-IF.
      *    3000-TERMINATE - CLOSE FILES AND REPORT TOTALS              *
      ******************************************************************
       3000-TERMINATE.
           IF WS-INIT-OK
               PERFORM 2150-WRITE-GENERATED-REQUEST
                   THRU 2150-WRITE-GENERATED-REQUEST-EXIT
                   VARYING WS-ORD-IX FROM 1 BY 1
                   UNTIL WS-ORD-IX > WS-ORDER-COUNT
           END-IF.
           PERFORM 3100-WRITE-GEN-TRAILER
               THRU 3100-WRITE-GEN-TRAILER-EXIT.
           CLOSE TC06-MAIN-FILE
               WS-ENVELOPES-REJECTED.
           DISPLAY 'CIF300 - REQUESTS GENERATED : '
               WS-GEN-RECORD-COUNT.
           DISPLAY 'CIF300 - ORDERS REJECTED    : '
               WS-ORDERS-REJECTED.
           DISPLAY 'CIF300 - SHIPMENTS EXTRACTED: '
               WS-SHIPMENTS-EXTRACTED.
           DISPLAY 'CIF300 - ENVELOPES SUSPENDED: '
