      *          - CIF200 AND CIF400 REQUESTS SCANNED AGAINST CIF100
      *            REQUESTS READ, ALL THREE BEING PASSES OVER THE
      *            SAME TC02IN FILE
      *          - CIF190 INTEGRITY VERIFY CLEAN - ANY MASTER RECORD
      *            OR CROSS-REFERENCE ROW IT REJECTED MEANS TC02-MSTR,
      *            TC02-XREF AND TC02-HIST ARE OUT OF STEP
      *
      *        ANY MISMATCH IS FLAGGED AND THE REPORT CLOSES WITH A
      *        SINGLE BALANCED / OUT OF BALANCE LINE - WHAT THE
      *                         OPERATOR READING TC02BRPT BEFORE THE
      *                         USERS LOG ON.  CIF510 RELEASES A HELD
      *                         NIGHT DELIBERATELY.
      *        2026-10-15  DLO  CIF190 ADDED AS A FIFTH NIGHTLY
      *                         PROGRAM.  IT MUST RUN AND COMPLETE
      *                         LIKE THE OTHERS, AND AN UNCLEAN VERIFY
      *                         (RECORDS REJECTED NOT ZERO) IS FLAGGED
      *                         AS A MISMATCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIF500.

      *-----------------------------------------------------------*
      *    LATEST RUN PER PROGRAM - ONE FIXED SLOT EACH FOR THE    *
      *    FIVE NIGHTLY PROGRAMS, LOADED LAST-ROW-WINS SO A RERUN  *
      *    SUPERSEDES THE RUN IT REPEATED                          *
      *-----------------------------------------------------------*
       77  WS-PGM-COUNT            PIC 9(02)  COMP  VALUE 5.

       01  WS-PROGRAM-TABLE.
           05  WS-PROGRAM-ENTRY OCCURS 5 TIMES
                   INDEXED BY WS-PGM-IX.
               10  WS-PGM-NAME         PIC X(06).
               10  WS-PGM-FOUND-SW     PIC X(01).
           MOVE 'CIF300' TO WS-PGM-NAME (WS-PGM-IX).
           SET WS-PGM-IX TO 4.
           MOVE 'CIF400' TO WS-PGM-NAME (WS-PGM-IX).
           SET WS-PGM-IX TO 5.
           MOVE 'CIF190' TO WS-PGM-NAME (WS-PGM-IX).

           OPEN INPUT TC02-RUNC-FILE.
           IF WS-RUNC-STATUS NOT = '00'
      ******************************************************************
      *    3200-RECONCILE-TOTALS - THE CHECKS THAT PROVE THE NIGHT     *
      *    TIES OUT.  SLOT 1 IS CIF100, 2 CIF200, 3 CIF300, 4 CIF400,  *
      *    5 CIF190, AS LOADED BY 1000-INITIALIZE.                     *
      ******************************************************************
       3200-RECONCILE-TOTALS.
           PERFORM 3250-CHECK-ONE-PRESENT
               PERFORM 3260-CHECK-SCAN-MATCH
                   THRU 3260-CHECK-SCAN-MATCH-EXIT
           END-IF.

           SET WS-PGM-IX TO 5.
           IF WS-PGM-FOUND (WS-PGM-IX)
               IF WS-PGM-REJECTED (WS-PGM-IX) > ZERO
                   MOVE 'CIF190 INTEGRITY VERIFY FOUND PROBLEMS'
                       TO MSM-TEXT
                   PERFORM 3280-PRINT-MISMATCH
                       THRU 3280-PRINT-MISMATCH-EXIT
               END-IF
           END-IF.
       3200-RECONCILE-TOTALS-EXIT.
           EXIT.

