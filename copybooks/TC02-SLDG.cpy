      *****************************************************************
      *    COPYBOOK:  TC02-SLDG
      *    PURPOSE :  STOCK MOVEMENT LEDGER RECORD.  ONE ROW IS
      *                APPENDED FOR EVERY CHANGE ANY PROGRAM MAKES TO A
      *                TC02-INVT ROW, DATED AND TIMED, WITH THE ON-HAND
      *                AND COMMITTED QUANTITIES AS THEY STOOD BEFORE
      *                AND AFTER - SO WHEN ON-HAND LOOKS WRONG THE
      *                ITEM'S HISTORY CAN BE READ BACK MOVEMENT BY
      *                MOVEMENT INSTEAD OF GUESSED AT.  THE FILE IS
      *                CUMULATIVE: EVERY WRITER OPENS IT EXTEND AND
      *                ONLY CREATES IT THE FIRST TIME.
      *
      *    WHO WRITES WHAT:
      *
      *      - CIF180 POSTS A RECEIPT,       RC / AU / AD / CT
      *        ADJUSTMENT, OR COUNT
      *      - CIF170 COMMITS STOCK TO AN    AL
      *        ALLOCATED REQUEST LINE
      *      - CIF310 POSTS A SHIPMENT       SH
      *      - CIF100, CIF110, CIF130 AND    RL
      *        CIF140 RELEASE COMMITTED
      *        STOCK OFF AN ALLOCATED
      *        REQUEST
      *
      *    SLDG-REFERENCE IS THE WAREHOUSE DOCUMENT NUMBER FOR A
      *    CIF180 POSTING AND THE REQ-ID FOR A REQUEST-DRIVEN
      *    MOVEMENT.  THE MOVEMENT ITSELF IS THE DIFFERENCE BETWEEN
      *    THE AFTER AND BEFORE QUANTITIES; NO SEPARATE SIGNED FIELD
      *    IS CARRIED.  CIF130 RUNS ONLINE AND WRITES ITS ROWS
      *    THROUGH THE EXTRAPARTITION TRANSIENT DATA QUEUE SLDG,
      *    WHICH IS DEFINED OVER THE SAME DATASET.
      *****************************************************************
       01  TC02-SLDG-REC.
           05  SLDG-POST-DATE          PIC 9(08).
           05  SLDG-POST-TIME          PIC 9(08).
           05  SLDG-PROGRAM            PIC X(06).
           05  SLDG-ITEM-ID            PIC X(04).
           05  SLDG-MOVE-TYPE          PIC X(02).
               88  SLDG-RECEIPT                VALUE 'RC'.
               88  SLDG-ADJUST-UP              VALUE 'AU'.
               88  SLDG-ADJUST-DOWN            VALUE 'AD'.
               88  SLDG-COUNT                  VALUE 'CT'.
               88  SLDG-ALLOCATE               VALUE 'AL'.
               88  SLDG-SHIP                   VALUE 'SH'.
               88  SLDG-RELEASE                VALUE 'RL'.
           05  SLDG-REFERENCE          PIC X(10).
           05  SLDG-ON-HAND-BEFORE     PIC 9(09).
           05  SLDG-ON-HAND-AFTER      PIC 9(09).
           05  SLDG-COMMITTED-BEFORE   PIC 9(09).
           05  SLDG-COMMITTED-AFTER    PIC 9(09).
           05  FILLER                  PIC X(06).
