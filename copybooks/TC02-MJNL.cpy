      *****************************************************************
      *    COPYBOOK:  TC02-MJNL
      *    PURPOSE :  TC02-MSTR CHANGE JOURNAL RECORD.  ONE ROW IS
      *                APPENDED FOR EVERY WRITE, REWRITE, OR DELETE ANY
      *                PROGRAM MAKES AGAINST TC02-MSTR, HOLDING THE
      *                WHOLE MASTER RECORD AS IT STOOD BEFORE AND AFTER
      *                THE UPDATE - SO WHEN A PARTNER DISPUTES AN ITEM
      *                LIST OR A QUANTITY WE CAN SAY WHO CHANGED IT,
      *                WHEN, AND FROM WHAT.  THE FILE IS CUMULATIVE:
      *                EVERY BATCH WRITER OPENS IT EXTEND AND ONLY
      *                CREATES IT THE FIRST TIME.  CIF430 PRINTS IT.
      *
      *    WHO WRITES WHAT:
      *
      *      - CIF100 / CIF110 LOAD A NEW REQUEST         LD
      *      - CIF100 / CIF110 RELOAD A REQUEST ALREADY   RP
      *        ON THE MASTER, REPLACING IT
      *      - CIF130 ONLINE ADD                          AD
      *      - CIF130 ONLINE CHANGE                       CH
      *      - CIF130 ONLINE CANCEL                       CN
      *      - CIF170 ALLOCATION PASS                     AL
      *      - CIF310 SHIPMENT POSTING                    SH
      *      - CIF140 ARCHIVE (DELETE FROM THE MASTER)    AR
      *
      *    MJNL-BEFORE-IMAGE IS SPACES WHEN THE REQUEST WAS NOT ON
      *    THE MASTER BEFORE (LD, AD); MJNL-AFTER-IMAGE IS SPACES WHEN
      *    IT IS NOT ON IT AFTER (CN, AR).  BOTH IMAGES ARE THE FULL
      *    TC02-MSTR-REC AND ARE READ BACK THROUGH IT.  MJNL-TERMINAL
      *    AND MJNL-USER ARE THE CICS TERMINAL AND SIGNED-ON USER FOR
      *    A CIF130 UPDATE AND SPACES FOR A BATCH ONE.  CIF130 WRITES
      *    ITS ROWS THROUGH THE EXTRAPARTITION TRANSIENT DATA QUEUE
      *    MJNL, WHICH IS DEFINED OVER THE SAME DATASET.
      *****************************************************************
       01  TC02-MJNL-REC.
           05  MJNL-REQ-ID             PIC 9(06).
           05  MJNL-JRNL-DATE          PIC 9(08).
           05  MJNL-JRNL-TIME          PIC 9(08).
           05  MJNL-PROGRAM            PIC X(06).
           05  MJNL-FUNCTION           PIC X(02).
               88  MJNL-FUNC-LOAD              VALUE 'LD'.
               88  MJNL-FUNC-RELOAD            VALUE 'RP'.
               88  MJNL-FUNC-ADD               VALUE 'AD'.
               88  MJNL-FUNC-CHANGE            VALUE 'CH'.
               88  MJNL-FUNC-CANCEL            VALUE 'CN'.
               88  MJNL-FUNC-ALLOCATE          VALUE 'AL'.
               88  MJNL-FUNC-SHIP              VALUE 'SH'.
               88  MJNL-FUNC-ARCHIVE           VALUE 'AR'.
           05  MJNL-TERMINAL           PIC X(04).
           05  MJNL-USER               PIC X(08).
           05  MJNL-BEFORE-IMAGE       PIC X(324).
           05  MJNL-AFTER-IMAGE        PIC X(324).
           05  FILLER                  PIC X(10).
