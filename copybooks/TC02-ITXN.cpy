      *****************************************************************
      *    COPYBOOK:  TC02-ITXN
      *    PURPOSE :  DAILY INVENTORY TRANSACTION RECORD.  THE
      *                WAREHOUSE SENDS ONE ROW PER STOCK MOVEMENT IT
      *                WANTS POSTED TO TC02-INVT - A RECEIPT OFF THE
      *                DOCK, AN ADJUSTMENT UP OR DOWN (DAMAGE, WRITE-
      *                OFF, FOUND STOCK), OR A CYCLE COUNT CARRYING
      *                THE QUANTITY ACTUALLY COUNTED ON THE SHELF.
      *                CIF180 EDITS EACH ROW AGAINST TC02-ITEM, POSTS
      *                THE CLEAN ONES TO INVT-QTY-ON-HAND, AND WRITES
      *                EVERY POSTING TO THE TC02-SLDG STOCK LEDGER.
      *
      *    ITXN-QTY IS THE QUANTITY MOVED FOR A RECEIPT OR AN
      *    ADJUSTMENT, AND THE NEW ON-HAND FIGURE FOR A COUNT - A
      *    COUNT REPLACES ON-HAND RATHER THAN ADDING TO IT, SO A
      *    COUNT OF ZERO IS VALID.  ITXN-REFERENCE IS THE WAREHOUSE'S
      *    OWN DOCUMENT NUMBER (RECEIVER, ADJUSTMENT SLIP, COUNT
      *    SHEET) AND IS CARRIED ONTO THE LEDGER SO A POSTING CAN BE
      *    TRACED BACK TO PAPER.
      *****************************************************************
       01  TC02-ITXN-REC.
           05  ITXN-ITEM-ID            PIC X(04).
           05  ITXN-TYPE               PIC X(02).
               88  ITXN-RECEIPT                VALUE 'RC'.
               88  ITXN-ADJUST-UP              VALUE 'AU'.
               88  ITXN-ADJUST-DOWN            VALUE 'AD'.
               88  ITXN-COUNT                  VALUE 'CT'.
               88  ITXN-TYPE-VALID             VALUE 'RC' 'AU'
                                                     'AD' 'CT'.
           05  ITXN-QTY                PIC 9(09).
           05  ITXN-REFERENCE          PIC X(10).
           05  ITXN-TXN-DATE           PIC 9(08).
           05  FILLER                  PIC X(47).
