      *****************************************************************
      *    COPYBOOK:  TC02-SHPS
      *    PURPOSE :  SHIPMENT CONFIRMATION SUSPENSE RECORD.  A
      *                TC02-SHPC CONFIRMATION CIF310 CANNOT APPLY -
      *                NO SUCH REQUEST ON TC02-MSTR YET, OR NO LINE ON
      *                THE REQUEST FOR THE ITEM - IS CARRIED HERE FROM
      *                ONE RUN TO THE NEXT INSTEAD OF BEING DROPPED.
      *                THE USUAL CAUSE IS TIMING: THE REQUEST IS STILL
      *                WAITING ON TC02-EXC FOR A CIF110 REPAIR, OR THE
      *                PARTNER'S ORDR ARRIVED A NIGHT AFTER THE SHIP.
      *
      *    CIF310 READS THE PRIOR RUN'S SUSPENSE (TC02SHSI) AND
      *    RE-APPLIES EVERY ROW BEFORE THE NEW TC02SHPX EXTRACT, THEN
      *    WRITES WHAT IS STILL UNMATCHED TO THE NEW SUSPENSE
      *    (TC02SHSO).  SHPS-CONFIRM IS THE TC02-SHPC ROW EXACTLY AS
      *    CIF300 WROTE IT.  SHPS-FIRST-SEEN-DATE IS THE RUN DATE THE
      *    CONFIRMATION FIRST FAILED TO MATCH, AND SHPS-ATTEMPTS
      *    COUNTS THE RUNS THAT HAVE TRIED IT, THE FIRST INCLUDED.  A
      *    ROW THAT HAS SAT IN SUSPENSE PAST CIF310'S AGE LIMIT IS
      *    REPORTED FOR PARTNER CONTACT AND NOT CARRIED AGAIN.
      *
      *    SHPS-IO-ERROR MARKS A CONFIRMATION THAT DID MATCH BUT COULD
      *    NOT BE POSTED BECAUSE THE MASTER READ OR REWRITE FAILED.
      *    IT IS CARRIED THE SAME WAY SO THE NEXT RUN TRIES IT AGAIN.
      *****************************************************************
       01  TC02-SHPS-REC.
           05  SHPS-CONFIRM.
               10  SHPS-REQ-ID         PIC 9(06).
               10  SHPS-SHIPMENT-ID    PIC X(06).
               10  SHPS-CARRIER        PIC X(04).
               10  SHPS-SHIP-DATE      PIC 9(08).
               10  SHPS-ITEM-ID        PIC X(04).
               10  SHPS-QTY-SHIPPED    PIC 9(03).
           05  SHPS-FIRST-SEEN-DATE    PIC 9(08).
           05  SHPS-ATTEMPTS           PIC 9(03).
           05  SHPS-REASON             PIC X(01).
               88  SHPS-NO-REQUEST             VALUE 'R'.
               88  SHPS-NO-LINE                VALUE 'L'.
               88  SHPS-IO-ERROR               VALUE 'E'.
           05  FILLER                  PIC X(37).
