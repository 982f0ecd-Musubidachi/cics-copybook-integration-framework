      *    WHICH LINE AND HOW MUCH OF IT SHIPPED.  CIF310 ACCUMULATES
      *    THE SHIPPED-SO-FAR QUANTITY ON THE MATCHING MASTER LINE
      *    AND ONLY CLOSES THE REQUEST AS FULLY SHIPPED WHEN EVERY
      *    LINE IS COVERED.  A CONFIRMATION CIF310 CANNOT APPLY IS
      *    CARRIED FORWARD ON THE TC02-SHPS SUSPENSE FILE AND RETRIED.
      *****************************************************************
       01  TC02-SHPC-REC.
           05  SHPC-REQ-ID             PIC 9(06).
