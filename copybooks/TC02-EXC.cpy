      *    ON EVERY STILL-BAD RESUBMISSION AND ADDS ONE TO THE COUNT,
      *    SO A REQUEST THAT HAS BOUNCED MORE THAN ONCE - OR HAS BEEN
      *    SITTING OPEN FOR DAYS - CAN BE SEEN AT A GLANCE.
      *
      *    EXC-PARTNER-ID IS THE BHDR-PARTNER-ID OF THE BATCH SET THE
      *    REJECTED REQUEST ARRIVED ON, STAMPED BY CIF100 AND CARRIED
      *    THROUGH EVERY CIF110 RESUBMISSION, SO A REPAIRED REQUEST
      *    REACHES TC02-MSTR STILL OWNED BY ITS PARTNER AND THE CIF420
      *    SCORECARD CAN COUNT REJECTIONS PER PARTNER.
      *****************************************************************
       01  TC02-EXC-REC.
           COPY TC02-REQ REPLACING ==TC02-REQ-REC== BY ==EXC-REQ-DATA==
               88  EXC-BAD-ITEM                VALUE 'I'.
           05  EXC-FIRST-DATE          PIC 9(08).
           05  EXC-RESUB-COUNT         PIC 9(02).
           05  EXC-PARTNER-ID          PIC X(04).
