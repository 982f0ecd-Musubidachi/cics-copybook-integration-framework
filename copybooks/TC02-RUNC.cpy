      *****************************************************************
      *    COPYBOOK:  TC02-RUNC
      *    PURPOSE :  SHARED RUN-CONTROL RECORD.  EACH NIGHTLY CIF
      *                PROGRAM (CIF100, CIF200, CIF300, CIF400,
      *                CIF190)
      *                APPENDS ONE ROW AT TERMINATION - WHEN IT
      *                STARTED AND ENDED, THE DDNAME OF THE INPUT IT
      *                PROCESSED, ITS RECORDS READ / CLEAN / REJECTED,
