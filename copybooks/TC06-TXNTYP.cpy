      *
      *    TXNTYP-LAYOUT IDENTIFIES WHICH REDEFINES VIEW OF
      *    TC06-TXN-DATA (SEE TC06-NESTED) APPLIES TO THAT TYPE.
      *
      *    LAYOUT 'T' IS THE OUTBOUND ORDER-STATUS NOTICE.  IT IS
      *    REGISTERED ON THE REFERENCE FILE AS CODE 'STAT', AND CIF340
      *    WILL NOT RUN UNLESS A LAYOUT 'T' ROW IS THERE - THE TYPE
      *    CODE IT STAMPS ON ITS ENVELOPES IS TAKEN FROM THAT ROW.
      *****************************************************************
       01  WS-TXNTYP-TABLE.
           05  WS-TXNTYP-COUNT         PIC 9(03)  COMP  VALUE ZERO.
                   88  TXNTYP-LAYOUT-SHIPMENT VALUE 'S'.
                   88  TXNTYP-LAYOUT-ACKNOWLEDGE
                                              VALUE 'A'.
                   88  TXNTYP-LAYOUT-STATUS   VALUE 'T'.
