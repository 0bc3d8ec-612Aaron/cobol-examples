      05 CT-RECYCLE-COUNT PIC 9(2).
      05 CT-TXN-ID       PIC X(20).
      05 CT-CLIENT-CODE  PIC X(4).
      05 CT-TRAN-TYPE    PIC X.
      05 CT-ORIG-TXN-ID  PIC X(20).
      05 CT-CURRENCY-CODE PIC X(3).
