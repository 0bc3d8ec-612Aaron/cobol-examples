      05 RJ-RECYCLE-COUNT PIC 9(2).
      05 RJ-TXN-ID       PIC X(20).
      05 RJ-CLIENT-CODE  PIC X(4).
      05 RJ-TRAN-TYPE    PIC X.
      05 RJ-ORIG-TXN-ID  PIC X(20).
      05 RJ-CURRENCY-CODE PIC X(3).
