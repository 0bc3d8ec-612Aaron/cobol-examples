      05 AU-RUN-TIME     PIC X(8).
      05 AU-TXN-ID       PIC X(20).
      05 AU-CLIENT-CODE  PIC X(4).
      05 AU-TRAN-TYPE    PIC X.
      05 AU-ORIG-TXN-ID  PIC X(20).
      05 AU-CURRENCY-CODE PIC X(3).
      05 AU-FX-RATE      PIC 9(5)V9(6).
      05 AU-GL-ACCOUNT-CODE PIC X(10).
