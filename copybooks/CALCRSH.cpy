      05 RH-CLIENT-CODE  PIC X(4).
      05 RH-DISPOSITION  PIC X.
      05 RH-REVIEW-DATE  PIC X(8).
      05 RH-CURRENCY-CODE PIC X(3).
      05 RH-FX-RATE      PIC 9(5)V9(6).
      05 RH-GL-ACCOUNT-CODE PIC X(10).
      05 RH-TRAN-TYPE    PIC X.
      05 RH-ORIG-TXN-ID  PIC X(20).
