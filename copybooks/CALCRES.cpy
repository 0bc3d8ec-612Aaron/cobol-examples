      05 CR-RESULT       PIC S9(6)V9(2) SIGN IS TRAILING SEPARATE CHARACTER.
      05 CR-TXN-ID       PIC X(20).
      05 CR-CLIENT-CODE  PIC X(4).
      05 CR-TRAN-TYPE    PIC X.
      05 CR-ORIG-TXN-ID  PIC X(20).
      05 CR-CURRENCY-CODE PIC X(3).
