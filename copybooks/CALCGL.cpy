      05 GL-AMOUNT         PIC 9(12)V9(4).
      05 GL-DR-CR-IND      PIC X.
      05 GL-TXN-ID         PIC X(20).
      05 GL-CURRENCY-CODE  PIC X(3).
      05 GL-ORIG-AMOUNT    PIC 9(12)V9(4).
      05 GL-FX-RATE        PIC 9(5)V9(6).
