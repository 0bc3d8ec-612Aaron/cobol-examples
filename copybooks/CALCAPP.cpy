   01 CALC-AR-APPLY-RECORD.
      05 AP-POST-DATE      PIC X(8).
      05 AP-PAY-DATE       PIC X(8).
      05 AP-CLIENT-CODE    PIC X(4).
      05 AP-PAY-REF        PIC X(10).
      05 AP-INVOICE-REF    PIC X(10).
      05 AP-AMOUNT         PIC 9(11)V9(2).
      05 AP-MATCH-TYPE     PIC X.
      05 AP-GL-TXN-ID      PIC X(20).
      05 AP-CURRENCY-CODE  PIC X(3).
