   01 CALC-AR-SUSPENSE-RECORD.
      05 SU-POST-DATE      PIC X(8).
      05 SU-PAY-DATE       PIC X(8).
      05 SU-CLIENT-CODE    PIC X(4).
      05 SU-PAY-REF        PIC X(10).
      05 SU-AMOUNT         PIC 9(11)V9(2).
      05 SU-REASON         PIC X(24).
      05 SU-GL-TXN-ID      PIC X(20).
      05 SU-STATUS         PIC X.
      05 SU-CURRENCY-CODE  PIC X(3).
      05 SU-FX-RATE        PIC 9(5)V9(6).
