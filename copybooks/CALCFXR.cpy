   01 CALC-FX-RATE-RECORD.
      05 FX-CURRENCY-CODE PIC X(3).
      05 FX-RATE-DATE     PIC X(8).
      05 FX-RATE          PIC 9(5)V9(6).
