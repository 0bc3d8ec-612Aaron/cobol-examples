   01 CALC-GL-FX-POSITION-RECORD.
      05 FP-ACCOUNT-CODE    PIC X(10).
      05 FP-CURRENCY-CODE   PIC X(3).
      05 FP-FOREIGN-BALANCE PIC S9(15)V9(4) SIGN IS TRAILING SEPARATE
                                             CHARACTER.
      05 FP-BASE-BALANCE    PIC S9(15)V9(4) SIGN IS TRAILING SEPARATE
                                             CHARACTER.
      05 FP-LAST-POST-DATE  PIC X(8).
