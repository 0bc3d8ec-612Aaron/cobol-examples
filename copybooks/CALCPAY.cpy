   01 CALC-PAYMENT-RECORD.
      05 PY-CLIENT-CODE    PIC X(4).
      05 PY-INVOICE-REF    PIC X(10).
      05 PY-AMOUNT         PIC 9(11)V9(2).
      05 PY-PAY-DATE       PIC X(8).
      05 PY-CURRENCY-CODE  PIC X(3).
