   01 CALC-AR-ITEM-RECORD.
      05 AI-CLIENT-CODE    PIC X(4).
      05 AI-INVOICE-REF    PIC X(10).
      05 AI-BILL-MONTH     PIC X(6).
      05 AI-INVOICE-DATE   PIC X(8).
      05 AI-INVOICE-AMOUNT PIC 9(11)V9(2).
      05 AI-OPEN-AMOUNT    PIC 9(11)V9(2).
      05 AI-STATUS         PIC X.
      05 AI-LAST-PAY-DATE  PIC X(8).
      05 AI-CURRENCY-CODE  PIC X(3).
      05 AI-FX-RATE        PIC 9(5)V9(6).
