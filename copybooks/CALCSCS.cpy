   01 CALC-SCREEN-SUMMARY-RECORD.
      05 SS-SCREEN-DATE  PIC X(8).
      05 SS-CLIENT-CODE  PIC X(4).
      05 SS-TXN-COUNT    PIC 9(7).
      05 SS-DAY-VALUE    PIC 9(13)V9(2).
      05 SS-BASE-DAYS    PIC 9(3).
      05 SS-BASE-COUNT   PIC 9(7)V9(2).
      05 SS-BASE-VALUE   PIC 9(13)V9(2).
      05 SS-FLAG-COUNT   PIC 9(3).
