   01 CALC-SCREEN-HISTORY-RECORD.
      05 SH-SCREEN-DATE  PIC X(8).
      05 SH-CLIENT-CODE  PIC X(4).
      05 SH-FLAG-TYPE    PIC X.
      05 SH-TXN-ID       PIC X(20).
      05 SH-STATUS       PIC X.
      05 SH-ACTION-USER  PIC X(8).
      05 SH-ACTION-DATE  PIC X(8).
      05 SH-ACTION-TIME  PIC X(8).
