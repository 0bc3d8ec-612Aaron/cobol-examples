   01 CALC-FEED-LOG-RECORD.
      05 FL-EVENT-TYPE     PIC X.
      05 FL-SENDER-ID      PIC X(8).
      05 FL-BUSINESS-DATE  PIC X(8).
      05 FL-EVENT-DATE     PIC X(8).
      05 FL-EVENT-TIME     PIC X(8).
      05 FL-FILE-NAME      PIC X(20).
      05 FL-OUTCOME        PIC X.
      05 FL-RECORD-COUNT   PIC 9(7).
