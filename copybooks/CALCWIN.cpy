   01 CALC-WINDOW-HISTORY-RECORD.
      05 WH-RUN-DATE       PIC X(8).
      05 WH-ENTRY-TYPE     PIC X.
      05 WH-STEP-NUMBER    PIC 9(2).
      05 WH-STEP-NAME      PIC X(12).
      05 WH-START-TIME     PIC X(8).
      05 WH-END-TIME       PIC X(8).
      05 WH-ELAPSED-SECS   PIC 9(7).
      05 WH-RECORDS        PIC 9(9).
