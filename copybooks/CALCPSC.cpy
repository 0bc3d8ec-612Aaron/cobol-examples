   01 CALC-PARTNER-SCHED-RECORD.
      05 PS-SENDER-ID      PIC X(8).
      05 PS-PARTNER-NAME   PIC X(20).
      05 PS-EXPECTED-DAYS  PIC X(7).
      05 PS-LATEST-ARRIVAL PIC X(4).
      05 PS-RETURN-DUE     PIC X(4).
      05 PS-ACTIVE-FLAG    PIC X.
