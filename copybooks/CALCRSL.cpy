   01 CALC-RESTORE-LOG-RECORD.
      05 RL-RESTORE-DATE PIC X(8).
      05 RL-RESTORE-TIME PIC X(8).
      05 RL-USER-ID      PIC X(8).
      05 RL-GEN-DATE     PIC X(8).
      05 RL-FILE-NAME    PIC X(12).
      05 RL-RECORD-COUNT PIC 9(9).
      05 RL-OUTCOME      PIC X.
