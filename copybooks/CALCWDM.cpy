   01 CALC-DIMENSION-HISTORY-RECORD.
      05 DH-DIMENSION      PIC X(4).
      05 DH-KEY            PIC X(10).
      05 DH-VERSION        PIC 9(3).
      05 DH-VALID-FROM     PIC X(8).
      05 DH-VALID-TO       PIC X(8).
      05 DH-CURRENT-FLAG   PIC X.
      05 DH-IMAGE          PIC X(40).
