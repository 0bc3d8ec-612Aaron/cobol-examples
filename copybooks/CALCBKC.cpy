   01 CALC-BACKUP-CATALOG-RECORD.
      05 BC-GEN-DATE     PIC X(8).
      05 BC-GEN-TIME     PIC X(8).
      05 BC-FILE-NAME    PIC X(12).
      05 BC-BACKUP-NAME  PIC X(24).
      05 BC-RECORD-COUNT PIC 9(9).
      05 BC-STATUS       PIC X.
