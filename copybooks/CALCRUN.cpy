      05 RC-RECORDS-IN    PIC 9(9).
      05 RC-RECORDS-OUT   PIC 9(9).
      05 RC-STATUS        PIC X.
      05 RC-END-TIME      PIC X(8).
