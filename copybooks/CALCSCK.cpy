   01 CALC-SCREEN-CLIENT-RECORD.
      05 SK-CLIENT-CODE  PIC X(4).
      05 SK-FIRST-DATE   PIC X(8).
      05 SK-LAST-DATE    PIC X(8).
