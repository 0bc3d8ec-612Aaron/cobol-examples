      05 CM-CLIENT-CODE  PIC X(4).
      05 CM-CLIENT-NAME  PIC X(20).
      05 CM-ENABLED-FLAG PIC X.
      05 CM-CURRENCY-CODE PIC X(3).
