   01 CALC-CHANGE-RECORD.
      05 CG-CHANGE-ID       PIC X(20).
      05 CG-MASTER-ID       PIC X(4).
      05 CG-ACTION          PIC X.
      05 CG-STATUS          PIC X.
      05 CG-REQUEST-USER    PIC X(8).
      05 CG-REQUEST-DATE    PIC X(8).
      05 CG-REQUEST-TIME    PIC X(8).
      05 CG-REVIEW-USER     PIC X(8).
      05 CG-REVIEW-DATE     PIC X(8).
      05 CG-REVIEW-TIME     PIC X(8).
      05 CG-APPLY-DATE      PIC X(8).
      05 CG-APPLY-TIME      PIC X(8).
      05 CG-BEFORE-IMAGE    PIC X(80).
      05 CG-AFTER-IMAGE     PIC X(80).
