   01 CALC-SCREEN-QUEUE-RECORD.
      05 SQ-SCREEN-DATE  PIC X(8).
      05 SQ-CLIENT-CODE  PIC X(4).
      05 SQ-FLAG-TYPE    PIC X.
      05 SQ-TXN-ID       PIC X(20).
      05 SQ-NUM1         PIC 9(5)V9(2).
      05 SQ-OPERATOR     PIC X.
      05 SQ-NUM2         PIC 9(5)V9(2).
      05 SQ-TXN-COUNT    PIC 9(7).
      05 SQ-DAY-VALUE    PIC 9(13)V9(2).
      05 SQ-BASE-COUNT   PIC 9(7)V9(2).
      05 SQ-BASE-VALUE   PIC 9(13)V9(2).
      05 SQ-STATUS       PIC X.
      05 SQ-REVIEW-USER  PIC X(8).
      05 SQ-REVIEW-DATE  PIC X(8).
      05 SQ-REVIEW-TIME  PIC X(8).
