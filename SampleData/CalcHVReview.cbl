         10 WS-H-CLIENT      PIC X(4) VALUE SPACES.
         10 WS-H-DISPOSITION PIC X VALUE SPACE.
         10 WS-H-REVIEW-DATE PIC X(8) VALUE SPACES.
         10 WS-H-CURRENCY    PIC X(3) VALUE SPACES.
         10 WS-H-FX-RATE     PIC 9(5)V9(6) VALUE 0.
         10 WS-H-GL-ACCT     PIC X(10) VALUE SPACES.
         10 WS-H-TRAN-TYPE   PIC X VALUE SPACE.
         10 WS-H-ORIG-TXN-ID PIC X(20) VALUE SPACES.
         10 WS-H-TOUCHED-SW  PIC X VALUE "N".

   01 WS-HV-COUNT       PIC 9(4) VALUE 0.
   01 WS-SHOW-TXN-ID    PIC X(20) VALUE SPACES.
   01 WS-SHOW-CLIENT    PIC X(4) VALUE SPACES.
   01 WS-SHOW-DISPOSITION PIC X VALUE SPACE.
   01 WS-SHOW-CURRENCY  PIC X(3) VALUE SPACES.

SCREEN SECTION.
01 CALC-HV-SCREEN.
   05 LINE 6  COLUMN 1  VALUE "RESULT  : ".
   05 LINE 6  COLUMN 11 PIC ZZZ,ZZZ,ZZZ,ZZ9.9999-
                        FROM WS-SHOW-RESULT.
   05 LINE 6  COLUMN 34 PIC X(3) FROM WS-SHOW-CURRENCY.
   05 LINE 7  COLUMN 1  VALUE "RUN DATE: ".
   05 LINE 7  COLUMN 11 PIC X(8) FROM WS-SHOW-RUN-DATE.
   05 LINE 7  COLUMN 23 VALUE "CLIENT: ".
                  MOVE RH-CLIENT-CODE TO WS-H-CLIENT(WS-IDX)
                  MOVE RH-DISPOSITION TO WS-H-DISPOSITION(WS-IDX)
                  MOVE RH-REVIEW-DATE TO WS-H-REVIEW-DATE(WS-IDX)
                  MOVE RH-CURRENCY-CODE TO WS-H-CURRENCY(WS-IDX)
                  IF RH-FX-RATE NUMERIC
                      MOVE RH-FX-RATE TO WS-H-FX-RATE(WS-IDX)
                  ELSE
                      MOVE 0 TO WS-H-FX-RATE(WS-IDX)
                  END-IF
                  MOVE RH-GL-ACCOUNT-CODE TO WS-H-GL-ACCT(WS-IDX)
                  MOVE RH-TRAN-TYPE TO WS-H-TRAN-TYPE(WS-IDX)
                  MOVE RH-ORIG-TXN-ID TO WS-H-ORIG-TXN-ID(WS-IDX)
                  MOVE "N" TO WS-H-TOUCHED-SW(WS-IDX)
              END-IF
      END-READ
       MOVE WS-H-RUN-DATE(WS-IDX) TO WS-SHOW-RUN-DATE
       MOVE WS-H-TXN-ID(WS-IDX) TO WS-SHOW-TXN-ID
       MOVE WS-H-CLIENT(WS-IDX) TO WS-SHOW-CLIENT
       MOVE WS-H-CURRENCY(WS-IDX) TO WS-SHOW-CURRENCY
       MOVE WS-H-DISPOSITION(WS-IDX) TO WS-SHOW-DISPOSITION
   ELSE
       MOVE 0 TO WS-SHOW-NUM1
       MOVE SPACES TO WS-SHOW-RUN-DATE
       MOVE SPACES TO WS-SHOW-TXN-ID
       MOVE SPACES TO WS-SHOW-CLIENT
       MOVE SPACES TO WS-SHOW-CURRENCY
       MOVE SPACE TO WS-SHOW-DISPOSITION
   END-IF.

       MOVE WS-H-CLIENT(WS-IDX) TO RH-CLIENT-CODE
       MOVE WS-H-DISPOSITION(WS-IDX) TO RH-DISPOSITION
       MOVE WS-H-REVIEW-DATE(WS-IDX) TO RH-REVIEW-DATE
       MOVE WS-H-CURRENCY(WS-IDX) TO RH-CURRENCY-CODE
       MOVE WS-H-FX-RATE(WS-IDX) TO RH-FX-RATE
       MOVE WS-H-GL-ACCT(WS-IDX) TO RH-GL-ACCOUNT-CODE
       MOVE WS-H-TRAN-TYPE(WS-IDX) TO RH-TRAN-TYPE
       MOVE WS-H-ORIG-TXN-ID(WS-IDX) TO RH-ORIG-TXN-ID
       WRITE CALC-RESULT-HV-RECORD
   END-PERFORM.
   CLOSE CALC-RESULT-HV-FILE.
