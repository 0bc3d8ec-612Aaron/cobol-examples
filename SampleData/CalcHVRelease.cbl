         10 WS-H-CLIENT       PIC X(4).
         10 WS-H-DISPOSITION  PIC X.
         10 WS-H-REVIEW-DATE  PIC X(8).
         10 WS-H-CURRENCY     PIC X(3).
         10 WS-H-FX-RATE      PIC 9(5)V9(6).
         10 WS-H-GL-ACCT      PIC X(10).
         10 WS-H-TRAN-TYPE    PIC X.
         10 WS-H-ORIG-TXN-ID  PIC X(20).
   01 WS-HV-COUNT             PIC 9(4) VALUE 0.
   01 WS-FILE-RECORD-COUNT    PIC 9(7) VALUE 0.

         10 WS-OM-GL-ACCT     PIC X(10).
   01 WS-OPER-COUNT           PIC 9(2) VALUE 0.
   01 WS-GL-ACCOUNT-CODE      PIC X(10) VALUE SPACES.
   01 WS-BASE-CURRENCY        PIC X(3) VALUE "USD".
   01 WS-BASE-AMOUNT          PIC 9(12)V9(2) VALUE 0.

   01 WS-OP-SUMMARY-TABLE.
      05 WS-OP-ENTRY OCCURS 10 TIMES INDEXED BY WS-OP-IDX.
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
               ELSE
                   MOVE "Y" TO WS-OVERFLOW-SW
               END-IF
POST-ONE-ITEM.
   PERFORM LOOKUP-GL-ACCOUNT.
   MOVE WS-GL-ACCOUNT-CODE TO GL-ACCOUNT-CODE.
   MOVE FUNCTION ABS(WS-H-RESULT(WS-IDX)) TO GL-ORIG-AMOUNT.
   IF WS-H-CURRENCY(WS-IDX) = SPACES OR WS-H-FX-RATE(WS-IDX) = 0
       MOVE WS-BASE-CURRENCY TO GL-CURRENCY-CODE
       MOVE 1 TO GL-FX-RATE
   ELSE
       MOVE WS-H-CURRENCY(WS-IDX) TO GL-CURRENCY-CODE
       MOVE WS-H-FX-RATE(WS-IDX) TO GL-FX-RATE
   END-IF.
   COMPUTE WS-BASE-AMOUNT ROUNDED = GL-ORIG-AMOUNT * GL-FX-RATE.
   MOVE WS-BASE-AMOUNT TO GL-AMOUNT.
   IF WS-H-RESULT(WS-IDX) < 0
       MOVE "D" TO GL-DR-CR-IND
   ELSE
   MOVE WS-RUN-DATE TO WS-H-REVIEW-DATE(WS-IDX).

LOOKUP-GL-ACCOUNT.
   MOVE WS-H-GL-ACCT(WS-IDX) TO WS-GL-ACCOUNT-CODE.
   MOVE "N" TO WS-OPER-FOUND-SW.
   PERFORM VARYING WS-OM-IDX FROM 1 BY 1
           UNTIL WS-OM-IDX > WS-OPER-COUNT
              OR WS-GL-ACCOUNT-CODE NOT = SPACES
       IF WS-OM-CHAR(WS-OM-IDX) = WS-H-OPERATOR(WS-IDX)
           MOVE WS-OM-GL-ACCT(WS-OM-IDX) TO WS-GL-ACCOUNT-CODE
           MOVE "Y" TO WS-OPER-FOUND-SW
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
