   ADD 1 TO WS-TXN-SEQ.
   MOVE WS-TXN-ID-BUILD TO CT-TXN-ID.
   MOVE SI-CLIENT-CODE TO CT-CLIENT-CODE.
   MOVE SPACE TO CT-TRAN-TYPE.
   MOVE SPACES TO CT-ORIG-TXN-ID.
   MOVE SPACES TO CT-CURRENCY-CODE.
   WRITE CALC-TRANS-RECORD.
   MOVE WS-TXN-ID-BUILD TO WS-GN-TXN-ID.

