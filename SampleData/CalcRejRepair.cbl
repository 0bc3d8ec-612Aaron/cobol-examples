         10 WS-R-RECYCLE     PIC 9(2) VALUE 0.
         10 WS-R-TXN-ID      PIC X(20) VALUE SPACES.
         10 WS-R-CLIENT      PIC X(4) VALUE SPACES.
         10 WS-R-TRAN-TYPE   PIC X VALUE SPACE.
         10 WS-R-ORIG-TXN-ID PIC X(20) VALUE SPACES.
         10 WS-R-CURRENCY    PIC X(3) VALUE SPACES.

   01 WS-REJECT-COUNT   PIC 9(4) VALUE 0.
   01 WS-FILE-RECORD-COUNT PIC 9(7) VALUE 0.
   01 WS-SHOW-RECYCLE     PIC 9(2) VALUE 0.
   01 WS-SHOW-DISPOSITION PIC X VALUE SPACE.
   01 WS-SHOW-CLIENT      PIC X(4) VALUE SPACES.
   01 WS-SHOW-ORIG-TXN-ID PIC X(20) VALUE SPACES.

   01 WS-AGED-THRESHOLD PIC 9(2) VALUE 2.
   01 WS-AGED-COUNT     PIC 9(4) VALUE 0.
   05 LINE 5  COLUMN 21 PIC X FROM WS-SHOW-DISPOSITION.
   05 LINE 5  COLUMN 25 VALUE "CLIENT: ".
   05 LINE 5  COLUMN 33 PIC X(4) FROM WS-SHOW-CLIENT.
   05 LINE 6  COLUMN 1  VALUE "REVERSES: ".
   05 LINE 6  COLUMN 11 PIC X(20) FROM WS-SHOW-ORIG-TXN-ID.
   05 LINE 7  COLUMN 1  VALUE "NUM1    : ".
   05 LINE 7  COLUMN 11 PIC 9(5).9(2) USING WS-EDIT-NUM1.
   05 LINE 8  COLUMN 1  VALUE "OPERATOR: ".
                  END-IF
                  MOVE RJ-TXN-ID TO WS-R-TXN-ID(WS-IDX)
                  MOVE RJ-CLIENT-CODE TO WS-R-CLIENT(WS-IDX)
                  MOVE RJ-TRAN-TYPE TO WS-R-TRAN-TYPE(WS-IDX)
                  MOVE RJ-ORIG-TXN-ID TO WS-R-ORIG-TXN-ID(WS-IDX)
                  MOVE RJ-CURRENCY-CODE TO WS-R-CURRENCY(WS-IDX)
              END-IF
      END-READ
   END-PERFORM.
       MOVE WS-R-RECYCLE(WS-IDX) TO WS-SHOW-RECYCLE
       MOVE WS-R-DISPOSITION(WS-IDX) TO WS-SHOW-DISPOSITION
       MOVE WS-R-CLIENT(WS-IDX) TO WS-SHOW-CLIENT
       MOVE WS-R-ORIG-TXN-ID(WS-IDX) TO WS-SHOW-ORIG-TXN-ID
   ELSE
       MOVE 0 TO WS-EDIT-NUM1
       MOVE SPACE TO WS-EDIT-OPERATOR
       MOVE 0 TO WS-SHOW-RECYCLE
       MOVE SPACE TO WS-SHOW-DISPOSITION
       MOVE SPACES TO WS-SHOW-CLIENT
       MOVE SPACES TO WS-SHOW-ORIG-TXN-ID
   END-IF.

PROCESS-FUNCTION-KEY.
           COMPUTE CT-RECYCLE-COUNT = WS-R-RECYCLE(WS-IDX) + 1
           MOVE WS-R-TXN-ID(WS-IDX) TO CT-TXN-ID
           MOVE WS-R-CLIENT(WS-IDX) TO CT-CLIENT-CODE
           MOVE WS-R-TRAN-TYPE(WS-IDX) TO CT-TRAN-TYPE
           MOVE WS-R-ORIG-TXN-ID(WS-IDX) TO CT-ORIG-TXN-ID
           IF WS-R-REASON-CODE(WS-IDX) = "15"
               MOVE SPACES TO CT-CURRENCY-CODE
           ELSE
               MOVE WS-R-CURRENCY(WS-IDX) TO CT-CURRENCY-CODE
           END-IF
           WRITE CALC-TRANS-RECORD
           ADD 1 TO WS-REPAIRED-COUNT
       END-IF
           MOVE WS-R-RECYCLE(WS-IDX) TO RJ-RECYCLE-COUNT
           MOVE WS-R-TXN-ID(WS-IDX) TO RJ-TXN-ID
           MOVE WS-R-CLIENT(WS-IDX) TO RJ-CLIENT-CODE
           MOVE WS-R-TRAN-TYPE(WS-IDX) TO RJ-TRAN-TYPE
           MOVE WS-R-ORIG-TXN-ID(WS-IDX) TO RJ-ORIG-TXN-ID
           MOVE WS-R-CURRENCY(WS-IDX) TO RJ-CURRENCY-CODE
           WRITE CALC-REJECT-RECORD
       END-IF
   END-PERFORM.
