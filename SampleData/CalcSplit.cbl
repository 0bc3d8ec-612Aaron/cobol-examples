                       ==CT-NUM2==           BY ==SP-NUM2-1==
                       ==CT-RECYCLE-COUNT==  BY ==SP-RECYCLE-1==
                       ==CT-TXN-ID==         BY ==SP-TXN-ID-1==
                       ==CT-CLIENT-CODE==    BY ==SP-CLIENT-1==
                       ==CT-TRAN-TYPE==      BY ==SP-TRAN-TYPE-1==
                       ==CT-ORIG-TXN-ID==    BY ==SP-ORIG-TXN-ID-1==
                       ==CT-CURRENCY-CODE==  BY ==SP-CURRENCY-1==.

FD  CALC-SPLIT-FILE-2.
COPY CALCTRN REPLACING ==CALC-TRANS-RECORD== BY ==CALC-SPLIT-RECORD-2==
                       ==CT-NUM2==           BY ==SP-NUM2-2==
                       ==CT-RECYCLE-COUNT==  BY ==SP-RECYCLE-2==
                       ==CT-TXN-ID==         BY ==SP-TXN-ID-2==
                       ==CT-CLIENT-CODE==    BY ==SP-CLIENT-2==
                       ==CT-TRAN-TYPE==      BY ==SP-TRAN-TYPE-2==
                       ==CT-ORIG-TXN-ID==    BY ==SP-ORIG-TXN-ID-2==
                       ==CT-CURRENCY-CODE==  BY ==SP-CURRENCY-2==.

FD  CALC-SPLIT-FILE-3.
COPY CALCTRN REPLACING ==CALC-TRANS-RECORD== BY ==CALC-SPLIT-RECORD-3==
                       ==CT-NUM2==           BY ==SP-NUM2-3==
                       ==CT-RECYCLE-COUNT==  BY ==SP-RECYCLE-3==
                       ==CT-TXN-ID==         BY ==SP-TXN-ID-3==
                       ==CT-CLIENT-CODE==    BY ==SP-CLIENT-3==
                       ==CT-TRAN-TYPE==      BY ==SP-TRAN-TYPE-3==
                       ==CT-ORIG-TXN-ID==    BY ==SP-ORIG-TXN-ID-3==
                       ==CT-CURRENCY-CODE==  BY ==SP-CURRENCY-3==.

FD  CALC-SPLIT-FILE-4.
COPY CALCTRN REPLACING ==CALC-TRANS-RECORD== BY ==CALC-SPLIT-RECORD-4==
                       ==CT-NUM2==           BY ==SP-NUM2-4==
                       ==CT-RECYCLE-COUNT==  BY ==SP-RECYCLE-4==
                       ==CT-TXN-ID==         BY ==SP-TXN-ID-4==
                       ==CT-CLIENT-CODE==    BY ==SP-CLIENT-4==
                       ==CT-TRAN-TYPE==      BY ==SP-TRAN-TYPE-4==
                       ==CT-ORIG-TXN-ID==    BY ==SP-ORIG-TXN-ID-4==
                       ==CT-CURRENCY-CODE==  BY ==SP-CURRENCY-4==.

FD  CALC-SPLIT-FILE-5.
COPY CALCTRN REPLACING ==CALC-TRANS-RECORD== BY ==CALC-SPLIT-RECORD-5==
                       ==CT-NUM2==           BY ==SP-NUM2-5==
                       ==CT-RECYCLE-COUNT==  BY ==SP-RECYCLE-5==
                       ==CT-TXN-ID==         BY ==SP-TXN-ID-5==
                       ==CT-CLIENT-CODE==    BY ==SP-CLIENT-5==
                       ==CT-TRAN-TYPE==      BY ==SP-TRAN-TYPE-5==
                       ==CT-ORIG-TXN-ID==    BY ==SP-ORIG-TXN-ID-5==
                       ==CT-CURRENCY-CODE==  BY ==SP-CURRENCY-5==.

FD  CALC-SPLIT-FILE-6.
COPY CALCTRN REPLACING ==CALC-TRANS-RECORD== BY ==CALC-SPLIT-RECORD-6==
                       ==CT-NUM2==           BY ==SP-NUM2-6==
                       ==CT-RECYCLE-COUNT==  BY ==SP-RECYCLE-6==
                       ==CT-TXN-ID==         BY ==SP-TXN-ID-6==
                       ==CT-CLIENT-CODE==    BY ==SP-CLIENT-6==
                       ==CT-TRAN-TYPE==      BY ==SP-TRAN-TYPE-6==
                       ==CT-ORIG-TXN-ID==    BY ==SP-ORIG-TXN-ID-6==
                       ==CT-CURRENCY-CODE==  BY ==SP-CURRENCY-6==.

FD  CALC-SPLIT-FILE-7.
COPY CALCTRN REPLACING ==CALC-TRANS-RECORD== BY ==CALC-SPLIT-RECORD-7==
                       ==CT-NUM2==           BY ==SP-NUM2-7==
                       ==CT-RECYCLE-COUNT==  BY ==SP-RECYCLE-7==
                       ==CT-TXN-ID==         BY ==SP-TXN-ID-7==
                       ==CT-CLIENT-CODE==    BY ==SP-CLIENT-7==
                       ==CT-TRAN-TYPE==      BY ==SP-TRAN-TYPE-7==
                       ==CT-ORIG-TXN-ID==    BY ==SP-ORIG-TXN-ID-7==
                       ==CT-CURRENCY-CODE==  BY ==SP-CURRENCY-7==.

FD  CALC-SPLIT-FILE-8.
COPY CALCTRN REPLACING ==CALC-TRANS-RECORD== BY ==CALC-SPLIT-RECORD-8==
                       ==CT-NUM2==           BY ==SP-NUM2-8==
                       ==CT-RECYCLE-COUNT==  BY ==SP-RECYCLE-8==
                       ==CT-TXN-ID==         BY ==SP-TXN-ID-8==
                       ==CT-CLIENT-CODE==    BY ==SP-CLIENT-8==
                       ==CT-TRAN-TYPE==      BY ==SP-TRAN-TYPE-8==
                       ==CT-ORIG-TXN-ID==    BY ==SP-ORIG-TXN-ID-8==
                       ==CT-CURRENCY-CODE==  BY ==SP-CURRENCY-8==.

FD  CALC-SPLIT-FILE-9.
COPY CALCTRN REPLACING ==CALC-TRANS-RECORD== BY ==CALC-SPLIT-RECORD-9==
                       ==CT-NUM2==           BY ==SP-NUM2-9==
                       ==CT-RECYCLE-COUNT==  BY ==SP-RECYCLE-9==
                       ==CT-TXN-ID==         BY ==SP-TXN-ID-9==
                       ==CT-CLIENT-CODE==    BY ==SP-CLIENT-9==
                       ==CT-TRAN-TYPE==      BY ==SP-TRAN-TYPE-9==
                       ==CT-ORIG-TXN-ID==    BY ==SP-ORIG-TXN-ID-9==
                       ==CT-CURRENCY-CODE==  BY ==SP-CURRENCY-9==.

FD  CALC-RUN-CONTROL-FILE.
COPY CALCRUN.

   01 WS-RECORD-COUNT      PIC 9(9) VALUE 0.
   01 WS-CURRENT-PIECE     PIC 9(2) VALUE 1.
   01 WS-ROUTE-COUNT       PIC 9(9) VALUE 0.

   01 WS-ROUTE-KEY         PIC X(20) VALUE SPACES.
   01 WS-ROUTE-HASH        PIC 9(9) VALUE 0.
   01 WS-ROUTE-IDX         PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
   MOVE WS-RECORD-COUNT TO RC-RECORDS-IN.
   MOVE WS-RECORD-COUNT TO RC-RECORDS-OUT.
   MOVE "C" TO RC-STATUS.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(9:8) TO RC-END-TIME.
   WRITE CALC-RUN-CONTROL-RECORD.
   CLOSE CALC-RUN-CONTROL-FILE.

   END-IF.

DETERMINE-PIECE.
   IF CT-TRAN-TYPE = "V"
       MOVE CT-ORIG-TXN-ID TO WS-ROUTE-KEY
   ELSE
       MOVE CT-TXN-ID TO WS-ROUTE-KEY
   END-IF.
   IF WS-ROUTE-KEY = SPACES
       ADD 1 TO WS-ROUTE-COUNT
       COMPUTE WS-CURRENT-PIECE =
           FUNCTION MOD(WS-ROUTE-COUNT - 1, WS-SPLIT-COUNT) + 1
   ELSE
       PERFORM HASH-ROUTE-KEY
       COMPUTE WS-CURRENT-PIECE =
           FUNCTION MOD(WS-ROUTE-HASH, WS-SPLIT-COUNT) + 1
   END-IF.

HASH-ROUTE-KEY.
   MOVE 0 TO WS-ROUTE-HASH.
   PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
           UNTIL WS-ROUTE-IDX > 20
       IF WS-ROUTE-KEY(WS-ROUTE-IDX:1) NOT = SPACE
           COMPUTE WS-ROUTE-HASH = FUNCTION MOD(
               WS-ROUTE-HASH * 31
                   + FUNCTION ORD(WS-ROUTE-KEY(WS-ROUTE-IDX:1)),
               999999937)
       END-IF
   END-PERFORM.

WRITE-SPLIT-RECORD.
   EVALUATE WS-CURRENT-PIECE
           MOVE CT-RECYCLE-COUNT TO SP-RECYCLE-1
           MOVE CT-TXN-ID TO SP-TXN-ID-1
           MOVE CT-CLIENT-CODE TO SP-CLIENT-1
           MOVE CT-TRAN-TYPE TO SP-TRAN-TYPE-1
           MOVE CT-ORIG-TXN-ID TO SP-ORIG-TXN-ID-1
           MOVE CT-CURRENCY-CODE TO SP-CURRENCY-1
           WRITE CALC-SPLIT-RECORD-1
       WHEN 2
           MOVE CT-NUM1 TO SP-NUM1-2
           MOVE CT-RECYCLE-COUNT TO SP-RECYCLE-2
           MOVE CT-TXN-ID TO SP-TXN-ID-2
           MOVE CT-CLIENT-CODE TO SP-CLIENT-2
           MOVE CT-TRAN-TYPE TO SP-TRAN-TYPE-2
           MOVE CT-ORIG-TXN-ID TO SP-ORIG-TXN-ID-2
           MOVE CT-CURRENCY-CODE TO SP-CURRENCY-2
           WRITE CALC-SPLIT-RECORD-2
       WHEN 3
           MOVE CT-NUM1 TO SP-NUM1-3
           MOVE CT-RECYCLE-COUNT TO SP-RECYCLE-3
           MOVE CT-TXN-ID TO SP-TXN-ID-3
           MOVE CT-CLIENT-CODE TO SP-CLIENT-3
           MOVE CT-TRAN-TYPE TO SP-TRAN-TYPE-3
           MOVE CT-ORIG-TXN-ID TO SP-ORIG-TXN-ID-3
           MOVE CT-CURRENCY-CODE TO SP-CURRENCY-3
           WRITE CALC-SPLIT-RECORD-3
       WHEN 4
           MOVE CT-NUM1 TO SP-NUM1-4
           MOVE CT-RECYCLE-COUNT TO SP-RECYCLE-4
           MOVE CT-TXN-ID TO SP-TXN-ID-4
           MOVE CT-CLIENT-CODE TO SP-CLIENT-4
           MOVE CT-TRAN-TYPE TO SP-TRAN-TYPE-4
           MOVE CT-ORIG-TXN-ID TO SP-ORIG-TXN-ID-4
           MOVE CT-CURRENCY-CODE TO SP-CURRENCY-4
           WRITE CALC-SPLIT-RECORD-4
       WHEN 5
           MOVE CT-NUM1 TO SP-NUM1-5
           MOVE CT-RECYCLE-COUNT TO SP-RECYCLE-5
           MOVE CT-TXN-ID TO SP-TXN-ID-5
           MOVE CT-CLIENT-CODE TO SP-CLIENT-5
           MOVE CT-TRAN-TYPE TO SP-TRAN-TYPE-5
           MOVE CT-ORIG-TXN-ID TO SP-ORIG-TXN-ID-5
           MOVE CT-CURRENCY-CODE TO SP-CURRENCY-5
           WRITE CALC-SPLIT-RECORD-5
       WHEN 6
           MOVE CT-NUM1 TO SP-NUM1-6
           MOVE CT-RECYCLE-COUNT TO SP-RECYCLE-6
           MOVE CT-TXN-ID TO SP-TXN-ID-6
           MOVE CT-CLIENT-CODE TO SP-CLIENT-6
           MOVE CT-TRAN-TYPE TO SP-TRAN-TYPE-6
           MOVE CT-ORIG-TXN-ID TO SP-ORIG-TXN-ID-6
           MOVE CT-CURRENCY-CODE TO SP-CURRENCY-6
           WRITE CALC-SPLIT-RECORD-6
       WHEN 7
           MOVE CT-NUM1 TO SP-NUM1-7
           MOVE CT-RECYCLE-COUNT TO SP-RECYCLE-7
           MOVE CT-TXN-ID TO SP-TXN-ID-7
           MOVE CT-CLIENT-CODE TO SP-CLIENT-7
           MOVE CT-TRAN-TYPE TO SP-TRAN-TYPE-7
           MOVE CT-ORIG-TXN-ID TO SP-ORIG-TXN-ID-7
           MOVE CT-CURRENCY-CODE TO SP-CURRENCY-7
           WRITE CALC-SPLIT-RECORD-7
       WHEN 8
           MOVE CT-NUM1 TO SP-NUM1-8
           MOVE CT-RECYCLE-COUNT TO SP-RECYCLE-8
           MOVE CT-TXN-ID TO SP-TXN-ID-8
           MOVE CT-CLIENT-CODE TO SP-CLIENT-8
           MOVE CT-TRAN-TYPE TO SP-TRAN-TYPE-8
           MOVE CT-ORIG-TXN-ID TO SP-ORIG-TXN-ID-8
           MOVE CT-CURRENCY-CODE TO SP-CURRENCY-8
           WRITE CALC-SPLIT-RECORD-8
       WHEN 9
           MOVE CT-NUM1 TO SP-NUM1-9
           MOVE CT-RECYCLE-COUNT TO SP-RECYCLE-9
           MOVE CT-TXN-ID TO SP-TXN-ID-9
           MOVE CT-CLIENT-CODE TO SP-CLIENT-9
           MOVE CT-TRAN-TYPE TO SP-TRAN-TYPE-9
           MOVE CT-ORIG-TXN-ID TO SP-ORIG-TXN-ID-9
           MOVE CT-CURRENCY-CODE TO SP-CURRENCY-9
           WRITE CALC-SPLIT-RECORD-9
   END-EVALUATE.

