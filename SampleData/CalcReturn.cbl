       FILE STATUS IS WS-RESULT-HV-STATUS.
   SELECT CALC-RETURN-FILE ASSIGN DYNAMIC WS-RETURN-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL.
   SELECT CALC-FEED-LOG-FILE ASSIGN TO "CALCFEED.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FEED-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-RETURN-FILE.
   01 RETURN-LINE PIC X(80).

FD  CALC-FEED-LOG-FILE.
COPY CALCFDL.

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW         PIC X VALUE "N".
      05 WS-RESULT-STATUS  PIC X(2) VALUE "00".
      05 WS-REJECT-STATUS  PIC X(2) VALUE "00".
      05 WS-RESULT-HV-STATUS PIC X(2) VALUE "00".
      05 WS-FEED-LOG-STATUS PIC X(2) VALUE "00".

   01 WS-SENDER-PARM       PIC X(8) VALUE SPACES.
   01 WS-DATE-PARM         PIC X(8) VALUE SPACES.
   01 WS-TRAILER-COUNT     PIC 9(7) VALUE 0.

   01 WS-REFERENCE         PIC X(8) VALUE SPACES.
   01 WS-ORIG-REFERENCE    PIC X(8) VALUE SPACES.
   01 WS-OUT-NUM1          PIC 9(5).9(2) VALUE 0.
   01 WS-OUT-NUM2          PIC 9(5).9(2) VALUE 0.
   01 WS-OUT-RESULT        PIC -9(6).9(2) VALUE 0.
   01 WS-OUT-HV-RESULT     PIC -9(12).9(4) VALUE 0.
   01 WS-OUT-CURRENCY      PIC X(3) VALUE SPACES.
   01 WS-BASE-CURRENCY     PIC X(3) VALUE "USD".

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM SCAN-REJECT-FILE.
   PERFORM WRITE-RETURN-TRAILER.
   CLOSE CALC-RETURN-FILE.
   PERFORM LOG-RETURN-CREATED.
   DISPLAY "CALCRETURN: " WS-RESULT-COUNT " RESULTS AND "
       WS-REJECT-COUNT " REJECTS FOR SENDER " WS-SENDER-PARM
       " ON " WS-RETURN-FILENAME.
   MOVE CR-NUM1 TO WS-OUT-NUM1.
   MOVE CR-NUM2 TO WS-OUT-NUM2.
   MOVE CR-RESULT TO WS-OUT-RESULT.
   MOVE CR-CURRENCY-CODE TO WS-OUT-CURRENCY.
   IF WS-OUT-CURRENCY = SPACES
       MOVE WS-BASE-CURRENCY TO WS-OUT-CURRENCY
   END-IF.
   MOVE SPACES TO RETURN-LINE.
   IF CR-TRAN-TYPE = "V"
       MOVE CR-ORIG-TXN-ID(13:8) TO WS-ORIG-REFERENCE
       STRING "V," WS-OUT-NUM1 "," CR-OPERATOR "," WS-OUT-NUM2 ","
           WS-OUT-RESULT "," WS-REFERENCE "," WS-ORIG-REFERENCE
           "," WS-OUT-CURRENCY
           DELIMITED BY SIZE INTO RETURN-LINE
   ELSE
       STRING "R," WS-OUT-NUM1 "," CR-OPERATOR "," WS-OUT-NUM2 ","
           WS-OUT-RESULT "," WS-REFERENCE "," WS-OUT-CURRENCY
           DELIMITED BY SIZE INTO RETURN-LINE
   END-IF.
   WRITE RETURN-LINE.
   ADD 1 TO WS-RESULT-COUNT.
   ADD 1 TO WS-RETURN-COUNT.
   MOVE RH-NUM1 TO WS-OUT-NUM1.
   MOVE RH-NUM2 TO WS-OUT-NUM2.
   MOVE RH-RESULT TO WS-OUT-HV-RESULT.
   MOVE RH-CURRENCY-CODE TO WS-OUT-CURRENCY.
   IF WS-OUT-CURRENCY = SPACES
       MOVE WS-BASE-CURRENCY TO WS-OUT-CURRENCY
   END-IF.
   MOVE SPACES TO RETURN-LINE.
   IF RH-TRAN-TYPE = "V"
       MOVE RH-ORIG-TXN-ID(13:8) TO WS-ORIG-REFERENCE
       STRING "V," WS-OUT-NUM1 "," RH-OPERATOR "," WS-OUT-NUM2 ","
           WS-OUT-HV-RESULT "," WS-REFERENCE "," WS-ORIG-REFERENCE
           "," WS-OUT-CURRENCY
           DELIMITED BY SIZE INTO RETURN-LINE
   ELSE
       STRING "R," WS-OUT-NUM1 "," RH-OPERATOR "," WS-OUT-NUM2 ","
           WS-OUT-HV-RESULT "," WS-REFERENCE "," WS-OUT-CURRENCY
           DELIMITED BY SIZE INTO RETURN-LINE
   END-IF.
   WRITE RETURN-LINE.
   ADD 1 TO WS-RESULT-COUNT.
   ADD 1 TO WS-RETURN-COUNT.
   MOVE RJ-TXN-ID(13:8) TO WS-REFERENCE.
   MOVE RJ-NUM1 TO WS-OUT-NUM1.
   MOVE RJ-NUM2 TO WS-OUT-NUM2.
   MOVE RJ-CURRENCY-CODE TO WS-OUT-CURRENCY.
   IF WS-OUT-CURRENCY = SPACES
       MOVE WS-BASE-CURRENCY TO WS-OUT-CURRENCY
   END-IF.
   MOVE SPACES TO RETURN-LINE.
   STRING "X," WS-OUT-NUM1 "," RJ-OPERATOR "," WS-OUT-NUM2 ","
       RJ-REASON-CODE "," WS-REFERENCE "," WS-OUT-CURRENCY
       DELIMITED BY SIZE INTO RETURN-LINE.
   WRITE RETURN-LINE.
   ADD 1 TO WS-REJECT-COUNT.
   STRING "T," WS-TRAILER-COUNT
       DELIMITED BY SIZE INTO RETURN-LINE.
   WRITE RETURN-LINE.

LOG-RETURN-CREATED.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   OPEN EXTEND CALC-FEED-LOG-FILE.
   IF WS-FEED-LOG-STATUS = "35"
       OPEN OUTPUT CALC-FEED-LOG-FILE
   END-IF.
   MOVE "R" TO FL-EVENT-TYPE.
   MOVE WS-SENDER-PARM TO FL-SENDER-ID.
   MOVE WS-RETURN-DATE TO FL-BUSINESS-DATE.
   MOVE WS-CURRENT-DATETIME(1:8) TO FL-EVENT-DATE.
   MOVE WS-CURRENT-DATETIME(9:8) TO FL-EVENT-TIME.
   MOVE WS-RETURN-FILENAME TO FL-FILE-NAME.
   MOVE "A" TO FL-OUTCOME.
   MOVE WS-RETURN-COUNT TO FL-RECORD-COUNT.
   WRITE CALC-FEED-LOG-RECORD.
   CLOSE CALC-FEED-LOG-FILE.
