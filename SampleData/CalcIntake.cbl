       FILE STATUS IS WS-TRANS-STATUS.
   SELECT CALC-EXCEPTION-REPORT ASSIGN TO "CALCINTE.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.
   SELECT CALC-FEED-LOG-FILE ASSIGN TO "CALCFEED.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FEED-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-EXCEPTION-REPORT.
   01 EXCEPTION-REPORT-LINE PIC X(80).

FD  CALC-FEED-LOG-FILE.
COPY CALCFDL.

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW         PIC X VALUE "N".
      05 WS-INTAKE-STATUS  PIC X(2) VALUE "00".
      05 WS-TRANS-STATUS   PIC X(2) VALUE "00".
      05 WS-FEED-LOG-STATUS PIC X(2) VALUE "00".
      05 WS-STOP-SW        PIC X VALUE "N".
      05 WS-HEADER-SEEN-SW PIC X VALUE "N".
      05 WS-TRAILER-SEEN-SW PIC X VALUE "N".

   01 WS-HDR-SENDER        PIC X(8) VALUE SPACES.
   01 WS-HDR-DATE          PIC X(8) VALUE SPACES.
   01 WS-REV-ORIG-DATE     PIC X(8) VALUE SPACES.
   01 WS-REV-ORIG-REFERENCE PIC X(8) VALUE SPACES.

   01 WS-LINE-NUMBER       PIC 9(7) VALUE 0.
   01 WS-DETAIL-COUNT      PIC 9(7) VALUE 0.
         10 WS-C-NUM2      PIC 9(5)V9(2).
         10 WS-C-TXN-ID    PIC X(20).
         10 WS-C-CLIENT    PIC X(4).
         10 WS-C-TRAN-TYPE PIC X.
         10 WS-C-ORIG-TXN-ID PIC X(20).

   01 WS-TXN-ID-BUILD.
      05 WS-TB-SENDER      PIC X(4) VALUE SPACES.
   CLOSE CALC-INTAKE-FILE.
   PERFORM FINAL-INTAKE-CHECKS.
   PERFORM FINISH-EXCEPTION-REPORT.
   PERFORM LOG-FEED-ARRIVAL.
   IF WS-STOP-SW = "Y"
       DISPLAY "CALCINTAKE: *** INTAKE STOPPED - " WS-STOP-REASON
       DISPLAY "CALCINTAKE: NOTHING APPENDED TO CALCTRAN.DAT"
           PERFORM PROCESS-HEADER-ROW
       WHEN "D"
           PERFORM PROCESS-DETAIL-ROW
       WHEN "V"
           PERFORM PROCESS-REVERSAL-ROW
       WHEN "T"
           PERFORM PROCESS-TRAILER-ROW
       WHEN OTHER
       PERFORM CONVERT-DETAIL-ROW
   END-IF.

PROCESS-REVERSAL-ROW.
   IF WS-HEADER-SEEN-SW = "N"
       MOVE "Y" TO WS-STOP-SW
       MOVE "REVERSAL ROW BEFORE HEADER" TO WS-STOP-REASON
   ELSE
       ADD 1 TO WS-DETAIL-COUNT
       PERFORM CONVERT-REVERSAL-ROW
   END-IF.

CONVERT-REVERSAL-ROW.
   MOVE "Y" TO WS-ROW-VALID-SW.
   MOVE FUNCTION TRIM(WS-TOK-2) TO WS-EDIT-TRIMMED.
   IF WS-EDIT-TRIMMED(1:8) NOT NUMERIC
      OR WS-EDIT-TRIMMED(9:) NOT = SPACES
       MOVE "ORIGINAL DATE NOT YYYYMMDD" TO WS-XC-REASON
       MOVE "N" TO WS-ROW-VALID-SW
   ELSE
       MOVE WS-EDIT-TRIMMED(1:8) TO WS-REV-ORIG-DATE
   END-IF.
   IF WS-ROW-VALID-SW = "Y"
       MOVE FUNCTION TRIM(WS-TOK-3) TO WS-EDIT-TRIMMED
       IF WS-EDIT-TRIMMED = SPACES
          OR WS-EDIT-TRIMMED(9:) NOT = SPACES
           MOVE "ORIGINAL REFERENCE INVALID" TO WS-XC-REASON
           MOVE "N" TO WS-ROW-VALID-SW
       ELSE
           MOVE WS-EDIT-TRIMMED(1:8) TO WS-REV-ORIG-REFERENCE
       END-IF
   END-IF.
   IF WS-ROW-VALID-SW = "Y" AND WS-CVT-COUNT >= WS-MAX-ROWS
       MOVE "INTAKE TABLE IS FULL" TO WS-XC-REASON
       MOVE "N" TO WS-ROW-VALID-SW
   END-IF.
   IF WS-ROW-VALID-SW = "Y"
       MOVE 0 TO WS-CVT-NUM1
       MOVE SPACE TO WS-CVT-OPERATOR
       MOVE 0 TO WS-CVT-NUM2
       MOVE WS-TOK-4 TO WS-TOK-5
       PERFORM STORE-CONVERTED-ROW
       MOVE "V" TO WS-C-TRAN-TYPE(WS-CVT-IDX)
       MOVE WS-HDR-SENDER(1:4) TO WS-TB-SENDER
       MOVE WS-REV-ORIG-DATE TO WS-TB-DATE
       MOVE WS-REV-ORIG-REFERENCE TO WS-TB-REFERENCE
       MOVE WS-TXN-ID-BUILD TO WS-C-ORIG-TXN-ID(WS-CVT-IDX)
   ELSE
       PERFORM NOTE-EXCEPTION-ROW
   END-IF.

CONVERT-DETAIL-ROW.
   MOVE "Y" TO WS-ROW-VALID-SW.
   MOVE WS-TOK-2 TO WS-EDIT-TOKEN.
   END-IF.
   MOVE WS-TXN-ID-BUILD TO WS-C-TXN-ID(WS-CVT-IDX).
   MOVE WS-HDR-SENDER(1:4) TO WS-C-CLIENT(WS-CVT-IDX).
   MOVE SPACE TO WS-C-TRAN-TYPE(WS-CVT-IDX).
   MOVE SPACES TO WS-C-ORIG-TXN-ID(WS-CVT-IDX).

EDIT-AMOUNT-FIELD.
   MOVE "Y" TO WS-AMOUNT-VALID-SW.
       MOVE 0 TO CT-RECYCLE-COUNT
       MOVE WS-C-TXN-ID(WS-CVT-IDX) TO CT-TXN-ID
       MOVE WS-C-CLIENT(WS-CVT-IDX) TO CT-CLIENT-CODE
       MOVE WS-C-TRAN-TYPE(WS-CVT-IDX) TO CT-TRAN-TYPE
       MOVE WS-C-ORIG-TXN-ID(WS-CVT-IDX) TO CT-ORIG-TXN-ID
       MOVE SPACES TO CT-CURRENCY-CODE
       WRITE CALC-TRANS-RECORD
   END-PERFORM.
   CLOSE CALC-TRANS-FILE.

LOG-FEED-ARRIVAL.
   OPEN EXTEND CALC-FEED-LOG-FILE.
   IF WS-FEED-LOG-STATUS = "35"
       OPEN OUTPUT CALC-FEED-LOG-FILE
   END-IF.
   MOVE "I" TO FL-EVENT-TYPE.
   IF WS-HEADER-SEEN-SW = "Y"
       MOVE WS-HDR-SENDER TO FL-SENDER-ID
       MOVE WS-HDR-DATE TO FL-BUSINESS-DATE
   ELSE
       MOVE WS-SENDER-PARM TO FL-SENDER-ID
       MOVE SPACES TO FL-BUSINESS-DATE
   END-IF.
   MOVE WS-RUN-DATE TO FL-EVENT-DATE.
   MOVE WS-CURRENT-DATETIME(9:8) TO FL-EVENT-TIME.
   MOVE WS-INTAKE-FILENAME TO FL-FILE-NAME.
   IF WS-STOP-SW = "Y"
       MOVE "S" TO FL-OUTCOME
   ELSE
       MOVE "A" TO FL-OUTCOME
   END-IF.
   MOVE WS-CVT-COUNT TO FL-RECORD-COUNT.
   WRITE CALC-FEED-LOG-RECORD.
   CLOSE CALC-FEED-LOG-FILE.
