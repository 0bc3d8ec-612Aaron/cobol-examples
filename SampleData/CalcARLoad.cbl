IDENTIFICATION DIVISION.
PROGRAM-ID. CalcARLoad.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-BILLING-EXTRACT ASSIGN TO "CALCBILL.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BILLING-STATUS.
   SELECT CALC-AR-ITEM-FILE ASSIGN TO "CALCARIT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AR-ITEM-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-BILLING-EXTRACT.
   01 BILLING-EXTRACT-LINE PIC X(80).

FD  CALC-AR-ITEM-FILE.
COPY CALCARI.

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW           PIC X VALUE "N".
      05 WS-BILLING-STATUS   PIC X(2) VALUE "00".
      05 WS-AR-ITEM-STATUS   PIC X(2) VALUE "00".
      05 WS-HEADER-SEEN-SW   PIC X VALUE "N".
      05 WS-TRAILER-SEEN-SW  PIC X VALUE "N".
      05 WS-MONTH-LOADED-SW  PIC X VALUE "N".
      05 WS-IV-FOUND-SW      PIC X VALUE "N".

   01 WS-RUN-DATE            PIC X(8) VALUE SPACES.
   01 WS-CURRENT-DATETIME    PIC X(21) VALUE SPACES.

   01 WS-TOKENS.
      05 WS-TOK-1            PIC X(20) VALUE SPACES.
      05 WS-TOK-2            PIC X(20) VALUE SPACES.
      05 WS-TOK-3            PIC X(20) VALUE SPACES.
      05 WS-TOK-4            PIC X(20) VALUE SPACES.
      05 WS-TOK-5            PIC X(20) VALUE SPACES.
      05 WS-TOK-6            PIC X(20) VALUE SPACES.
      05 WS-TOK-7            PIC X(20) VALUE SPACES.
      05 WS-TOK-8            PIC X(20) VALUE SPACES.
      05 WS-TOK-9            PIC X(20) VALUE SPACES.

   01 WS-BILL-MONTH          PIC X(6) VALUE SPACES.
   01 WS-BILL-RUN-DATE       PIC X(8) VALUE SPACES.
   01 WS-CUR-CLIENT          PIC X(4) VALUE SPACES.
   01 WS-CUR-CURRENCY        PIC X(3) VALUE SPACES.
   01 WS-CUR-FX-RATE         PIC 9(5)V9(6) VALUE 0.
   01 WS-BASE-CURRENCY       PIC X(3) VALUE "USD".

   01 WS-LINE-NUMBER         PIC 9(5) VALUE 0.
   01 WS-DETAIL-COUNT        PIC 9(5) VALUE 0.
   01 WS-DETAIL-TOTAL        PIC 9(13)V9(2) VALUE 0.
   01 WS-TRAILER-COUNT       PIC 9(5) VALUE 0.
   01 WS-TRAILER-TOTAL       PIC 9(13)V9(2) VALUE 0.
   01 WS-LINE-AMOUNT         PIC 9(11)V9(2) VALUE 0.
   01 WS-LINE-INV-AMOUNT     PIC 9(11)V9(2) VALUE 0.

   01 WS-MAX-INVOICES        PIC 9(3) VALUE 200.
   01 WS-IV-COUNT            PIC 9(3) VALUE 0.
   01 WS-IV-TABLE.
      05 WS-IV-ENTRY OCCURS 200 TIMES INDEXED BY WS-IV-IDX.
         10 WS-IV-CLIENT     PIC X(4).
         10 WS-IV-AMOUNT     PIC 9(11)V9(2).
         10 WS-IV-CURRENCY   PIC X(3).
         10 WS-IV-FX-RATE    PIC 9(5)V9(6).
         10 WS-IV-INV-AMOUNT PIC 9(11)V9(2).

   01 WS-ITEMS-WRITTEN       PIC 9(5) VALUE 0.
   01 WS-ITEMS-ZERO          PIC 9(5) VALUE 0.
   01 WS-ITEMS-TOTAL         PIC 9(13)V9(2) VALUE 0.
   01 WS-OUT-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM INITIALIZE-LOAD.
   PERFORM READ-BILLING-EXTRACT.
   PERFORM CHECK-MONTH-NOT-LOADED.
   PERFORM APPEND-OPEN-ITEMS.
   MOVE WS-ITEMS-TOTAL TO WS-OUT-TOTAL.
   DISPLAY "CALCARLOAD: MONTH " WS-BILL-MONTH ", " WS-ITEMS-WRITTEN
       " INVOICES OPENED ON CALCARIT.DAT TOTALLING " WS-OUT-TOTAL.
   IF WS-ITEMS-ZERO > 0
       DISPLAY "CALCARLOAD: " WS-ITEMS-ZERO " CLIENTS BILLED ZERO - "
           "NO OPEN ITEM RAISED"
   END-IF.
   STOP RUN.

INITIALIZE-LOAD.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.

READ-BILLING-EXTRACT.
   MOVE 0 TO WS-IV-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-BILLING-EXTRACT.
   IF WS-BILLING-STATUS NOT = "00"
       DISPLAY "CALCARLOAD: UNABLE TO OPEN BILLING EXTRACT "
           "CALCBILL.DAT, STATUS = " WS-BILLING-STATUS
       DISPLAY "CALCARLOAD: RUN CALCBILLING FOR THE MONTH FIRST"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-BILLING-EXTRACT
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               ADD 1 TO WS-LINE-NUMBER
               PERFORM PROCESS-EXTRACT-LINE
       END-READ
   END-PERFORM.
   CLOSE CALC-BILLING-EXTRACT.
   IF WS-HEADER-SEEN-SW = "N" OR WS-TRAILER-SEEN-SW = "N"
       DISPLAY "CALCARLOAD: CALCBILL.DAT HAS NO HEADER OR NO "
           "TRAILER - EXTRACT IS INCOMPLETE"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
      OR WS-DETAIL-TOTAL NOT = WS-TRAILER-TOTAL
       DISPLAY "CALCARLOAD: CALCBILL.DAT DETAIL " WS-DETAIL-COUNT
           " LINES / " WS-DETAIL-TOTAL " DOES NOT AGREE WITH "
           "TRAILER " WS-TRAILER-COUNT " LINES / " WS-TRAILER-TOTAL
       DISPLAY "CALCARLOAD: NOTHING LOADED - RERUN CALCBILLING"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

PROCESS-EXTRACT-LINE.
   MOVE SPACES TO WS-TOKENS.
   UNSTRING BILLING-EXTRACT-LINE DELIMITED BY ","
       INTO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-TOK-4 WS-TOK-5 WS-TOK-6
            WS-TOK-7 WS-TOK-8 WS-TOK-9
   END-UNSTRING.
   EVALUATE WS-TOK-1
       WHEN "H"
           MOVE WS-TOK-2(1:6) TO WS-BILL-MONTH
           MOVE WS-TOK-3(1:8) TO WS-BILL-RUN-DATE
           IF WS-BILL-RUN-DATE NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-BILL-RUN-DATE
           END-IF
           MOVE "Y" TO WS-HEADER-SEEN-SW
       WHEN "D"
           ADD 1 TO WS-DETAIL-COUNT
           COMPUTE WS-LINE-AMOUNT = FUNCTION NUMVAL(WS-TOK-6)
           ADD WS-LINE-AMOUNT TO WS-DETAIL-TOTAL
           MOVE WS-TOK-2(1:4) TO WS-CUR-CLIENT
           PERFORM RESOLVE-LINE-CURRENCY
           PERFORM ACCUMULATE-CLIENT-AMOUNT
       WHEN "T"
           COMPUTE WS-TRAILER-COUNT = FUNCTION NUMVAL(WS-TOK-2)
           COMPUTE WS-TRAILER-TOTAL = FUNCTION NUMVAL(WS-TOK-3)
           MOVE "Y" TO WS-TRAILER-SEEN-SW
       WHEN OTHER
           DISPLAY "CALCARLOAD: CALCBILL.DAT LINE " WS-LINE-NUMBER
               " IS NOT A HEADER, DETAIL OR TRAILER - NOTHING "
               "LOADED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
   END-EVALUATE.

RESOLVE-LINE-CURRENCY.
   MOVE WS-TOK-7(1:3) TO WS-CUR-CURRENCY.
   IF WS-CUR-CURRENCY = SPACES
       MOVE WS-BASE-CURRENCY TO WS-CUR-CURRENCY
       MOVE 1 TO WS-CUR-FX-RATE
       MOVE WS-LINE-AMOUNT TO WS-LINE-INV-AMOUNT
   ELSE
       COMPUTE WS-LINE-INV-AMOUNT = FUNCTION NUMVAL(WS-TOK-8)
       COMPUTE WS-CUR-FX-RATE = FUNCTION NUMVAL(WS-TOK-9)
       IF WS-CUR-FX-RATE = 0
           DISPLAY "CALCARLOAD: CALCBILL.DAT LINE " WS-LINE-NUMBER
               " CARRIES CURRENCY " WS-CUR-CURRENCY " WITH NO FX "
               "RATE - NOTHING LOADED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
   END-IF.

ACCUMULATE-CLIENT-AMOUNT.
   MOVE "N" TO WS-IV-FOUND-SW.
   PERFORM VARYING WS-IV-IDX FROM 1 BY 1
           UNTIL WS-IV-IDX > WS-IV-COUNT
       IF WS-IV-CLIENT(WS-IV-IDX) = WS-CUR-CLIENT
          AND WS-IV-CURRENCY(WS-IV-IDX) = WS-CUR-CURRENCY
           ADD WS-LINE-AMOUNT TO WS-IV-AMOUNT(WS-IV-IDX)
           ADD WS-LINE-INV-AMOUNT TO WS-IV-INV-AMOUNT(WS-IV-IDX)
           MOVE "Y" TO WS-IV-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-IV-FOUND-SW = "N"
       IF WS-IV-COUNT < WS-MAX-INVOICES
           ADD 1 TO WS-IV-COUNT
           SET WS-IV-IDX TO WS-IV-COUNT
           MOVE WS-CUR-CLIENT TO WS-IV-CLIENT(WS-IV-IDX)
           MOVE WS-LINE-AMOUNT TO WS-IV-AMOUNT(WS-IV-IDX)
           MOVE WS-CUR-CURRENCY TO WS-IV-CURRENCY(WS-IV-IDX)
           MOVE WS-CUR-FX-RATE TO WS-IV-FX-RATE(WS-IV-IDX)
           MOVE WS-LINE-INV-AMOUNT TO WS-IV-INV-AMOUNT(WS-IV-IDX)
       ELSE
           DISPLAY "CALCARLOAD: MORE THAN " WS-MAX-INVOICES
               " CLIENTS ON CALCBILL.DAT - NOTHING LOADED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
   END-IF.

CHECK-MONTH-NOT-LOADED.
   MOVE "N" TO WS-MONTH-LOADED-SW.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-AR-ITEM-FILE.
   IF WS-AR-ITEM-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-AR-ITEM-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF AI-BILL-MONTH = WS-BILL-MONTH
                   MOVE "Y" TO WS-MONTH-LOADED-SW
               END-IF
       END-READ
   END-PERFORM.
   IF WS-AR-ITEM-STATUS NOT = "35"
       CLOSE CALC-AR-ITEM-FILE
   END-IF.
   IF WS-MONTH-LOADED-SW = "Y"
       DISPLAY "CALCARLOAD: BILLING MONTH " WS-BILL-MONTH
           " IS ALREADY ON THE RECEIVABLES LEDGER"
       DISPLAY "CALCARLOAD: REFUSING TO LOAD TWICE"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

APPEND-OPEN-ITEMS.
   OPEN EXTEND CALC-AR-ITEM-FILE.
   IF WS-AR-ITEM-STATUS = "35"
       OPEN OUTPUT CALC-AR-ITEM-FILE
   END-IF.
   PERFORM VARYING WS-IV-IDX FROM 1 BY 1
           UNTIL WS-IV-IDX > WS-IV-COUNT
       IF WS-IV-AMOUNT(WS-IV-IDX) > 0
           PERFORM WRITE-OPEN-ITEM
       ELSE
           ADD 1 TO WS-ITEMS-ZERO
       END-IF
   END-PERFORM.
   CLOSE CALC-AR-ITEM-FILE.

WRITE-OPEN-ITEM.
   MOVE WS-IV-CLIENT(WS-IV-IDX) TO AI-CLIENT-CODE.
   MOVE SPACES TO AI-INVOICE-REF.
   STRING WS-IV-CLIENT(WS-IV-IDX) WS-BILL-MONTH
       DELIMITED BY SIZE INTO AI-INVOICE-REF.
   MOVE WS-BILL-MONTH TO AI-BILL-MONTH.
   MOVE WS-BILL-RUN-DATE TO AI-INVOICE-DATE.
   MOVE WS-IV-INV-AMOUNT(WS-IV-IDX) TO AI-INVOICE-AMOUNT.
   MOVE WS-IV-INV-AMOUNT(WS-IV-IDX) TO AI-OPEN-AMOUNT.
   MOVE "O" TO AI-STATUS.
   MOVE SPACES TO AI-LAST-PAY-DATE.
   MOVE WS-IV-CURRENCY(WS-IV-IDX) TO AI-CURRENCY-CODE.
   MOVE WS-IV-FX-RATE(WS-IV-IDX) TO AI-FX-RATE.
   WRITE CALC-AR-ITEM-RECORD.
   ADD 1 TO WS-ITEMS-WRITTEN.
   ADD WS-IV-AMOUNT(WS-IV-IDX) TO WS-ITEMS-TOTAL.
