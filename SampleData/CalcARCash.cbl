IDENTIFICATION DIVISION.
PROGRAM-ID. CalcARCash.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-PAYMENT-FILE ASSIGN TO "CALCPAYM.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PAYMENT-STATUS.
   SELECT CALC-AR-ITEM-FILE ASSIGN TO "CALCARIT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AR-ITEM-STATUS.
   SELECT CALC-CLIENT-FILE ASSIGN TO "CALCCLNT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CLIENT-STATUS.
   SELECT CALC-GL-FILE ASSIGN TO "CALCGLCX.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-GL-STATUS.
   SELECT CALC-AR-APPLY-FILE ASSIGN TO "CALCARAP.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AR-APPLY-STATUS.
   SELECT CALC-AR-SUSPENSE-FILE ASSIGN TO "CALCARSQ.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AR-SUSPENSE-STATUS.
   SELECT CALC-FX-RATE-FILE ASSIGN TO "CALCFXRT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FX-STATUS.
   SELECT CALC-APPLIED-DATE-FILE ASSIGN TO "CALCARPD.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-APPLIED-DATE-STATUS.
   SELECT CALC-CASH-REPORT ASSIGN TO "CALCCASH.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CALC-PAYMENT-FILE.
COPY CALCPAY.

FD  CALC-AR-ITEM-FILE.
COPY CALCARI.

FD  CALC-CLIENT-FILE.
COPY CALCCLI.

FD  CALC-GL-FILE.
COPY CALCGL.

FD  CALC-AR-APPLY-FILE.
COPY CALCAPP.

FD  CALC-AR-SUSPENSE-FILE.
COPY CALCSUS.

FD  CALC-FX-RATE-FILE.
COPY CALCFXR.

FD  CALC-APPLIED-DATE-FILE.
   01 CALC-APPLIED-DATE-RECORD.
      05 XD-POST-DATE PIC X(8).

FD  CALC-CASH-REPORT.
   01 CASH-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW             PIC X VALUE "N".
      05 WS-PAYMENT-STATUS     PIC X(2) VALUE "00".
      05 WS-AR-ITEM-STATUS     PIC X(2) VALUE "00".
      05 WS-CLIENT-STATUS      PIC X(2) VALUE "00".
      05 WS-GL-STATUS          PIC X(2) VALUE "00".
      05 WS-AR-APPLY-STATUS    PIC X(2) VALUE "00".
      05 WS-AR-SUSPENSE-STATUS PIC X(2) VALUE "00".
      05 WS-APPLIED-DATE-STATUS PIC X(2) VALUE "00".
      05 WS-FX-STATUS          PIC X(2) VALUE "00".
      05 WS-FX-FOUND-SW        PIC X VALUE "N".
      05 WS-OTHER-CURRENCY-SW  PIC X VALUE "N".
      05 WS-DATE-APPLIED-SW    PIC X VALUE "N".
      05 WS-CLI-FOUND-SW       PIC X VALUE "N".
      05 WS-OVERFLOW-SW        PIC X VALUE "N".
      05 WS-CLIENT-FULL-SW     PIC X VALUE "N".
      05 WS-PAYMENTS-READ-SW   PIC X VALUE "N".

   01 WS-DATE-PARM             PIC X(8) VALUE SPACES.
   01 WS-POST-DATE             PIC X(8) VALUE SPACES.
   01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
   01 WS-CURRENT-DATETIME      PIC X(21) VALUE SPACES.

   01 WS-CASH-GL-ACCT          PIC X(10) VALUE "CALCCASH01".
   01 WS-AR-GL-ACCT            PIC X(10) VALUE "CALCARREC1".
   01 WS-SUSPENSE-GL-ACCT      PIC X(10) VALUE "CALCARSUS1".
   01 WS-BASE-CURRENCY         PIC X(3) VALUE "USD".

   01 WS-FX-MAX                PIC 9(3) VALUE 100.
   01 WS-FX-COUNT              PIC 9(3) VALUE 0.
   01 WS-FX-TABLE.
      05 WS-FX-ENTRY OCCURS 100 TIMES INDEXED BY WS-FX-IDX.
         10 WS-FX-CODE         PIC X(3).
         10 WS-FX-DATE         PIC X(8).
         10 WS-FX-RATE         PIC 9(5)V9(6).
   01 WS-FX-KEY                PIC X(3) VALUE SPACES.

   01 WS-MAX-CLIENTS           PIC 9(2) VALUE 50.
   01 WS-CLIENT-COUNT          PIC 9(2) VALUE 0.
   01 WS-CLIENT-TABLE.
      05 WS-CM-ENTRY OCCURS 50 TIMES INDEXED BY WS-CM-IDX.
         10 WS-CM-CODE         PIC X(4).

   01 WS-MAX-ITEMS             PIC 9(4) VALUE 2000.
   01 WS-ITEM-COUNT            PIC 9(4) VALUE 0.
   01 WS-FILE-RECORD-COUNT     PIC 9(7) VALUE 0.
   01 WS-ITEM-TABLE.
      05 WS-AI-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AI-IDX.
         10 WS-A-CLIENT        PIC X(4).
         10 WS-A-INVOICE-REF   PIC X(10).
         10 WS-A-BILL-MONTH    PIC X(6).
         10 WS-A-INVOICE-DATE  PIC X(8).
         10 WS-A-INVOICE-AMT   PIC 9(11)V9(2).
         10 WS-A-OPEN-AMT      PIC 9(11)V9(2).
         10 WS-A-STATUS        PIC X.
         10 WS-A-LAST-PAY-DATE PIC X(8).
         10 WS-A-CURRENCY      PIC X(3).
         10 WS-A-FX-RATE       PIC 9(5)V9(6).

   01 WS-MATCH-IDX             PIC 9(4) VALUE 0.
   01 WS-REF-MATCH-IDX         PIC 9(4) VALUE 0.
   01 WS-MATCH-TYPE            PIC X VALUE SPACE.

   01 WS-CASH-TXN-ID-BUILD.
      05 WS-CT-PREFIX          PIC X(4) VALUE "ARCP".
      05 WS-CT-DATE            PIC X(8) VALUE SPACES.
      05 WS-CT-SEQ             PIC 9(8) VALUE 0.
   01 WS-CASH-TXN-ID           PIC X(20) VALUE SPACES.

   01 WS-PAY-DATE              PIC X(8) VALUE SPACES.
   01 WS-PAY-CURRENCY          PIC X(3) VALUE SPACES.
   01 WS-PAY-FX-RATE           PIC 9(5)V9(6) VALUE 0.
   01 WS-APPLY-BASE            PIC 9(11)V9(2) VALUE 0.
   01 WS-APPLIED-BASE          PIC 9(11)V9(2) VALUE 0.
   01 WS-SUSPENSE-BASE         PIC 9(11)V9(2) VALUE 0.
   01 WS-REMAINING             PIC 9(11)V9(2) VALUE 0.
   01 WS-APPLY-AMOUNT          PIC 9(11)V9(2) VALUE 0.
   01 WS-APPLIED-THIS          PIC 9(11)V9(2) VALUE 0.
   01 WS-SUSPENSE-REASON       PIC X(24) VALUE SPACES.

   01 WS-PAYMENT-COUNT         PIC 9(7) VALUE 0.
   01 WS-INVALID-COUNT         PIC 9(7) VALUE 0.
   01 WS-EXACT-COUNT           PIC 9(7) VALUE 0.
   01 WS-SUSPENSE-COUNT        PIC 9(7) VALUE 0.
   01 WS-CLOSED-COUNT          PIC 9(7) VALUE 0.
   01 WS-CASH-TOTAL            PIC 9(13)V9(2) VALUE 0.
   01 WS-APPLIED-TOTAL         PIC 9(13)V9(2) VALUE 0.
   01 WS-SUSPENSE-TOTAL        PIC 9(13)V9(2) VALUE 0.

   01 WS-CA-DETAIL-LINE.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-CA-PAY-DATE        PIC X(8)  VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-CA-CLIENT          PIC X(4)  VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-CA-PAY-REF         PIC X(10) VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-CA-PAY-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-CA-CURRENCY        PIC X(3)  VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-CA-INVOICE-REF     PIC X(10) VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-CA-APPLIED         PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-CA-MATCH           PIC X(24) VALUE SPACES.

   01 WS-CA-TOTAL-LINE.
      05 WS-CT-CAPTION         PIC X(24) VALUE SPACES.
      05 WS-CT-COUNT           PIC ZZZ,ZZ9 VALUE 0.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-CT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM INITIALIZE-CASH.
   PERFORM CHECK-DATE-NOT-APPLIED.
   PERFORM LOAD-CLIENT-MASTER.
   PERFORM LOAD-AR-LEDGER.
   PERFORM LOAD-FX-RATES.
   PERFORM APPLY-PAYMENTS.
   PERFORM REWRITE-AR-LEDGER.
   IF WS-PAYMENTS-READ-SW = "Y"
       PERFORM NOTE-DATE-APPLIED
   ELSE
       DISPLAY "CALCARCASH: NO CALCPAYM.DAT - " WS-POST-DATE
           " NOT MARKED AS APPLIED, RERUN WHEN THE FILE ARRIVES"
   END-IF.
   DISPLAY "CALCARCASH: " WS-PAYMENT-COUNT " PAYMENTS FOR "
       WS-POST-DATE ", " WS-EXACT-COUNT " EXACT MATCHES, "
       WS-CLOSED-COUNT " INVOICES CLOSED".
   DISPLAY "CALCARCASH: " WS-SUSPENSE-COUNT " PARKED IN SUSPENSE "
       "ON CALCARSQ.DAT, " WS-INVALID-COUNT " INVALID, REGISTER ON "
       "CALCCASH.PRT".
   STOP RUN.

INITIALIZE-CASH.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.

   DISPLAY 1 UPON ARGUMENT-NUMBER.
   ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-DATE-PARM
   END-ACCEPT.
   IF WS-DATE-PARM = SPACES
       MOVE WS-RUN-DATE TO WS-POST-DATE
   ELSE
       IF WS-DATE-PARM NOT NUMERIC
           DISPLAY "CALCARCASH: BUSINESS DATE MUST BE YYYYMMDD, "
               "GOT <" WS-DATE-PARM ">"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-DATE-PARM TO WS-POST-DATE
   END-IF.
   MOVE WS-POST-DATE TO WS-CT-DATE.

CHECK-DATE-NOT-APPLIED.
   MOVE "N" TO WS-DATE-APPLIED-SW.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-APPLIED-DATE-FILE.
   IF WS-APPLIED-DATE-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-APPLIED-DATE-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF XD-POST-DATE = WS-POST-DATE
                   MOVE "Y" TO WS-DATE-APPLIED-SW
               END-IF
       END-READ
   END-PERFORM.
   IF WS-APPLIED-DATE-STATUS NOT = "35"
       CLOSE CALC-APPLIED-DATE-FILE
   END-IF.
   IF WS-DATE-APPLIED-SW = "Y"
       DISPLAY "CALCARCASH: PAYMENTS FOR BUSINESS DATE " WS-POST-DATE
           " ARE ALREADY APPLIED"
       DISPLAY "CALCARCASH: REFUSING TO APPLY CASH TWICE"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-CLIENT-MASTER.
   MOVE 0 TO WS-CLIENT-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-CLIENT-FILE.
   IF WS-CLIENT-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-CLIENT-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF WS-CLIENT-COUNT < WS-MAX-CLIENTS
                   ADD 1 TO WS-CLIENT-COUNT
                   SET WS-CM-IDX TO WS-CLIENT-COUNT
                   MOVE CM-CLIENT-CODE TO WS-CM-CODE(WS-CM-IDX)
               ELSE
                   MOVE "Y" TO WS-CLIENT-FULL-SW
               END-IF
       END-READ
   END-PERFORM.
   IF WS-CLIENT-STATUS NOT = "35"
       CLOSE CALC-CLIENT-FILE
   END-IF.
   IF WS-CLIENT-FULL-SW = "Y"
       DISPLAY "CALCARCASH: MORE THAN " WS-MAX-CLIENTS " CLIENTS ON "
           "CALCCLNT.DAT - PAYMENTS FROM THE REST WOULD BE PARKED AS "
           "UNKNOWN, REFUSING TO RUN"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-AR-LEDGER.
   MOVE 0 TO WS-ITEM-COUNT.
   MOVE 0 TO WS-FILE-RECORD-COUNT.
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
               ADD 1 TO WS-FILE-RECORD-COUNT
               IF WS-ITEM-COUNT < WS-MAX-ITEMS
                   ADD 1 TO WS-ITEM-COUNT
                   SET WS-AI-IDX TO WS-ITEM-COUNT
                   MOVE AI-CLIENT-CODE TO WS-A-CLIENT(WS-AI-IDX)
                   MOVE AI-INVOICE-REF TO WS-A-INVOICE-REF(WS-AI-IDX)
                   MOVE AI-BILL-MONTH TO WS-A-BILL-MONTH(WS-AI-IDX)
                   MOVE AI-INVOICE-DATE
                       TO WS-A-INVOICE-DATE(WS-AI-IDX)
                   MOVE AI-INVOICE-AMOUNT
                       TO WS-A-INVOICE-AMT(WS-AI-IDX)
                   MOVE AI-OPEN-AMOUNT TO WS-A-OPEN-AMT(WS-AI-IDX)
                   MOVE AI-STATUS TO WS-A-STATUS(WS-AI-IDX)
                   MOVE AI-LAST-PAY-DATE
                       TO WS-A-LAST-PAY-DATE(WS-AI-IDX)
                   IF AI-CURRENCY-CODE = SPACES
                      OR AI-FX-RATE NOT NUMERIC
                       MOVE WS-BASE-CURRENCY TO WS-A-CURRENCY(WS-AI-IDX)
                       MOVE 1 TO WS-A-FX-RATE(WS-AI-IDX)
                   ELSE
                       MOVE AI-CURRENCY-CODE TO WS-A-CURRENCY(WS-AI-IDX)
                       MOVE AI-FX-RATE TO WS-A-FX-RATE(WS-AI-IDX)
                   END-IF
               ELSE
                   MOVE "Y" TO WS-OVERFLOW-SW
               END-IF
       END-READ
   END-PERFORM.
   IF WS-AR-ITEM-STATUS NOT = "35"
       CLOSE CALC-AR-ITEM-FILE
   END-IF.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCARCASH: CALCARIT.DAT HAS " WS-FILE-RECORD-COUNT
           " RECORDS, MORE THAN THE " WS-MAX-ITEMS
           " THIS PROGRAM CAN HOLD."
       DISPLAY "CALCARCASH: REFUSING TO RUN - REWRITING WOULD DROP "
           "INVOICES. RAISE WS-MAX-ITEMS FIRST."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-FX-RATES.
   MOVE 0 TO WS-FX-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-FX-RATE-FILE.
   IF WS-FX-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-FX-RATE-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF FX-RATE-DATE NOT > WS-POST-DATE
                  AND FX-RATE NUMERIC
                   IF FX-RATE > 0
                       PERFORM KEEP-LATEST-FX-RATE
                   END-IF
               END-IF
       END-READ
   END-PERFORM.
   IF WS-FX-STATUS NOT = "35"
       CLOSE CALC-FX-RATE-FILE
   END-IF.

KEEP-LATEST-FX-RATE.
   MOVE FX-CURRENCY-CODE TO WS-FX-KEY.
   PERFORM LOOKUP-FX-RATE.
   IF WS-FX-FOUND-SW = "N"
       IF WS-FX-COUNT < WS-FX-MAX
           ADD 1 TO WS-FX-COUNT
           SET WS-FX-IDX TO WS-FX-COUNT
           MOVE FX-CURRENCY-CODE TO WS-FX-CODE(WS-FX-IDX)
           MOVE FX-RATE-DATE TO WS-FX-DATE(WS-FX-IDX)
           MOVE FX-RATE TO WS-FX-RATE(WS-FX-IDX)
       ELSE
           DISPLAY "CALCARCASH: FX RATE MASTER HOLDS MORE THAN "
               WS-FX-MAX " CURRENCIES - REFUSING TO RUN"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
   ELSE
       IF FX-RATE-DATE NOT < WS-FX-DATE(WS-FX-IDX)
           MOVE FX-RATE-DATE TO WS-FX-DATE(WS-FX-IDX)
           MOVE FX-RATE TO WS-FX-RATE(WS-FX-IDX)
       END-IF
   END-IF.

LOOKUP-FX-RATE.
   MOVE "N" TO WS-FX-FOUND-SW.
   PERFORM VARYING WS-FX-IDX FROM 1 BY 1
           UNTIL WS-FX-IDX > WS-FX-COUNT
              OR WS-FX-FOUND-SW = "Y"
       IF WS-FX-CODE(WS-FX-IDX) = WS-FX-KEY
           MOVE "Y" TO WS-FX-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-FX-FOUND-SW = "Y"
       SET WS-FX-IDX DOWN BY 1
   END-IF.

APPLY-PAYMENTS.
   OPEN OUTPUT CALC-CASH-REPORT.
   MOVE SPACES TO CASH-REPORT-LINE.
   STRING "CASH APPLICATION REGISTER          BUSINESS DATE: "
       WS-POST-DATE DELIMITED BY SIZE INTO CASH-REPORT-LINE.
   WRITE CASH-REPORT-LINE.
   MOVE SPACES TO CASH-REPORT-LINE.
   WRITE CASH-REPORT-LINE.
   MOVE "  PAY DATE  CLNT  PAYMT REF      PAYMENT AMOUNT  "
       TO CASH-REPORT-LINE.
   MOVE "CUR  APPLIED TO     APPLIED AMOUNT  MATCH"
       TO CASH-REPORT-LINE(50:41).
   WRITE CASH-REPORT-LINE.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-PAYMENT-FILE.
   IF WS-PAYMENT-STATUS NOT = "00" AND WS-PAYMENT-STATUS NOT = "35"
       DISPLAY "CALCARCASH: UNABLE TO OPEN PAYMENTS FILE "
           "CALCPAYM.DAT, STATUS = " WS-PAYMENT-STATUS
       CLOSE CALC-CASH-REPORT
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-PAYMENT-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
       MOVE "  NO PAYMENTS FILE CALCPAYM.DAT - NO CASH RECEIVED"
           TO CASH-REPORT-LINE
       WRITE CASH-REPORT-LINE
   ELSE
       OPEN EXTEND CALC-GL-FILE
       IF WS-GL-STATUS = "35"
           OPEN OUTPUT CALC-GL-FILE
       END-IF
       OPEN EXTEND CALC-AR-APPLY-FILE
       IF WS-AR-APPLY-STATUS = "35"
           OPEN OUTPUT CALC-AR-APPLY-FILE
       END-IF
       OPEN EXTEND CALC-AR-SUSPENSE-FILE
       IF WS-AR-SUSPENSE-STATUS = "35"
           OPEN OUTPUT CALC-AR-SUSPENSE-FILE
       END-IF
       PERFORM UNTIL WS-EOF-SW = "Y"
           READ CALC-PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   PERFORM APPLY-ONE-PAYMENT
           END-READ
       END-PERFORM
       MOVE "Y" TO WS-PAYMENTS-READ-SW
       CLOSE CALC-PAYMENT-FILE
       CLOSE CALC-GL-FILE
       CLOSE CALC-AR-APPLY-FILE
       CLOSE CALC-AR-SUSPENSE-FILE
   END-IF.
   PERFORM PRINT-CASH-TOTALS.
   CLOSE CALC-CASH-REPORT.

APPLY-ONE-PAYMENT.
   ADD 1 TO WS-PAYMENT-COUNT.
   MOVE PY-PAY-DATE TO WS-PAY-DATE.
   IF WS-PAY-DATE NOT NUMERIC
       MOVE WS-POST-DATE TO WS-PAY-DATE
   END-IF.
   PERFORM RESOLVE-PAYMENT-CURRENCY.
   IF PY-AMOUNT NOT NUMERIC
       ADD 1 TO WS-INVALID-COUNT
       MOVE SPACES TO WS-CA-DETAIL-LINE
       MOVE WS-PAY-DATE TO WS-CA-PAY-DATE
       MOVE PY-CLIENT-CODE TO WS-CA-CLIENT
       MOVE PY-INVOICE-REF TO WS-CA-PAY-REF
       MOVE "AMOUNT INVALID - SKIPPED" TO WS-CA-MATCH
       MOVE WS-CA-DETAIL-LINE TO CASH-REPORT-LINE
       WRITE CASH-REPORT-LINE
   ELSE
       IF PY-AMOUNT = 0
           ADD 1 TO WS-INVALID-COUNT
           MOVE SPACES TO WS-CA-DETAIL-LINE
           MOVE WS-PAY-DATE TO WS-CA-PAY-DATE
           MOVE PY-CLIENT-CODE TO WS-CA-CLIENT
           MOVE PY-INVOICE-REF TO WS-CA-PAY-REF
           MOVE "ZERO AMOUNT - SKIPPED" TO WS-CA-MATCH
           MOVE WS-CA-DETAIL-LINE TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
       ELSE
           IF WS-PAY-FX-RATE = 0
               ADD 1 TO WS-INVALID-COUNT
               MOVE SPACES TO WS-CA-DETAIL-LINE
               MOVE WS-PAY-DATE TO WS-CA-PAY-DATE
               MOVE PY-CLIENT-CODE TO WS-CA-CLIENT
               MOVE PY-INVOICE-REF TO WS-CA-PAY-REF
               MOVE PY-AMOUNT TO WS-CA-PAY-AMOUNT
               MOVE WS-PAY-CURRENCY TO WS-CA-CURRENCY
               MOVE "NO FX RATE - SKIPPED" TO WS-CA-MATCH
               MOVE WS-CA-DETAIL-LINE TO CASH-REPORT-LINE
               WRITE CASH-REPORT-LINE
           ELSE
               PERFORM POST-ONE-PAYMENT
           END-IF
       END-IF
   END-IF.

RESOLVE-PAYMENT-CURRENCY.
   MOVE FUNCTION UPPER-CASE(PY-CURRENCY-CODE) TO WS-PAY-CURRENCY.
   IF WS-PAY-CURRENCY = SPACES
       MOVE WS-BASE-CURRENCY TO WS-PAY-CURRENCY
   END-IF.
   IF WS-PAY-CURRENCY = WS-BASE-CURRENCY
       MOVE 1 TO WS-PAY-FX-RATE
   ELSE
       MOVE 0 TO WS-PAY-FX-RATE
       MOVE WS-PAY-CURRENCY TO WS-FX-KEY
       PERFORM LOOKUP-FX-RATE
       IF WS-FX-FOUND-SW = "Y"
           MOVE WS-FX-RATE(WS-FX-IDX) TO WS-PAY-FX-RATE
       END-IF
   END-IF.

POST-ONE-PAYMENT.
   ADD 1 TO WS-CT-SEQ.
   MOVE WS-CASH-TXN-ID-BUILD TO WS-CASH-TXN-ID.
   MOVE PY-AMOUNT TO WS-REMAINING.
   MOVE 0 TO WS-APPLIED-THIS.
   MOVE 0 TO WS-APPLIED-BASE.

   PERFORM FIND-EXACT-MATCH.
   IF WS-MATCH-IDX > 0
       MOVE "E" TO WS-MATCH-TYPE
       PERFORM APPLY-TO-MATCHED-ITEM
       ADD 1 TO WS-EXACT-COUNT
   END-IF.
   MOVE "O" TO WS-MATCH-TYPE.
   MOVE 1 TO WS-MATCH-IDX.
   PERFORM UNTIL WS-REMAINING = 0 OR WS-MATCH-IDX = 0
       PERFORM FIND-OLDEST-OPEN-ITEM
       IF WS-MATCH-IDX > 0
           PERFORM APPLY-TO-MATCHED-ITEM
       END-IF
   END-PERFORM.
   COMPUTE WS-SUSPENSE-BASE ROUNDED = WS-REMAINING * WS-PAY-FX-RATE.

   MOVE WS-CASH-GL-ACCT TO GL-ACCOUNT-CODE.
   COMPUTE GL-AMOUNT = WS-APPLIED-BASE + WS-SUSPENSE-BASE.
   MOVE "D" TO GL-DR-CR-IND.
   MOVE WS-CASH-TXN-ID TO GL-TXN-ID.
   MOVE WS-PAY-CURRENCY TO GL-CURRENCY-CODE.
   MOVE PY-AMOUNT TO GL-ORIG-AMOUNT.
   COMPUTE GL-FX-RATE ROUNDED = GL-AMOUNT / GL-ORIG-AMOUNT.
   WRITE GL-EXTRACT-RECORD.
   ADD GL-AMOUNT TO WS-CASH-TOTAL.

   IF WS-APPLIED-THIS > 0
       MOVE WS-AR-GL-ACCT TO GL-ACCOUNT-CODE
       MOVE WS-APPLIED-BASE TO GL-AMOUNT
       MOVE "C" TO GL-DR-CR-IND
       MOVE WS-CASH-TXN-ID TO GL-TXN-ID
       MOVE WS-PAY-CURRENCY TO GL-CURRENCY-CODE
       MOVE WS-APPLIED-THIS TO GL-ORIG-AMOUNT
       COMPUTE GL-FX-RATE ROUNDED = GL-AMOUNT / GL-ORIG-AMOUNT
       WRITE GL-EXTRACT-RECORD
       ADD WS-APPLIED-BASE TO WS-APPLIED-TOTAL
   END-IF.
   IF WS-REMAINING > 0
       IF WS-APPLIED-THIS > 0
           MOVE "OVERPAYMENT" TO WS-SUSPENSE-REASON
       ELSE
           PERFORM CHECK-PAYMENT-CLIENT
           IF WS-CLI-FOUND-SW = "Y"
               PERFORM CHECK-OTHER-CURRENCY-ITEMS
               IF WS-OTHER-CURRENCY-SW = "Y"
                   MOVE SPACES TO WS-SUSPENSE-REASON
                   STRING "NO OPEN " WS-PAY-CURRENCY " INVOICES"
                       DELIMITED BY SIZE INTO WS-SUSPENSE-REASON
               ELSE
                   MOVE "NO OPEN INVOICES" TO WS-SUSPENSE-REASON
               END-IF
           ELSE
               MOVE "UNKNOWN CLIENT" TO WS-SUSPENSE-REASON
           END-IF
       END-IF
       PERFORM PARK-IN-SUSPENSE
   END-IF.

CHECK-PAYMENT-CLIENT.
   MOVE "N" TO WS-CLI-FOUND-SW.
   PERFORM VARYING WS-CM-IDX FROM 1 BY 1
           UNTIL WS-CM-IDX > WS-CLIENT-COUNT
       IF WS-CM-CODE(WS-CM-IDX) = PY-CLIENT-CODE
           MOVE "Y" TO WS-CLI-FOUND-SW
       END-IF
   END-PERFORM.

CHECK-OTHER-CURRENCY-ITEMS.
   MOVE "N" TO WS-OTHER-CURRENCY-SW.
   PERFORM VARYING WS-AI-IDX FROM 1 BY 1
           UNTIL WS-AI-IDX > WS-ITEM-COUNT
       IF WS-A-STATUS(WS-AI-IDX) = "O"
          AND WS-A-CLIENT(WS-AI-IDX) = PY-CLIENT-CODE
          AND WS-A-OPEN-AMT(WS-AI-IDX) > 0
          AND WS-A-CURRENCY(WS-AI-IDX) NOT = WS-PAY-CURRENCY
           MOVE "Y" TO WS-OTHER-CURRENCY-SW
       END-IF
   END-PERFORM.

FIND-EXACT-MATCH.
   MOVE 0 TO WS-MATCH-IDX.
   MOVE 0 TO WS-REF-MATCH-IDX.
   PERFORM VARYING WS-AI-IDX FROM 1 BY 1
           UNTIL WS-AI-IDX > WS-ITEM-COUNT
       IF WS-A-STATUS(WS-AI-IDX) = "O"
          AND WS-A-CLIENT(WS-AI-IDX) = PY-CLIENT-CODE
          AND WS-A-CURRENCY(WS-AI-IDX) = WS-PAY-CURRENCY
          AND WS-A-OPEN-AMT(WS-AI-IDX) = PY-AMOUNT
           IF PY-INVOICE-REF NOT = SPACES
              AND WS-A-INVOICE-REF(WS-AI-IDX) = PY-INVOICE-REF
               SET WS-REF-MATCH-IDX TO WS-AI-IDX
           END-IF
           IF WS-MATCH-IDX = 0
               SET WS-MATCH-IDX TO WS-AI-IDX
           ELSE
               IF WS-A-INVOICE-DATE(WS-AI-IDX)
                   < WS-A-INVOICE-DATE(WS-MATCH-IDX)
                   SET WS-MATCH-IDX TO WS-AI-IDX
               END-IF
           END-IF
       END-IF
   END-PERFORM.
   IF WS-REF-MATCH-IDX > 0
       MOVE WS-REF-MATCH-IDX TO WS-MATCH-IDX
   END-IF.

FIND-OLDEST-OPEN-ITEM.
   MOVE 0 TO WS-MATCH-IDX.
   PERFORM VARYING WS-AI-IDX FROM 1 BY 1
           UNTIL WS-AI-IDX > WS-ITEM-COUNT
       IF WS-A-STATUS(WS-AI-IDX) = "O"
          AND WS-A-CLIENT(WS-AI-IDX) = PY-CLIENT-CODE
          AND WS-A-CURRENCY(WS-AI-IDX) = WS-PAY-CURRENCY
          AND WS-A-OPEN-AMT(WS-AI-IDX) > 0
           IF WS-MATCH-IDX = 0
               SET WS-MATCH-IDX TO WS-AI-IDX
           ELSE
               IF WS-A-INVOICE-DATE(WS-AI-IDX)
                   < WS-A-INVOICE-DATE(WS-MATCH-IDX)
                   SET WS-MATCH-IDX TO WS-AI-IDX
               END-IF
           END-IF
       END-IF
   END-PERFORM.

APPLY-TO-MATCHED-ITEM.
   IF WS-REMAINING < WS-A-OPEN-AMT(WS-MATCH-IDX)
       MOVE WS-REMAINING TO WS-APPLY-AMOUNT
   ELSE
       MOVE WS-A-OPEN-AMT(WS-MATCH-IDX) TO WS-APPLY-AMOUNT
   END-IF.
   SUBTRACT WS-APPLY-AMOUNT FROM WS-A-OPEN-AMT(WS-MATCH-IDX).
   SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING.
   ADD WS-APPLY-AMOUNT TO WS-APPLIED-THIS.
   COMPUTE WS-APPLY-BASE ROUNDED =
       WS-APPLY-AMOUNT * WS-A-FX-RATE(WS-MATCH-IDX).
   ADD WS-APPLY-BASE TO WS-APPLIED-BASE.
   MOVE WS-PAY-DATE TO WS-A-LAST-PAY-DATE(WS-MATCH-IDX).
   IF WS-A-OPEN-AMT(WS-MATCH-IDX) = 0
       MOVE "C" TO WS-A-STATUS(WS-MATCH-IDX)
       ADD 1 TO WS-CLOSED-COUNT
   END-IF.
   MOVE WS-POST-DATE TO AP-POST-DATE.
   MOVE WS-PAY-DATE TO AP-PAY-DATE.
   MOVE PY-CLIENT-CODE TO AP-CLIENT-CODE.
   MOVE PY-INVOICE-REF TO AP-PAY-REF.
   MOVE WS-A-INVOICE-REF(WS-MATCH-IDX) TO AP-INVOICE-REF.
   MOVE WS-APPLY-AMOUNT TO AP-AMOUNT.
   MOVE WS-MATCH-TYPE TO AP-MATCH-TYPE.
   MOVE WS-CASH-TXN-ID TO AP-GL-TXN-ID.
   MOVE WS-PAY-CURRENCY TO AP-CURRENCY-CODE.
   WRITE CALC-AR-APPLY-RECORD.
   MOVE SPACES TO WS-CA-DETAIL-LINE.
   MOVE WS-PAY-DATE TO WS-CA-PAY-DATE.
   MOVE PY-CLIENT-CODE TO WS-CA-CLIENT.
   MOVE PY-INVOICE-REF TO WS-CA-PAY-REF.
   MOVE PY-AMOUNT TO WS-CA-PAY-AMOUNT.
   MOVE WS-PAY-CURRENCY TO WS-CA-CURRENCY.
   MOVE WS-A-INVOICE-REF(WS-MATCH-IDX) TO WS-CA-INVOICE-REF.
   MOVE WS-APPLY-AMOUNT TO WS-CA-APPLIED.
   IF WS-MATCH-TYPE = "E"
       MOVE "EXACT MATCH" TO WS-CA-MATCH
   ELSE
       MOVE "OLDEST FIRST" TO WS-CA-MATCH
   END-IF.
   MOVE WS-CA-DETAIL-LINE TO CASH-REPORT-LINE.
   WRITE CASH-REPORT-LINE.

PARK-IN-SUSPENSE.
   MOVE WS-SUSPENSE-GL-ACCT TO GL-ACCOUNT-CODE.
   MOVE WS-SUSPENSE-BASE TO GL-AMOUNT.
   MOVE "C" TO GL-DR-CR-IND.
   MOVE WS-CASH-TXN-ID TO GL-TXN-ID.
   MOVE WS-PAY-CURRENCY TO GL-CURRENCY-CODE.
   MOVE WS-REMAINING TO GL-ORIG-AMOUNT.
   MOVE WS-PAY-FX-RATE TO GL-FX-RATE.
   WRITE GL-EXTRACT-RECORD.
   MOVE WS-POST-DATE TO SU-POST-DATE.
   MOVE WS-PAY-DATE TO SU-PAY-DATE.
   MOVE PY-CLIENT-CODE TO SU-CLIENT-CODE.
   MOVE PY-INVOICE-REF TO SU-PAY-REF.
   MOVE WS-REMAINING TO SU-AMOUNT.
   MOVE WS-SUSPENSE-REASON TO SU-REASON.
   MOVE WS-CASH-TXN-ID TO SU-GL-TXN-ID.
   MOVE "O" TO SU-STATUS.
   MOVE WS-PAY-CURRENCY TO SU-CURRENCY-CODE.
   MOVE WS-PAY-FX-RATE TO SU-FX-RATE.
   WRITE CALC-AR-SUSPENSE-RECORD.
   MOVE WS-POST-DATE TO AP-POST-DATE.
   MOVE WS-PAY-DATE TO AP-PAY-DATE.
   MOVE PY-CLIENT-CODE TO AP-CLIENT-CODE.
   MOVE PY-INVOICE-REF TO AP-PAY-REF.
   MOVE SPACES TO AP-INVOICE-REF.
   MOVE WS-REMAINING TO AP-AMOUNT.
   MOVE "S" TO AP-MATCH-TYPE.
   MOVE WS-CASH-TXN-ID TO AP-GL-TXN-ID.
   MOVE WS-PAY-CURRENCY TO AP-CURRENCY-CODE.
   WRITE CALC-AR-APPLY-RECORD.
   ADD 1 TO WS-SUSPENSE-COUNT.
   ADD WS-SUSPENSE-BASE TO WS-SUSPENSE-TOTAL.
   MOVE SPACES TO WS-CA-DETAIL-LINE.
   MOVE WS-PAY-DATE TO WS-CA-PAY-DATE.
   MOVE PY-CLIENT-CODE TO WS-CA-CLIENT.
   MOVE PY-INVOICE-REF TO WS-CA-PAY-REF.
   MOVE PY-AMOUNT TO WS-CA-PAY-AMOUNT.
   MOVE WS-PAY-CURRENCY TO WS-CA-CURRENCY.
   MOVE "*SUSPENSE*" TO WS-CA-INVOICE-REF.
   MOVE WS-REMAINING TO WS-CA-APPLIED.
   MOVE WS-SUSPENSE-REASON TO WS-CA-MATCH.
   MOVE WS-CA-DETAIL-LINE TO CASH-REPORT-LINE.
   WRITE CASH-REPORT-LINE.

PRINT-CASH-TOTALS.
   MOVE SPACES TO CASH-REPORT-LINE.
   WRITE CASH-REPORT-LINE.
   STRING "TOTALS IN " WS-BASE-CURRENCY
       DELIMITED BY SIZE INTO CASH-REPORT-LINE.
   WRITE CASH-REPORT-LINE.
   MOVE "CASH RECEIVED          :" TO WS-CT-CAPTION.
   MOVE WS-PAYMENT-COUNT TO WS-CT-COUNT.
   MOVE WS-CASH-TOTAL TO WS-CT-AMOUNT.
   MOVE WS-CA-TOTAL-LINE TO CASH-REPORT-LINE.
   WRITE CASH-REPORT-LINE.
   MOVE "APPLIED / INV CLOSED   :" TO WS-CT-CAPTION.
   MOVE WS-CLOSED-COUNT TO WS-CT-COUNT.
   MOVE WS-APPLIED-TOTAL TO WS-CT-AMOUNT.
   MOVE WS-CA-TOTAL-LINE TO CASH-REPORT-LINE.
   WRITE CASH-REPORT-LINE.
   MOVE "PARKED IN SUSPENSE     :" TO WS-CT-CAPTION.
   MOVE WS-SUSPENSE-COUNT TO WS-CT-COUNT.
   MOVE WS-SUSPENSE-TOTAL TO WS-CT-AMOUNT.
   MOVE WS-CA-TOTAL-LINE TO CASH-REPORT-LINE.
   WRITE CASH-REPORT-LINE.
   IF WS-INVALID-COUNT > 0
       MOVE "INVALID - NOT POSTED   :" TO WS-CT-CAPTION
       MOVE WS-INVALID-COUNT TO WS-CT-COUNT
       MOVE 0 TO WS-CT-AMOUNT
       MOVE WS-CA-TOTAL-LINE TO CASH-REPORT-LINE
       WRITE CASH-REPORT-LINE
   END-IF.

REWRITE-AR-LEDGER.
   OPEN OUTPUT CALC-AR-ITEM-FILE.
   PERFORM VARYING WS-AI-IDX FROM 1 BY 1
           UNTIL WS-AI-IDX > WS-ITEM-COUNT
       MOVE WS-A-CLIENT(WS-AI-IDX) TO AI-CLIENT-CODE
       MOVE WS-A-INVOICE-REF(WS-AI-IDX) TO AI-INVOICE-REF
       MOVE WS-A-BILL-MONTH(WS-AI-IDX) TO AI-BILL-MONTH
       MOVE WS-A-INVOICE-DATE(WS-AI-IDX) TO AI-INVOICE-DATE
       MOVE WS-A-INVOICE-AMT(WS-AI-IDX) TO AI-INVOICE-AMOUNT
       MOVE WS-A-OPEN-AMT(WS-AI-IDX) TO AI-OPEN-AMOUNT
       MOVE WS-A-STATUS(WS-AI-IDX) TO AI-STATUS
       MOVE WS-A-LAST-PAY-DATE(WS-AI-IDX) TO AI-LAST-PAY-DATE
       MOVE WS-A-CURRENCY(WS-AI-IDX) TO AI-CURRENCY-CODE
       MOVE WS-A-FX-RATE(WS-AI-IDX) TO AI-FX-RATE
       WRITE CALC-AR-ITEM-RECORD
   END-PERFORM.
   CLOSE CALC-AR-ITEM-FILE.

NOTE-DATE-APPLIED.
   OPEN EXTEND CALC-APPLIED-DATE-FILE.
   IF WS-APPLIED-DATE-STATUS = "35"
       OPEN OUTPUT CALC-APPLIED-DATE-FILE
   END-IF.
   MOVE WS-POST-DATE TO XD-POST-DATE.
   WRITE CALC-APPLIED-DATE-RECORD.
   CLOSE CALC-APPLIED-DATE-FILE.
