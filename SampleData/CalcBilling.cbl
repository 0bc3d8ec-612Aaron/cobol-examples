   SELECT CALC-CLIENT-FILE ASSIGN TO "CALCCLNT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CLIENT-STATUS.
   SELECT CALC-FX-RATE-FILE ASSIGN TO "CALCFXRT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FX-STATUS.
   SELECT CALC-INVOICE-REPORT ASSIGN TO "CALCINVC.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.
   SELECT CALC-BILLING-EXTRACT ASSIGN TO "CALCBILL.DAT"
                       ==AU-RUN-DATE==       BY ==AR-RUN-DATE==
                       ==AU-RUN-TIME==       BY ==AR-RUN-TIME==
                       ==AU-TXN-ID==         BY ==AR-TXN-ID==
                       ==AU-CLIENT-CODE==    BY ==AR-CLIENT-CODE==
                       ==AU-TRAN-TYPE==      BY ==AR-TRAN-TYPE==
                       ==AU-ORIG-TXN-ID==    BY ==AR-ORIG-TXN-ID==
                       ==AU-CURRENCY-CODE==  BY ==AR-CURRENCY-CODE==
                       ==AU-FX-RATE==        BY ==AR-FX-RATE==
                       ==AU-GL-ACCOUNT-CODE== BY ==AR-GL-ACCOUNT-CODE==.

FD  CALC-RESULT-HV-FILE.
COPY CALCRSH.
                       ==RH-TXN-ID==      BY ==HA-TXN-ID==
                       ==RH-CLIENT-CODE== BY ==HA-CLIENT-CODE==
                       ==RH-DISPOSITION== BY ==HA-DISPOSITION==
                       ==RH-REVIEW-DATE== BY ==HA-REVIEW-DATE==
                       ==RH-CURRENCY-CODE== BY ==HA-CURRENCY-CODE==
                       ==RH-FX-RATE==     BY ==HA-FX-RATE==
                       ==RH-GL-ACCOUNT-CODE== BY ==HA-GL-ACCOUNT-CODE==
                       ==RH-TRAN-TYPE==   BY ==HA-TRAN-TYPE==
                       ==RH-ORIG-TXN-ID== BY ==HA-ORIG-TXN-ID==.

FD  CALC-RATE-FILE.
COPY CALCRTE.
FD  CALC-CLIENT-FILE.
COPY CALCCLI.

FD  CALC-FX-RATE-FILE.
COPY CALCFXR.

FD  CALC-INVOICE-REPORT.
   01 INVOICE-REPORT-LINE PIC X(80).

      05 WS-BL-FOUND-SW    PIC X VALUE "N".
      05 WS-RATE-FOUND-SW  PIC X VALUE "N".
      05 WS-CLI-FOUND-SW   PIC X VALUE "N".
      05 WS-FX-STATUS      PIC X(2) VALUE "00".
      05 WS-FX-FOUND-SW    PIC X VALUE "N".
      05 WS-FX-MISSING-SW  PIC X VALUE "N".

   01 WS-MONTH-PARM        PIC X(6) VALUE SPACES.
   01 WS-BILL-MONTH        PIC X(6) VALUE SPACES.
      05 WS-CM-ENTRY OCCURS 50 TIMES INDEXED BY WS-CM-IDX.
         10 WS-CM-CODE     PIC X(4).
         10 WS-CM-NAME     PIC X(20).
         10 WS-CM-CURRENCY PIC X(3).
   01 WS-CUR-CLI-NAME      PIC X(20) VALUE SPACES.
   01 WS-CUR-CLI-CURRENCY  PIC X(3) VALUE SPACES.

   01 WS-BASE-CURRENCY     PIC X(3) VALUE "USD".
   01 WS-FX-MAX            PIC 9(3) VALUE 100.
   01 WS-FX-COUNT          PIC 9(3) VALUE 0.
   01 WS-FX-TABLE.
      05 WS-FX-ENTRY OCCURS 100 TIMES INDEXED BY WS-FX-IDX.
         10 WS-FX-CODE     PIC X(3).
         10 WS-FX-DATE     PIC X(8).
         10 WS-FX-RATE     PIC 9(5)V9(6).
   01 WS-FX-KEY            PIC X(3) VALUE SPACES.
   01 WS-CUR-FX-RATE       PIC 9(5)V9(6) VALUE 0.
   01 WS-CUR-FX-DATE       PIC X(8) VALUE SPACES.

   01 WS-SEEN-MAX          PIC 9(4) VALUE 5000.
   01 WS-SEEN-COUNT        PIC 9(4) VALUE 0.
      05 WS-SEEN-ID OCCURS 5000 TIMES INDEXED BY WS-SEEN-IDX
                    PIC X(20).
   01 WS-DUP-SKIPPED       PIC 9(7) VALUE 0.
   01 WS-REVERSAL-SKIPPED  PIC 9(7) VALUE 0.

   01 WS-MAX-BILL-ROWS     PIC 9(3) VALUE 200.
   01 WS-BL-COUNT          PIC 9(3) VALUE 0.

   01 WS-SELECTED-COUNT    PIC 9(9) VALUE 0.
   01 WS-LINE-AMOUNT       PIC 9(11)V9(2) VALUE 0.
   01 WS-INV-AMOUNT        PIC 9(11)V9(2) VALUE 0.
   01 WS-INV-RATE          PIC 9(7)V9(4) VALUE 0.
   01 WS-CLIENT-TOTAL      PIC 9(11)V9(2) VALUE 0.
   01 WS-GRAND-TOTAL       PIC 9(13)V9(2) VALUE 0.
   01 WS-EXTRACT-LINES     PIC 9(5) VALUE 0.
   01 WS-XO-VOLUME         PIC 9(7) VALUE 0.
   01 WS-XO-RATE           PIC 9(3).9(4) VALUE 0.
   01 WS-XO-AMOUNT         PIC 9(11).9(2) VALUE 0.
   01 WS-XO-INV-AMOUNT     PIC 9(11).9(2) VALUE 0.
   01 WS-XO-TOTAL          PIC 9(13).9(2) VALUE 0.
   01 WS-XO-FX-RATE        PIC 9(5).9(6) VALUE 0.

   01 WS-IV-DETAIL-LINE.
      05 FILLER            PIC X(3)  VALUE SPACES.
      05 FILLER            PIC X(4)  VALUE SPACES.
      05 WS-IV-VOLUME      PIC ZZZ,ZZ9 VALUE 0.
      05 FILLER            PIC X(3)  VALUE SPACES.
      05 WS-IV-RATE        PIC ZZZ,ZZ9.9999 VALUE 0.
      05 FILLER            PIC X(3)  VALUE SPACES.
      05 WS-IV-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER            PIC X(2)  VALUE SPACES.
   PERFORM WRITE-BILLING-EXTRACT.
   DISPLAY "CALCBILLING: MONTH " WS-BILL-MONTH ", "
       WS-SELECTED-COUNT " CALCULATIONS BILLED, "
       WS-DUP-SKIPPED " DUPLICATES SKIPPED, "
       WS-REVERSAL-SKIPPED " REVERSALS NOT BILLED".
   DISPLAY "CALCBILLING: INVOICES ON CALCINVC.PRT, EXTRACT ON "
       "CALCBILL.DAT".
   STOP RUN.

   PERFORM LOAD-RATE-MASTER.
   PERFORM LOAD-CLIENT-NAMES.
   PERFORM LOAD-FX-RATES.

LOAD-RATE-MASTER.
   MOVE 0 TO WS-RATE-COUNT.
                   SET WS-CM-IDX TO WS-CLIENT-COUNT
                   MOVE CM-CLIENT-CODE TO WS-CM-CODE(WS-CM-IDX)
                   MOVE CM-CLIENT-NAME TO WS-CM-NAME(WS-CM-IDX)
                   MOVE CM-CURRENCY-CODE TO WS-CM-CURRENCY(WS-CM-IDX)
               END-IF
       END-READ
   END-PERFORM.
       CLOSE CALC-CLIENT-FILE
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
               IF FX-RATE-DATE(1:6) NOT > WS-BILL-MONTH
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
           DISPLAY "CALCBILLING: FX RATE MASTER HOLDS MORE THAN "
               WS-FX-MAX " CURRENCIES - REFUSING TO BILL"
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

SCAN-ARCHIVE-GENERATIONS.
   PERFORM VARYING WS-LOOP-DAY FROM 1 BY 1 UNTIL WS-LOOP-DAY > 31
       MOVE SPACES TO WS-LOOP-DATE

SELECT-AUDIT-RECORD.
   IF AU-RUN-DATE(1:6) = WS-BILL-MONTH
       IF AU-TRAN-TYPE = "V"
           ADD 1 TO WS-REVERSAL-SKIPPED
       ELSE
           MOVE AU-TXN-ID TO WS-CHECK-TXN-ID
           MOVE AU-CLIENT-CODE TO WS-BILL-CLIENT
           MOVE AU-OPERATOR TO WS-BILL-OPERATOR
           PERFORM BILL-ONE-CALCULATION
       END-IF
   END-IF.

SCAN-HV-RELEASES.
SELECT-HV-RECORD.
   IF RH-DISPOSITION = "P"
      AND RH-RUN-DATE(1:6) = WS-BILL-MONTH
       IF RH-TRAN-TYPE = "V"
           ADD 1 TO WS-REVERSAL-SKIPPED
       ELSE
           MOVE RH-TXN-ID TO WS-CHECK-TXN-ID
           MOVE RH-CLIENT-CODE TO WS-BILL-CLIENT
           MOVE RH-OPERATOR TO WS-BILL-OPERATOR
           PERFORM BILL-ONE-CALCULATION
       END-IF
   END-IF.

BILL-ONE-CALCULATION.
LOOKUP-CLIENT-NAME.
   MOVE "N" TO WS-CLI-FOUND-SW.
   MOVE SPACES TO WS-CUR-CLI-NAME.
   MOVE SPACES TO WS-CUR-CLI-CURRENCY.
   PERFORM VARYING WS-CM-IDX FROM 1 BY 1
           UNTIL WS-CM-IDX > WS-CLIENT-COUNT
       IF WS-CM-CODE(WS-CM-IDX) = WS-CUR-CLIENT
           MOVE WS-CM-NAME(WS-CM-IDX) TO WS-CUR-CLI-NAME
           MOVE WS-CM-CURRENCY(WS-CM-IDX) TO WS-CUR-CLI-CURRENCY
           MOVE "Y" TO WS-CLI-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-CUR-CLI-CURRENCY = SPACES
       MOVE WS-BASE-CURRENCY TO WS-CUR-CLI-CURRENCY
   END-IF.

RESOLVE-INVOICE-CURRENCY.
   MOVE "N" TO WS-FX-MISSING-SW.
   MOVE 1 TO WS-CUR-FX-RATE.
   MOVE SPACES TO WS-CUR-FX-DATE.
   IF WS-CUR-CLI-CURRENCY NOT = WS-BASE-CURRENCY
       MOVE WS-CUR-CLI-CURRENCY TO WS-FX-KEY
       PERFORM LOOKUP-FX-RATE
       IF WS-FX-FOUND-SW = "Y"
           MOVE WS-FX-RATE(WS-FX-IDX) TO WS-CUR-FX-RATE
           MOVE WS-FX-DATE(WS-FX-IDX) TO WS-CUR-FX-DATE
       ELSE
           MOVE "Y" TO WS-FX-MISSING-SW
           MOVE WS-BASE-CURRENCY TO WS-CUR-CLI-CURRENCY
       END-IF
   END-IF.

BUILD-CLIENT-LIST.
   MOVE 0 TO WS-CLI-LIST-COUNT.
   END-IF.
   MOVE SPACES TO INVOICE-REPORT-LINE.
   WRITE INVOICE-REPORT-LINE.
   MOVE SPACES TO WS-IT-CAPTION.
   STRING "ALL PARTNERS " WS-BASE-CURRENCY ":"
       DELIMITED BY SIZE INTO WS-IT-CAPTION.
   MOVE WS-GRAND-TOTAL TO WS-IT-AMOUNT.
   MOVE WS-IV-TOTAL-LINE TO INVOICE-REPORT-LINE.
   WRITE INVOICE-REPORT-LINE.

PRINT-ONE-INVOICE.
   PERFORM LOOKUP-CLIENT-NAME.
   PERFORM RESOLVE-INVOICE-CURRENCY.
   MOVE SPACES TO INVOICE-REPORT-LINE.
   WRITE INVOICE-REPORT-LINE.
   MOVE SPACES TO INVOICE-REPORT-LINE.
   STRING "PARTNER " WS-CUR-CLIENT "  " WS-CUR-CLI-NAME
       "  INVOICE " WS-CUR-CLIENT WS-BILL-MONTH
       "  CURRENCY " WS-CUR-CLI-CURRENCY
       DELIMITED BY SIZE INTO INVOICE-REPORT-LINE.
   WRITE INVOICE-REPORT-LINE.
   IF WS-CUR-FX-DATE NOT = SPACES
       MOVE WS-CUR-FX-RATE TO WS-XO-FX-RATE
       MOVE SPACES TO INVOICE-REPORT-LINE
       STRING "   CONVERTED FROM " WS-BASE-CURRENCY " AT "
           WS-XO-FX-RATE " " WS-BASE-CURRENCY " PER "
           WS-CUR-CLI-CURRENCY ", RATE OF " WS-CUR-FX-DATE
           DELIMITED BY SIZE INTO INVOICE-REPORT-LINE
       WRITE INVOICE-REPORT-LINE
   END-IF.
   IF WS-FX-MISSING-SW = "Y"
       MOVE SPACES TO INVOICE-REPORT-LINE
       STRING "   *** NO FX RATE FOR " WS-FX-KEY " BY MONTH END - "
           "AMOUNTS SHOWN IN " WS-BASE-CURRENCY " ***"
           DELIMITED BY SIZE INTO INVOICE-REPORT-LINE
       WRITE INVOICE-REPORT-LINE
   END-IF.
   MOVE "   OP   VOLUME          RATE              AMOUNT"
       TO INVOICE-REPORT-LINE.
   WRITE INVOICE-REPORT-LINE.
   MOVE "   ---------------------------------------------------"
       TO INVOICE-REPORT-LINE.
   WRITE INVOICE-REPORT-LINE.
   MOVE 0 TO WS-CLIENT-TOTAL.
           PERFORM PRINT-INVOICE-DETAIL
       END-IF
   END-PERFORM.
   MOVE SPACES TO WS-IT-CAPTION.
   STRING "PARTNER TOTAL " WS-CUR-CLI-CURRENCY ":"
       DELIMITED BY SIZE INTO WS-IT-CAPTION.
   MOVE WS-CLIENT-TOTAL TO WS-IT-AMOUNT.
   MOVE WS-IV-TOTAL-LINE TO INVOICE-REPORT-LINE.
   WRITE INVOICE-REPORT-LINE.

PRINT-INVOICE-DETAIL.
   PERFORM LOOKUP-RATE.
   MOVE SPACES TO WS-IV-DETAIL-LINE.
   MOVE WS-BL-OPERATOR(WS-BL-IDX) TO WS-IV-OPERATOR.
   MOVE WS-BL-VOLUME(WS-BL-IDX) TO WS-IV-VOLUME.
   COMPUTE WS-INV-RATE ROUNDED = WS-CUR-RATE / WS-CUR-FX-RATE.
   COMPUTE WS-INV-AMOUNT ROUNDED = WS-LINE-AMOUNT / WS-CUR-FX-RATE.
   MOVE WS-INV-RATE TO WS-IV-RATE.
   MOVE WS-INV-AMOUNT TO WS-IV-AMOUNT.
   IF WS-RATE-FOUND-SW = "N"
       MOVE "NO RATE" TO WS-IV-FLAG
   END-IF.
   MOVE WS-IV-DETAIL-LINE TO INVOICE-REPORT-LINE.
   WRITE INVOICE-REPORT-LINE.
   ADD WS-INV-AMOUNT TO WS-CLIENT-TOTAL.
   ADD WS-LINE-AMOUNT TO WS-GRAND-TOTAL.

WRITE-BILLING-EXTRACT.
   OPEN OUTPUT CALC-BILLING-EXTRACT.
   MOVE WS-BL-VOLUME(WS-BL-IDX) TO WS-XO-VOLUME.
   MOVE WS-CUR-RATE TO WS-XO-RATE.
   MOVE WS-LINE-AMOUNT TO WS-XO-AMOUNT.
   MOVE WS-BL-CLIENT(WS-BL-IDX) TO WS-CUR-CLIENT.
   PERFORM LOOKUP-CLIENT-NAME.
   PERFORM RESOLVE-INVOICE-CURRENCY.
   COMPUTE WS-INV-AMOUNT ROUNDED = WS-LINE-AMOUNT / WS-CUR-FX-RATE.
   MOVE WS-INV-AMOUNT TO WS-XO-INV-AMOUNT.
   MOVE WS-CUR-FX-RATE TO WS-XO-FX-RATE.
   MOVE SPACES TO BILLING-EXTRACT-LINE.
   STRING "D," WS-BL-CLIENT(WS-BL-IDX) ","
       WS-BL-OPERATOR(WS-BL-IDX) "," WS-XO-VOLUME ","
       WS-XO-RATE "," WS-XO-AMOUNT "," WS-CUR-CLI-CURRENCY ","
       WS-XO-INV-AMOUNT "," WS-XO-FX-RATE
       DELIMITED BY SIZE INTO BILLING-EXTRACT-LINE.
   WRITE BILLING-EXTRACT-LINE.
   ADD 1 TO WS-EXTRACT-LINES.
