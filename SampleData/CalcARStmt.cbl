IDENTIFICATION DIVISION.
PROGRAM-ID. CalcARStmt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-AR-ITEM-FILE ASSIGN TO "CALCARIT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AR-ITEM-STATUS.
   SELECT CALC-AR-APPLY-FILE ASSIGN TO "CALCARAP.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AR-APPLY-STATUS.
   SELECT CALC-AR-SUSPENSE-FILE ASSIGN TO "CALCARSQ.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AR-SUSPENSE-STATUS.
   SELECT CALC-CLIENT-FILE ASSIGN TO "CALCCLNT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CLIENT-STATUS.
   SELECT CALC-STATEMENT-REPORT ASSIGN TO "CALCSTMT.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CALC-AR-ITEM-FILE.
COPY CALCARI.

FD  CALC-AR-APPLY-FILE.
COPY CALCAPP.

FD  CALC-AR-SUSPENSE-FILE.
COPY CALCSUS.

FD  CALC-CLIENT-FILE.
COPY CALCCLI.

FD  CALC-STATEMENT-REPORT.
   01 STATEMENT-LINE PIC X(96).

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW             PIC X VALUE "N".
      05 WS-AR-ITEM-STATUS     PIC X(2) VALUE "00".
      05 WS-AR-APPLY-STATUS    PIC X(2) VALUE "00".
      05 WS-AR-SUSPENSE-STATUS PIC X(2) VALUE "00".
      05 WS-CLIENT-STATUS      PIC X(2) VALUE "00".
      05 WS-CLI-FOUND-SW       PIC X VALUE "N".
      05 WS-OVERFLOW-SW        PIC X VALUE "N".
      05 WS-CLIENT-FULL-SW     PIC X VALUE "N".

   01 WS-DATE-PARM             PIC X(8) VALUE SPACES.
   01 WS-CLIENT-PARM           PIC X(4) VALUE SPACES.
   01 WS-AS-OF-DATE            PIC X(8) VALUE SPACES.
   01 WS-STMT-MONTH            PIC X(6) VALUE SPACES.
   01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
   01 WS-CURRENT-DATETIME      PIC X(21) VALUE SPACES.

   01 WS-DATE-WORK.
      05 WS-AS-OF-DATE-N       PIC 9(8) VALUE 0.
      05 WS-AS-OF-INTEGER      PIC 9(9) VALUE 0.
      05 WS-INVOICE-DATE-N     PIC 9(8) VALUE 0.
      05 WS-INVOICE-INTEGER    PIC 9(9) VALUE 0.
      05 WS-DAYS-OUT           PIC S9(9) VALUE 0.

   01 WS-MAX-CLIENTS           PIC 9(2) VALUE 50.
   01 WS-CLIENT-COUNT          PIC 9(2) VALUE 0.
   01 WS-CLIENT-TABLE.
      05 WS-CM-ENTRY OCCURS 50 TIMES INDEXED BY WS-CM-IDX.
         10 WS-CM-CODE         PIC X(4).
         10 WS-CM-NAME         PIC X(20).
         10 WS-CM-CURRENCY     PIC X(3).
   01 WS-CUR-CLIENT            PIC X(4) VALUE SPACES.
   01 WS-CUR-CLI-NAME          PIC X(20) VALUE SPACES.
   01 WS-CUR-CLI-CURRENCY      PIC X(3) VALUE SPACES.
   01 WS-CUR-CURRENCY          PIC X(3) VALUE SPACES.
   01 WS-BASE-CURRENCY         PIC X(3) VALUE "USD".
   01 WS-SU-CURRENCY           PIC X(3) VALUE SPACES.

   01 WS-MAX-ITEMS             PIC 9(4) VALUE 2000.
   01 WS-ITEM-COUNT            PIC 9(4) VALUE 0.
   01 WS-ITEM-TABLE.
      05 WS-AI-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AI-IDX.
         10 WS-A-CLIENT        PIC X(4).
         10 WS-A-INVOICE-REF   PIC X(10).
         10 WS-A-INVOICE-DATE  PIC X(8).
         10 WS-A-INVOICE-AMT   PIC 9(11)V9(2).
         10 WS-A-OPEN-AMT      PIC 9(11)V9(2).
         10 WS-A-STATUS        PIC X.
         10 WS-A-CURRENCY      PIC X(3).

   01 WS-MAX-APPLIED           PIC 9(4) VALUE 2000.
   01 WS-AP-COUNT              PIC 9(4) VALUE 0.
   01 WS-APPLY-TABLE.
      05 WS-AP-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AP-IDX.
         10 WS-P-CLIENT        PIC X(4).
         10 WS-P-PAY-DATE      PIC X(8).
         10 WS-P-PAY-REF       PIC X(10).
         10 WS-P-INVOICE-REF   PIC X(10).
         10 WS-P-AMOUNT        PIC 9(11)V9(2).
         10 WS-P-MATCH-TYPE    PIC X.
         10 WS-P-CURRENCY      PIC X(3).

   01 WS-CLI-LIST.
      05 WS-CLI-ENTRY OCCURS 200 TIMES.
         10 WS-CLI-CODE        PIC X(4).
         10 WS-CLI-CURRENCY    PIC X(3).
   01 WS-CLI-LIST-COUNT        PIC 9(3) VALUE 0.
   01 WS-CLI-IDX               PIC 9(3) VALUE 0.
   01 WS-NOTE-CLIENT           PIC X(4) VALUE SPACES.
   01 WS-NOTE-CURRENCY         PIC X(3) VALUE SPACES.

   01 WS-BALANCE-DUE           PIC 9(13)V9(2) VALUE 0.
   01 WS-UNAPPLIED-CASH        PIC 9(13)V9(2) VALUE 0.
   01 WS-BUCKET-1              PIC 9(13)V9(2) VALUE 0.
   01 WS-BUCKET-2              PIC 9(13)V9(2) VALUE 0.
   01 WS-BUCKET-3              PIC 9(13)V9(2) VALUE 0.
   01 WS-BUCKET-4              PIC 9(13)V9(2) VALUE 0.
   01 WS-OPEN-LINES            PIC 9(5) VALUE 0.
   01 WS-PAY-LINES             PIC 9(5) VALUE 0.
   01 WS-STATEMENT-COUNT       PIC 9(5) VALUE 0.

   01 WS-ST-ITEM-LINE.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-SI-INVOICE-REF     PIC X(10) VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-SI-INVOICE-DATE    PIC X(8)  VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-SI-INVOICE-AMT     PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-SI-OPEN-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-SI-DAYS            PIC ZZZZ9 VALUE 0.

   01 WS-ST-PAY-LINE.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-SP-PAY-DATE        PIC X(8)  VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-SP-PAY-REF         PIC X(10) VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-SP-INVOICE-REF     PIC X(10) VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-SP-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.

   01 WS-ST-TOTAL-LINE.
      05 WS-STT-CAPTION        PIC X(30) VALUE SPACES.
      05 WS-STT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.

   01 WS-ST-AGING-LINE.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 FILLER                PIC X(6)  VALUE "0-30: ".
      05 WS-SA-BUCKET-1        PIC ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER                PIC X(9)  VALUE "  31-60: ".
      05 WS-SA-BUCKET-2        PIC ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER                PIC X(9)  VALUE "  61-90: ".
      05 WS-SA-BUCKET-3        PIC ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER                PIC X(6)  VALUE "  90+:".
      05 WS-SA-BUCKET-4        PIC ZZZ,ZZZ,ZZ9.99 VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM INITIALIZE-STATEMENTS.
   PERFORM LOAD-CLIENT-MASTER.
   PERFORM LOAD-AR-LEDGER.
   PERFORM LOAD-MONTH-APPLICATIONS.
   PERFORM BUILD-CLIENT-LIST.
   OPEN OUTPUT CALC-STATEMENT-REPORT.
   PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
           UNTIL WS-CLI-IDX > WS-CLI-LIST-COUNT
       MOVE WS-CLI-CODE(WS-CLI-IDX) TO WS-CUR-CLIENT
       MOVE WS-CLI-CURRENCY(WS-CLI-IDX) TO WS-CUR-CURRENCY
       PERFORM PRINT-ONE-STATEMENT
   END-PERFORM.
   IF WS-CLI-LIST-COUNT = 0
       MOVE "NO CLIENT HAS AN OPEN BALANCE OR ACTIVITY THIS MONTH"
           TO STATEMENT-LINE
       WRITE STATEMENT-LINE
   END-IF.
   CLOSE CALC-STATEMENT-REPORT.
   DISPLAY "CALCARSTMT: " WS-STATEMENT-COUNT " STATEMENTS AS OF "
       WS-AS-OF-DATE " ON CALCSTMT.PRT".
   STOP RUN.

INITIALIZE-STATEMENTS.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.

   DISPLAY 1 UPON ARGUMENT-NUMBER.
   ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-DATE-PARM
   END-ACCEPT.
   IF WS-DATE-PARM = SPACES
       MOVE WS-RUN-DATE TO WS-AS-OF-DATE
   ELSE
       IF WS-DATE-PARM NOT NUMERIC
           DISPLAY "CALCARSTMT: AS-OF DATE MUST BE YYYYMMDD, GOT <"
               WS-DATE-PARM ">"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-DATE-PARM TO WS-AS-OF-DATE
   END-IF.
   MOVE WS-AS-OF-DATE(1:6) TO WS-STMT-MONTH.
   MOVE WS-AS-OF-DATE TO WS-AS-OF-DATE-N.
   COMPUTE WS-AS-OF-INTEGER =
       FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE-N).
   IF WS-AS-OF-INTEGER = 0
       DISPLAY "CALCARSTMT: AS-OF DATE " WS-AS-OF-DATE
           " IS NOT A VALID DATE"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

   DISPLAY 2 UPON ARGUMENT-NUMBER.
   ACCEPT WS-CLIENT-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-CLIENT-PARM
   END-ACCEPT.
   MOVE FUNCTION UPPER-CASE(WS-CLIENT-PARM) TO WS-CLIENT-PARM.

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
                   MOVE CM-CLIENT-NAME TO WS-CM-NAME(WS-CM-IDX)
                   MOVE CM-CURRENCY-CODE TO WS-CM-CURRENCY(WS-CM-IDX)
               ELSE
                   MOVE "Y" TO WS-CLIENT-FULL-SW
               END-IF
       END-READ
   END-PERFORM.
   IF WS-CLIENT-STATUS NOT = "35"
       CLOSE CALC-CLIENT-FILE
   END-IF.
   IF WS-CLIENT-FULL-SW = "Y"
       DISPLAY "CALCARSTMT: MORE THAN " WS-MAX-CLIENTS " CLIENTS ON "
           "CALCCLNT.DAT - STATEMENTS FOR THE REST WOULD BE WRONG, "
           "REFUSING TO RUN"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-AR-LEDGER.
   MOVE 0 TO WS-ITEM-COUNT.
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
               IF AI-STATUS = "O"
                   IF WS-ITEM-COUNT < WS-MAX-ITEMS
                       ADD 1 TO WS-ITEM-COUNT
                       SET WS-AI-IDX TO WS-ITEM-COUNT
                       MOVE AI-CLIENT-CODE TO WS-A-CLIENT(WS-AI-IDX)
                       MOVE AI-INVOICE-REF
                           TO WS-A-INVOICE-REF(WS-AI-IDX)
                       MOVE AI-INVOICE-DATE
                           TO WS-A-INVOICE-DATE(WS-AI-IDX)
                       MOVE AI-INVOICE-AMOUNT
                           TO WS-A-INVOICE-AMT(WS-AI-IDX)
                       MOVE AI-OPEN-AMOUNT TO WS-A-OPEN-AMT(WS-AI-IDX)
                       MOVE AI-STATUS TO WS-A-STATUS(WS-AI-IDX)
                       IF AI-CURRENCY-CODE = SPACES
                           MOVE WS-BASE-CURRENCY
                               TO WS-A-CURRENCY(WS-AI-IDX)
                       ELSE
                           MOVE AI-CURRENCY-CODE
                               TO WS-A-CURRENCY(WS-AI-IDX)
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-OVERFLOW-SW
                   END-IF
               END-IF
       END-READ
   END-PERFORM.
   IF WS-AR-ITEM-STATUS NOT = "35"
       CLOSE CALC-AR-ITEM-FILE
   END-IF.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCARSTMT: MORE THAN " WS-MAX-ITEMS " OPEN INVOICES "
           "ON CALCARIT.DAT - STATEMENTS WOULD BE INCOMPLETE"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-MONTH-APPLICATIONS.
   MOVE 0 TO WS-AP-COUNT.
   MOVE "N" TO WS-OVERFLOW-SW.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-AR-APPLY-FILE.
   IF WS-AR-APPLY-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-AR-APPLY-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF AP-POST-DATE(1:6) = WS-STMT-MONTH
                  AND AP-POST-DATE <= WS-AS-OF-DATE
                   PERFORM NOTE-MONTH-APPLICATION
               END-IF
       END-READ
   END-PERFORM.
   IF WS-AR-APPLY-STATUS NOT = "35"
       CLOSE CALC-AR-APPLY-FILE
   END-IF.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCARSTMT: MORE THAN " WS-MAX-APPLIED
           " CASH APPLICATIONS IN " WS-STMT-MONTH
           " - STATEMENTS WOULD BE INCOMPLETE"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

NOTE-MONTH-APPLICATION.
   IF WS-AP-COUNT < WS-MAX-APPLIED
       ADD 1 TO WS-AP-COUNT
       SET WS-AP-IDX TO WS-AP-COUNT
       MOVE AP-CLIENT-CODE TO WS-P-CLIENT(WS-AP-IDX)
       MOVE AP-PAY-DATE TO WS-P-PAY-DATE(WS-AP-IDX)
       MOVE AP-PAY-REF TO WS-P-PAY-REF(WS-AP-IDX)
       MOVE AP-INVOICE-REF TO WS-P-INVOICE-REF(WS-AP-IDX)
       MOVE AP-AMOUNT TO WS-P-AMOUNT(WS-AP-IDX)
       MOVE AP-MATCH-TYPE TO WS-P-MATCH-TYPE(WS-AP-IDX)
       IF AP-CURRENCY-CODE = SPACES
           MOVE WS-BASE-CURRENCY TO WS-P-CURRENCY(WS-AP-IDX)
       ELSE
           MOVE AP-CURRENCY-CODE TO WS-P-CURRENCY(WS-AP-IDX)
       END-IF
   ELSE
       MOVE "Y" TO WS-OVERFLOW-SW
   END-IF.

BUILD-CLIENT-LIST.
   MOVE 0 TO WS-CLI-LIST-COUNT.
   PERFORM VARYING WS-AI-IDX FROM 1 BY 1
           UNTIL WS-AI-IDX > WS-ITEM-COUNT
       IF WS-A-OPEN-AMT(WS-AI-IDX) > 0
           MOVE WS-A-CLIENT(WS-AI-IDX) TO WS-NOTE-CLIENT
           MOVE WS-A-CURRENCY(WS-AI-IDX) TO WS-NOTE-CURRENCY
           PERFORM NOTE-STATEMENT-CLIENT
       END-IF
   END-PERFORM.
   PERFORM VARYING WS-AP-IDX FROM 1 BY 1
           UNTIL WS-AP-IDX > WS-AP-COUNT
       MOVE WS-P-CLIENT(WS-AP-IDX) TO WS-NOTE-CLIENT
       MOVE WS-P-CURRENCY(WS-AP-IDX) TO WS-NOTE-CURRENCY
       PERFORM NOTE-STATEMENT-CLIENT
   END-PERFORM.
   IF WS-CLIENT-PARM NOT = SPACES AND WS-CLI-LIST-COUNT = 0
       MOVE WS-CLIENT-PARM TO WS-CUR-CLIENT
       PERFORM LOOKUP-CLIENT-NAME
       MOVE 1 TO WS-CLI-LIST-COUNT
       MOVE WS-CLIENT-PARM TO WS-CLI-CODE(1)
       MOVE WS-CUR-CLI-CURRENCY TO WS-CLI-CURRENCY(1)
   END-IF.

NOTE-STATEMENT-CLIENT.
   MOVE "N" TO WS-CLI-FOUND-SW.
   IF WS-CLIENT-PARM NOT = SPACES
      AND WS-NOTE-CLIENT NOT = WS-CLIENT-PARM
       MOVE "Y" TO WS-CLI-FOUND-SW
   END-IF.
   PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
           UNTIL WS-CLI-IDX > WS-CLI-LIST-COUNT
       IF WS-CLI-CODE(WS-CLI-IDX) = WS-NOTE-CLIENT
          AND WS-CLI-CURRENCY(WS-CLI-IDX) = WS-NOTE-CURRENCY
           MOVE "Y" TO WS-CLI-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-CLI-FOUND-SW = "N" AND WS-CLI-LIST-COUNT < 200
       ADD 1 TO WS-CLI-LIST-COUNT
       MOVE WS-NOTE-CLIENT TO WS-CLI-CODE(WS-CLI-LIST-COUNT)
       MOVE WS-NOTE-CURRENCY TO WS-CLI-CURRENCY(WS-CLI-LIST-COUNT)
   END-IF.

LOOKUP-CLIENT-NAME.
   MOVE SPACES TO WS-CUR-CLI-NAME.
   MOVE SPACES TO WS-CUR-CLI-CURRENCY.
   PERFORM VARYING WS-CM-IDX FROM 1 BY 1
           UNTIL WS-CM-IDX > WS-CLIENT-COUNT
       IF WS-CM-CODE(WS-CM-IDX) = WS-CUR-CLIENT
           MOVE WS-CM-NAME(WS-CM-IDX) TO WS-CUR-CLI-NAME
           MOVE WS-CM-CURRENCY(WS-CM-IDX) TO WS-CUR-CLI-CURRENCY
       END-IF
   END-PERFORM.
   IF WS-CUR-CLI-CURRENCY = SPACES
       MOVE WS-BASE-CURRENCY TO WS-CUR-CLI-CURRENCY
   END-IF.

PRINT-ONE-STATEMENT.
   PERFORM LOOKUP-CLIENT-NAME.
   ADD 1 TO WS-STATEMENT-COUNT.
   MOVE 0 TO WS-BALANCE-DUE.
   MOVE 0 TO WS-BUCKET-1.
   MOVE 0 TO WS-BUCKET-2.
   MOVE 0 TO WS-BUCKET-3.
   MOVE 0 TO WS-BUCKET-4.
   MOVE 0 TO WS-OPEN-LINES.
   MOVE 0 TO WS-PAY-LINES.
   IF WS-STATEMENT-COUNT > 1
       MOVE SPACES TO STATEMENT-LINE
       WRITE STATEMENT-LINE
       MOVE ALL "=" TO STATEMENT-LINE
       WRITE STATEMENT-LINE
   END-IF.
   MOVE SPACES TO STATEMENT-LINE.
   STRING "STATEMENT OF ACCOUNT               AS OF: " WS-AS-OF-DATE
       DELIMITED BY SIZE INTO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE SPACES TO STATEMENT-LINE.
   STRING "CLIENT " WS-CUR-CLIENT "  " WS-CUR-CLI-NAME
       "  ALL AMOUNTS IN " WS-CUR-CURRENCY
       DELIMITED BY SIZE INTO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE SPACES TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE "OPEN INVOICES" TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE "  INVOICE     DATE" TO STATEMENT-LINE.
   MOVE "INVOICE AMOUNT" TO STATEMENT-LINE(28:14).
   MOVE "OPEN AMOUNT" TO STATEMENT-LINE(50:11).
   MOVE "DAYS" TO STATEMENT-LINE(64:4).
   WRITE STATEMENT-LINE.
   PERFORM VARYING WS-AI-IDX FROM 1 BY 1
           UNTIL WS-AI-IDX > WS-ITEM-COUNT
       IF WS-A-CLIENT(WS-AI-IDX) = WS-CUR-CLIENT
          AND WS-A-CURRENCY(WS-AI-IDX) = WS-CUR-CURRENCY
          AND WS-A-OPEN-AMT(WS-AI-IDX) > 0
           PERFORM PRINT-OPEN-INVOICE
       END-IF
   END-PERFORM.
   IF WS-OPEN-LINES = 0
       MOVE "  NONE" TO STATEMENT-LINE
       WRITE STATEMENT-LINE
   END-IF.
   MOVE SPACES TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE SPACES TO STATEMENT-LINE.
   STRING "PAYMENTS RECEIVED IN " WS-STMT-MONTH
       DELIMITED BY SIZE INTO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE "  PAID      YOUR REF    APPLIED TO" TO STATEMENT-LINE.
   MOVE "AMOUNT" TO STATEMENT-LINE(48:6).
   WRITE STATEMENT-LINE.
   PERFORM VARYING WS-AP-IDX FROM 1 BY 1
           UNTIL WS-AP-IDX > WS-AP-COUNT
       IF WS-P-CLIENT(WS-AP-IDX) = WS-CUR-CLIENT
          AND WS-P-CURRENCY(WS-AP-IDX) = WS-CUR-CURRENCY
           PERFORM PRINT-PAYMENT-LINE
       END-IF
   END-PERFORM.
   IF WS-PAY-LINES = 0
       MOVE "  NONE" TO STATEMENT-LINE
       WRITE STATEMENT-LINE
   END-IF.
   PERFORM SUM-UNAPPLIED-CASH.
   MOVE SPACES TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE "BALANCE DUE                  :" TO WS-STT-CAPTION.
   MOVE WS-BALANCE-DUE TO WS-STT-AMOUNT.
   MOVE WS-ST-TOTAL-LINE TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   IF WS-UNAPPLIED-CASH > 0
       MOVE "UNAPPLIED CASH UNDER REVIEW  :" TO WS-STT-CAPTION
       MOVE WS-UNAPPLIED-CASH TO WS-STT-AMOUNT
       MOVE WS-ST-TOTAL-LINE TO STATEMENT-LINE
       WRITE STATEMENT-LINE
   END-IF.
   MOVE WS-BUCKET-1 TO WS-SA-BUCKET-1.
   MOVE WS-BUCKET-2 TO WS-SA-BUCKET-2.
   MOVE WS-BUCKET-3 TO WS-SA-BUCKET-3.
   MOVE WS-BUCKET-4 TO WS-SA-BUCKET-4.
   MOVE WS-ST-AGING-LINE TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.

PRINT-OPEN-INVOICE.
   MOVE 0 TO WS-DAYS-OUT.
   IF WS-A-INVOICE-DATE(WS-AI-IDX) NUMERIC
       MOVE WS-A-INVOICE-DATE(WS-AI-IDX) TO WS-INVOICE-DATE-N
       COMPUTE WS-INVOICE-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-INVOICE-DATE-N)
       IF WS-INVOICE-INTEGER > 0
           COMPUTE WS-DAYS-OUT =
               WS-AS-OF-INTEGER - WS-INVOICE-INTEGER
       END-IF
   END-IF.
   IF WS-DAYS-OUT < 0
       MOVE 0 TO WS-DAYS-OUT
   END-IF.
   EVALUATE TRUE
       WHEN WS-DAYS-OUT <= 30
           ADD WS-A-OPEN-AMT(WS-AI-IDX) TO WS-BUCKET-1
       WHEN WS-DAYS-OUT <= 60
           ADD WS-A-OPEN-AMT(WS-AI-IDX) TO WS-BUCKET-2
       WHEN WS-DAYS-OUT <= 90
           ADD WS-A-OPEN-AMT(WS-AI-IDX) TO WS-BUCKET-3
       WHEN OTHER
           ADD WS-A-OPEN-AMT(WS-AI-IDX) TO WS-BUCKET-4
   END-EVALUATE.
   ADD WS-A-OPEN-AMT(WS-AI-IDX) TO WS-BALANCE-DUE.
   MOVE SPACES TO WS-ST-ITEM-LINE.
   MOVE WS-A-INVOICE-REF(WS-AI-IDX) TO WS-SI-INVOICE-REF.
   MOVE WS-A-INVOICE-DATE(WS-AI-IDX) TO WS-SI-INVOICE-DATE.
   MOVE WS-A-INVOICE-AMT(WS-AI-IDX) TO WS-SI-INVOICE-AMT.
   MOVE WS-A-OPEN-AMT(WS-AI-IDX) TO WS-SI-OPEN-AMT.
   MOVE WS-DAYS-OUT TO WS-SI-DAYS.
   MOVE WS-ST-ITEM-LINE TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   ADD 1 TO WS-OPEN-LINES.

PRINT-PAYMENT-LINE.
   MOVE SPACES TO WS-ST-PAY-LINE.
   MOVE WS-P-PAY-DATE(WS-AP-IDX) TO WS-SP-PAY-DATE.
   MOVE WS-P-PAY-REF(WS-AP-IDX) TO WS-SP-PAY-REF.
   IF WS-P-MATCH-TYPE(WS-AP-IDX) = "S"
       MOVE "UNAPPLIED" TO WS-SP-INVOICE-REF
   ELSE
       MOVE WS-P-INVOICE-REF(WS-AP-IDX) TO WS-SP-INVOICE-REF
   END-IF.
   MOVE WS-P-AMOUNT(WS-AP-IDX) TO WS-SP-AMOUNT.
   MOVE WS-ST-PAY-LINE TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   ADD 1 TO WS-PAY-LINES.

SUM-UNAPPLIED-CASH.
   MOVE 0 TO WS-UNAPPLIED-CASH.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-AR-SUSPENSE-FILE.
   IF WS-AR-SUSPENSE-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-AR-SUSPENSE-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               MOVE SU-CURRENCY-CODE TO WS-SU-CURRENCY
               IF WS-SU-CURRENCY = SPACES
                   MOVE WS-BASE-CURRENCY TO WS-SU-CURRENCY
               END-IF
               IF SU-CLIENT-CODE = WS-CUR-CLIENT
                  AND WS-SU-CURRENCY = WS-CUR-CURRENCY
                  AND SU-STATUS = "O"
                   ADD SU-AMOUNT TO WS-UNAPPLIED-CASH
               END-IF
       END-READ
   END-PERFORM.
   IF WS-AR-SUSPENSE-STATUS NOT = "35"
       CLOSE CALC-AR-SUSPENSE-FILE
   END-IF.
