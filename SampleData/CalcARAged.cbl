IDENTIFICATION DIVISION.
PROGRAM-ID. CalcARAged.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-AR-ITEM-FILE ASSIGN TO "CALCARIT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AR-ITEM-STATUS.
   SELECT CALC-CLIENT-FILE ASSIGN TO "CALCCLNT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CLIENT-STATUS.
   SELECT CALC-AR-SUSPENSE-FILE ASSIGN TO "CALCARSQ.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AR-SUSPENSE-STATUS.
   SELECT CALC-AGED-REPORT ASSIGN TO "CALCARAG.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CALC-AR-ITEM-FILE.
COPY CALCARI.

FD  CALC-CLIENT-FILE.
COPY CALCCLI.

FD  CALC-AR-SUSPENSE-FILE.
COPY CALCSUS.

FD  CALC-AGED-REPORT.
   01 AGED-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW             PIC X VALUE "N".
      05 WS-AR-ITEM-STATUS     PIC X(2) VALUE "00".
      05 WS-CLIENT-STATUS      PIC X(2) VALUE "00".
      05 WS-AR-SUSPENSE-STATUS PIC X(2) VALUE "00".
      05 WS-CLI-FOUND-SW       PIC X VALUE "N".
      05 WS-AG-FOUND-SW        PIC X VALUE "N".
      05 WS-CLIENT-FULL-SW     PIC X VALUE "N".

   01 WS-DATE-PARM             PIC X(8) VALUE SPACES.
   01 WS-AS-OF-DATE            PIC X(8) VALUE SPACES.
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
         10 WS-CM-ENABLED      PIC X.
   01 WS-CUR-CLI-NAME          PIC X(20) VALUE SPACES.
   01 WS-CUR-CLI-ENABLED       PIC X VALUE SPACE.

   01 WS-BASE-CURRENCY         PIC X(3) VALUE "USD".
   01 WS-ITEM-CURRENCY         PIC X(3) VALUE SPACES.
   01 WS-ITEM-FX-RATE          PIC 9(5)V9(6) VALUE 0.
   01 WS-ITEM-BASE             PIC 9(13)V9(2) VALUE 0.

   01 WS-MAX-AGED-CLIENTS      PIC 9(3) VALUE 200.
   01 WS-AG-COUNT              PIC 9(3) VALUE 0.
   01 WS-AGED-TABLE.
      05 WS-AG-ENTRY OCCURS 200 TIMES INDEXED BY WS-AG-IDX.
         10 WS-AG-CLIENT       PIC X(4).
         10 WS-AG-CURRENCY     PIC X(3).
         10 WS-AG-BUCKET-1     PIC 9(13)V9(2).
         10 WS-AG-BUCKET-2     PIC 9(13)V9(2).
         10 WS-AG-BUCKET-3     PIC 9(13)V9(2).
         10 WS-AG-BUCKET-4     PIC 9(13)V9(2).
         10 WS-AG-TOTAL        PIC 9(13)V9(2).
         10 WS-AG-OLDEST-DATE  PIC X(8).
         10 WS-AG-BASE-TOTAL   PIC 9(13)V9(2).
   01 WS-AG-UNTABLED           PIC 9(7) VALUE 0.

   01 WS-TOT-BUCKET-1          PIC 9(13)V9(2) VALUE 0.
   01 WS-TOT-BUCKET-2          PIC 9(13)V9(2) VALUE 0.
   01 WS-TOT-BUCKET-3          PIC 9(13)V9(2) VALUE 0.
   01 WS-TOT-BUCKET-4          PIC 9(13)V9(2) VALUE 0.
   01 WS-TOT-OPEN              PIC 9(13)V9(2) VALUE 0.
   01 WS-OPEN-ITEM-COUNT       PIC 9(7) VALUE 0.
   01 WS-COLLECTION-COUNT      PIC 9(5) VALUE 0.
   01 WS-COLLECTION-TOTAL      PIC 9(13)V9(2) VALUE 0.
   01 WS-SUSPENSE-COUNT        PIC 9(7) VALUE 0.
   01 WS-SUSPENSE-TOTAL        PIC 9(13)V9(2) VALUE 0.

   01 WS-AG-DETAIL-LINE.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-AD-CLIENT          PIC X(4)  VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-AD-CURRENCY        PIC X(3)  VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-AD-NAME            PIC X(20) VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-AD-BUCKET-1        PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-AD-BUCKET-2        PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-AD-BUCKET-3        PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-AD-BUCKET-4        PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-AD-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.

   01 WS-CL-DETAIL-LINE.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-CD-CLIENT          PIC X(4)  VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-CD-NAME            PIC X(20) VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-CD-STATUS          PIC X(13) VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-CD-OLDEST          PIC X(8)  VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-CD-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-CD-CURRENCY        PIC X(3)  VALUE SPACES.

   01 WS-SQ-DETAIL-LINE.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-SD-POST-DATE       PIC X(8)  VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-SD-CLIENT          PIC X(4)  VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-SD-PAY-REF         PIC X(10) VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-SD-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-SD-CURRENCY        PIC X(3)  VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-SD-REASON          PIC X(24) VALUE SPACES.
      05 FILLER                PIC X(2)  VALUE SPACES.
      05 WS-SD-GL-TXN-ID       PIC X(20) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM INITIALIZE-AGING.
   PERFORM LOAD-CLIENT-MASTER.
   PERFORM AGE-OPEN-ITEMS.
   OPEN OUTPUT CALC-AGED-REPORT.
   PERFORM PRINT-AGED-SECTION.
   PERFORM PRINT-COLLECTION-SECTION.
   PERFORM PRINT-SUSPENSE-SECTION.
   CLOSE CALC-AGED-REPORT.
   DISPLAY "CALCARAGED: " WS-OPEN-ITEM-COUNT " OPEN INVOICES AS OF "
       WS-AS-OF-DATE ", " WS-COLLECTION-COUNT " COLLECTION ITEMS, "
       WS-SUSPENSE-COUNT " SUSPENSE ITEMS".
   DISPLAY "CALCARAGED: REPORT ON CALCARAG.PRT".
   STOP RUN.

INITIALIZE-AGING.
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
           DISPLAY "CALCARAGED: AS-OF DATE MUST BE YYYYMMDD, GOT <"
               WS-DATE-PARM ">"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-DATE-PARM TO WS-AS-OF-DATE
   END-IF.
   MOVE WS-AS-OF-DATE TO WS-AS-OF-DATE-N.
   COMPUTE WS-AS-OF-INTEGER =
       FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE-N).
   IF WS-AS-OF-INTEGER = 0
       DISPLAY "CALCARAGED: AS-OF DATE " WS-AS-OF-DATE
           " IS NOT A VALID DATE"
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
                   MOVE CM-CLIENT-NAME TO WS-CM-NAME(WS-CM-IDX)
                   MOVE CM-ENABLED-FLAG TO WS-CM-ENABLED(WS-CM-IDX)
               ELSE
                   MOVE "Y" TO WS-CLIENT-FULL-SW
               END-IF
       END-READ
   END-PERFORM.
   IF WS-CLIENT-STATUS NOT = "35"
       CLOSE CALC-CLIENT-FILE
   END-IF.
   IF WS-CLIENT-FULL-SW = "Y"
       DISPLAY "CALCARAGED: MORE THAN " WS-MAX-CLIENTS " CLIENTS ON "
           "CALCCLNT.DAT - THE REST WOULD AGE AS NOT ON MASTER, "
           "REFUSING TO RUN"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

AGE-OPEN-ITEMS.
   MOVE 0 TO WS-AG-COUNT.
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
               IF AI-STATUS = "O" AND AI-OPEN-AMOUNT > 0
                   PERFORM AGE-ONE-ITEM
               END-IF
       END-READ
   END-PERFORM.
   IF WS-AR-ITEM-STATUS NOT = "35"
       CLOSE CALC-AR-ITEM-FILE
   END-IF.

AGE-ONE-ITEM.
   ADD 1 TO WS-OPEN-ITEM-COUNT.
   IF AI-CURRENCY-CODE = SPACES OR AI-FX-RATE NOT NUMERIC
       MOVE WS-BASE-CURRENCY TO WS-ITEM-CURRENCY
       MOVE 1 TO WS-ITEM-FX-RATE
   ELSE
       MOVE AI-CURRENCY-CODE TO WS-ITEM-CURRENCY
       MOVE AI-FX-RATE TO WS-ITEM-FX-RATE
   END-IF.
   COMPUTE WS-ITEM-BASE ROUNDED = AI-OPEN-AMOUNT * WS-ITEM-FX-RATE.
   MOVE 0 TO WS-DAYS-OUT.
   IF AI-INVOICE-DATE NUMERIC
       MOVE AI-INVOICE-DATE TO WS-INVOICE-DATE-N
       COMPUTE WS-INVOICE-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-INVOICE-DATE-N)
       IF WS-INVOICE-INTEGER > 0
           COMPUTE WS-DAYS-OUT =
               WS-AS-OF-INTEGER - WS-INVOICE-INTEGER
       END-IF
   END-IF.
   MOVE "N" TO WS-AG-FOUND-SW.
   PERFORM VARYING WS-AG-IDX FROM 1 BY 1
           UNTIL WS-AG-IDX > WS-AG-COUNT OR WS-AG-FOUND-SW = "Y"
       IF WS-AG-CLIENT(WS-AG-IDX) = AI-CLIENT-CODE
          AND WS-AG-CURRENCY(WS-AG-IDX) = WS-ITEM-CURRENCY
           MOVE "Y" TO WS-AG-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-AG-FOUND-SW = "Y"
       SET WS-AG-IDX DOWN BY 1
   ELSE
       IF WS-AG-COUNT < WS-MAX-AGED-CLIENTS
           ADD 1 TO WS-AG-COUNT
           SET WS-AG-IDX TO WS-AG-COUNT
           MOVE AI-CLIENT-CODE TO WS-AG-CLIENT(WS-AG-IDX)
           MOVE WS-ITEM-CURRENCY TO WS-AG-CURRENCY(WS-AG-IDX)
           MOVE 0 TO WS-AG-BASE-TOTAL(WS-AG-IDX)
           MOVE 0 TO WS-AG-BUCKET-1(WS-AG-IDX)
           MOVE 0 TO WS-AG-BUCKET-2(WS-AG-IDX)
           MOVE 0 TO WS-AG-BUCKET-3(WS-AG-IDX)
           MOVE 0 TO WS-AG-BUCKET-4(WS-AG-IDX)
           MOVE 0 TO WS-AG-TOTAL(WS-AG-IDX)
           MOVE AI-INVOICE-DATE TO WS-AG-OLDEST-DATE(WS-AG-IDX)
           MOVE "Y" TO WS-AG-FOUND-SW
       ELSE
           ADD 1 TO WS-AG-UNTABLED
       END-IF
   END-IF.
   IF WS-AG-FOUND-SW = "Y"
       EVALUATE TRUE
           WHEN WS-DAYS-OUT <= 30
               ADD AI-OPEN-AMOUNT TO WS-AG-BUCKET-1(WS-AG-IDX)
               ADD WS-ITEM-BASE TO WS-TOT-BUCKET-1
           WHEN WS-DAYS-OUT <= 60
               ADD AI-OPEN-AMOUNT TO WS-AG-BUCKET-2(WS-AG-IDX)
               ADD WS-ITEM-BASE TO WS-TOT-BUCKET-2
           WHEN WS-DAYS-OUT <= 90
               ADD AI-OPEN-AMOUNT TO WS-AG-BUCKET-3(WS-AG-IDX)
               ADD WS-ITEM-BASE TO WS-TOT-BUCKET-3
           WHEN OTHER
               ADD AI-OPEN-AMOUNT TO WS-AG-BUCKET-4(WS-AG-IDX)
               ADD WS-ITEM-BASE TO WS-TOT-BUCKET-4
       END-EVALUATE
       ADD AI-OPEN-AMOUNT TO WS-AG-TOTAL(WS-AG-IDX)
       ADD WS-ITEM-BASE TO WS-AG-BASE-TOTAL(WS-AG-IDX)
       ADD WS-ITEM-BASE TO WS-TOT-OPEN
       IF AI-INVOICE-DATE < WS-AG-OLDEST-DATE(WS-AG-IDX)
           MOVE AI-INVOICE-DATE TO WS-AG-OLDEST-DATE(WS-AG-IDX)
       END-IF
   END-IF.

LOOKUP-CLIENT.
   MOVE "N" TO WS-CLI-FOUND-SW.
   MOVE SPACES TO WS-CUR-CLI-NAME.
   MOVE SPACE TO WS-CUR-CLI-ENABLED.
   PERFORM VARYING WS-CM-IDX FROM 1 BY 1
           UNTIL WS-CM-IDX > WS-CLIENT-COUNT
       IF WS-CM-CODE(WS-CM-IDX) = WS-AG-CLIENT(WS-AG-IDX)
           MOVE WS-CM-NAME(WS-CM-IDX) TO WS-CUR-CLI-NAME
           MOVE WS-CM-ENABLED(WS-CM-IDX) TO WS-CUR-CLI-ENABLED
           MOVE "Y" TO WS-CLI-FOUND-SW
       END-IF
   END-PERFORM.

PRINT-AGED-SECTION.
   MOVE SPACES TO AGED-REPORT-LINE.
   STRING "AGED RECEIVABLES                   AS OF: " WS-AS-OF-DATE
       DELIMITED BY SIZE INTO AGED-REPORT-LINE.
   WRITE AGED-REPORT-LINE.
   MOVE SPACES TO AGED-REPORT-LINE.
   WRITE AGED-REPORT-LINE.
   MOVE "  CLNT  CUR  NAME" TO AGED-REPORT-LINE.
   MOVE "0-30 DAYS" TO AGED-REPORT-LINE(44:9).
   MOVE "31-60 DAYS" TO AGED-REPORT-LINE(62:10).
   MOVE "61-90 DAYS" TO AGED-REPORT-LINE(81:10).
   MOVE "OVER 90 DAYS" TO AGED-REPORT-LINE(98:12).
   MOVE "TOTAL OPEN" TO AGED-REPORT-LINE(119:10).
   WRITE AGED-REPORT-LINE.
   MOVE SPACES TO AGED-REPORT-LINE.
   MOVE ALL "-" TO AGED-REPORT-LINE(1:127).
   WRITE AGED-REPORT-LINE.
   PERFORM VARYING WS-AG-IDX FROM 1 BY 1
           UNTIL WS-AG-IDX > WS-AG-COUNT
       PERFORM LOOKUP-CLIENT
       MOVE SPACES TO WS-AG-DETAIL-LINE
       MOVE WS-AG-CLIENT(WS-AG-IDX) TO WS-AD-CLIENT
       MOVE WS-AG-CURRENCY(WS-AG-IDX) TO WS-AD-CURRENCY
       MOVE WS-CUR-CLI-NAME TO WS-AD-NAME
       MOVE WS-AG-BUCKET-1(WS-AG-IDX) TO WS-AD-BUCKET-1
       MOVE WS-AG-BUCKET-2(WS-AG-IDX) TO WS-AD-BUCKET-2
       MOVE WS-AG-BUCKET-3(WS-AG-IDX) TO WS-AD-BUCKET-3
       MOVE WS-AG-BUCKET-4(WS-AG-IDX) TO WS-AD-BUCKET-4
       MOVE WS-AG-TOTAL(WS-AG-IDX) TO WS-AD-TOTAL
       MOVE WS-AG-DETAIL-LINE TO AGED-REPORT-LINE
       WRITE AGED-REPORT-LINE
   END-PERFORM.
   IF WS-AG-COUNT = 0
       MOVE "  NO OPEN INVOICES" TO AGED-REPORT-LINE
       WRITE AGED-REPORT-LINE
   END-IF.
   MOVE SPACES TO AGED-REPORT-LINE.
   MOVE ALL "-" TO AGED-REPORT-LINE(1:127).
   WRITE AGED-REPORT-LINE.
   MOVE SPACES TO WS-AG-DETAIL-LINE.
   MOVE WS-BASE-CURRENCY TO WS-AD-CURRENCY.
   MOVE "ALL CLIENTS" TO WS-AD-NAME.
   MOVE WS-TOT-BUCKET-1 TO WS-AD-BUCKET-1.
   MOVE WS-TOT-BUCKET-2 TO WS-AD-BUCKET-2.
   MOVE WS-TOT-BUCKET-3 TO WS-AD-BUCKET-3.
   MOVE WS-TOT-BUCKET-4 TO WS-AD-BUCKET-4.
   MOVE WS-TOT-OPEN TO WS-AD-TOTAL.
   MOVE WS-AG-DETAIL-LINE TO AGED-REPORT-LINE.
   WRITE AGED-REPORT-LINE.
   IF WS-AG-UNTABLED > 0
       MOVE SPACES TO AGED-REPORT-LINE
       STRING "*** WARNING: " WS-AG-UNTABLED " OPEN INVOICES FOR "
           "CLIENTS BEYOND THE TABLE LIMIT ARE NOT AGED"
           DELIMITED BY SIZE INTO AGED-REPORT-LINE
       WRITE AGED-REPORT-LINE
   END-IF.

PRINT-COLLECTION-SECTION.
   MOVE SPACES TO AGED-REPORT-LINE.
   WRITE AGED-REPORT-LINE.
   MOVE "COLLECTION ITEMS - OPEN BALANCES ON DISABLED OR UNKNOWN "
       TO AGED-REPORT-LINE.
   MOVE "CLIENTS" TO AGED-REPORT-LINE(57:7).
   WRITE AGED-REPORT-LINE.
   MOVE "  CLNT  NAME                  STATUS         OLDEST"
       TO AGED-REPORT-LINE.
   MOVE "OPEN BALANCE" TO AGED-REPORT-LINE(61:12).
   MOVE "CUR" TO AGED-REPORT-LINE(75:3).
   WRITE AGED-REPORT-LINE.
   PERFORM VARYING WS-AG-IDX FROM 1 BY 1
           UNTIL WS-AG-IDX > WS-AG-COUNT
       PERFORM LOOKUP-CLIENT
       IF WS-CLI-FOUND-SW = "N" OR WS-CUR-CLI-ENABLED = "N"
           PERFORM PRINT-COLLECTION-ITEM
       END-IF
   END-PERFORM.
   IF WS-COLLECTION-COUNT = 0
       MOVE "  NONE" TO AGED-REPORT-LINE
       WRITE AGED-REPORT-LINE
   ELSE
       MOVE SPACES TO WS-CL-DETAIL-LINE
       MOVE "FOR COLLECTION" TO WS-CD-NAME
       MOVE WS-COLLECTION-TOTAL TO WS-CD-TOTAL
       MOVE WS-BASE-CURRENCY TO WS-CD-CURRENCY
       MOVE WS-CL-DETAIL-LINE TO AGED-REPORT-LINE
       WRITE AGED-REPORT-LINE
   END-IF.

PRINT-COLLECTION-ITEM.
   MOVE SPACES TO WS-CL-DETAIL-LINE.
   MOVE WS-AG-CLIENT(WS-AG-IDX) TO WS-CD-CLIENT.
   MOVE WS-CUR-CLI-NAME TO WS-CD-NAME.
   IF WS-CLI-FOUND-SW = "N"
       MOVE "NOT ON MASTER" TO WS-CD-STATUS
   ELSE
       MOVE "DISABLED" TO WS-CD-STATUS
   END-IF.
   MOVE WS-AG-OLDEST-DATE(WS-AG-IDX) TO WS-CD-OLDEST.
   MOVE WS-AG-TOTAL(WS-AG-IDX) TO WS-CD-TOTAL.
   MOVE WS-AG-CURRENCY(WS-AG-IDX) TO WS-CD-CURRENCY.
   MOVE WS-CL-DETAIL-LINE TO AGED-REPORT-LINE.
   WRITE AGED-REPORT-LINE.
   ADD 1 TO WS-COLLECTION-COUNT.
   ADD WS-AG-BASE-TOTAL(WS-AG-IDX) TO WS-COLLECTION-TOTAL.

PRINT-SUSPENSE-SECTION.
   MOVE SPACES TO AGED-REPORT-LINE.
   WRITE AGED-REPORT-LINE.
   MOVE "UNAPPLIED CASH IN SUSPENSE" TO AGED-REPORT-LINE.
   WRITE AGED-REPORT-LINE.
   MOVE "  POSTED    CLNT  PAYMT REF     SUSPENSE AMOUNT  CUR  REASON"
       TO AGED-REPORT-LINE.
   MOVE "GL TXN-ID" TO AGED-REPORT-LINE(81:9).
   WRITE AGED-REPORT-LINE.
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
               IF SU-STATUS = "O"
                   PERFORM PRINT-SUSPENSE-ITEM
               END-IF
       END-READ
   END-PERFORM.
   IF WS-AR-SUSPENSE-STATUS NOT = "35"
       CLOSE CALC-AR-SUSPENSE-FILE
   END-IF.
   IF WS-SUSPENSE-COUNT = 0
       MOVE "  NONE" TO AGED-REPORT-LINE
       WRITE AGED-REPORT-LINE
   ELSE
       MOVE SPACES TO WS-SQ-DETAIL-LINE
       MOVE "TOTAL" TO WS-SD-PAY-REF
       MOVE WS-SUSPENSE-TOTAL TO WS-SD-AMOUNT
       MOVE WS-BASE-CURRENCY TO WS-SD-CURRENCY
       MOVE WS-SQ-DETAIL-LINE TO AGED-REPORT-LINE
       WRITE AGED-REPORT-LINE
   END-IF.

PRINT-SUSPENSE-ITEM.
   MOVE SPACES TO WS-SQ-DETAIL-LINE.
   MOVE SU-POST-DATE TO WS-SD-POST-DATE.
   MOVE SU-CLIENT-CODE TO WS-SD-CLIENT.
   MOVE SU-PAY-REF TO WS-SD-PAY-REF.
   MOVE SU-AMOUNT TO WS-SD-AMOUNT.
   IF SU-CURRENCY-CODE = SPACES OR SU-FX-RATE NOT NUMERIC
       MOVE WS-BASE-CURRENCY TO WS-ITEM-CURRENCY
       MOVE 1 TO WS-ITEM-FX-RATE
   ELSE
       MOVE SU-CURRENCY-CODE TO WS-ITEM-CURRENCY
       MOVE SU-FX-RATE TO WS-ITEM-FX-RATE
   END-IF.
   MOVE WS-ITEM-CURRENCY TO WS-SD-CURRENCY.
   MOVE SU-REASON TO WS-SD-REASON.
   MOVE SU-GL-TXN-ID TO WS-SD-GL-TXN-ID.
   MOVE WS-SQ-DETAIL-LINE TO AGED-REPORT-LINE.
   WRITE AGED-REPORT-LINE.
   ADD 1 TO WS-SUSPENSE-COUNT.
   COMPUTE WS-ITEM-BASE ROUNDED = SU-AMOUNT * WS-ITEM-FX-RATE.
   ADD WS-ITEM-BASE TO WS-SUSPENSE-TOTAL.
