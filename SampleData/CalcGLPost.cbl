ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-GL-FILE ASSIGN DYNAMIC WS-GL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-GL-STATUS.
   SELECT CALC-BALANCE-FILE ASSIGN TO "CALCGLAB.DAT"
       FILE STATUS IS WS-POSTED-DATE-STATUS.
   SELECT CALC-TRIAL-BALANCE-REPORT ASSIGN TO "CALCTRIB.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.
   SELECT CALC-FX-POSITION-FILE ASSIGN TO "CALCGLFX.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FX-POSITION-STATUS.
   SELECT CALC-FX-RATE-FILE ASSIGN TO "CALCFXRT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FX-RATE-STATUS.
   SELECT CALC-FX-REVAL-REPORT ASSIGN TO "CALCFXRV.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CALC-TRIAL-BALANCE-REPORT.
   01 TRIAL-BALANCE-LINE PIC X(132).

FD  CALC-FX-POSITION-FILE.
COPY CALCGFX.

FD  CALC-FX-RATE-FILE.
COPY CALCFXR.

FD  CALC-FX-REVAL-REPORT.
   01 FX-REVAL-LINE PIC X(132).

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW            PIC X VALUE "N".
      05 WS-POSTED-DATE-STATUS PIC X(2) VALUE "00".
      05 WS-DATE-POSTED-SW    PIC X VALUE "N".
      05 WS-ACCT-FOUND-SW     PIC X VALUE "N".
      05 WS-FX-POSITION-STATUS PIC X(2) VALUE "00".
      05 WS-FX-RATE-STATUS    PIC X(2) VALUE "00".
      05 WS-FP-FOUND-SW       PIC X VALUE "N".
      05 WS-FR-FOUND-SW       PIC X VALUE "N".
      05 WS-CASH-EXTRACT-SW   PIC X VALUE "N".

   01 WS-GL-FILENAME          PIC X(20) VALUE "CALCGLXT.DAT".
   01 WS-CASH-GL-FILENAME     PIC X(20) VALUE "CALCGLCX.DAT".

   01 WS-MODE-PARM            PIC X(6) VALUE SPACES.
   01 WS-DATE-PARM            PIC X(8) VALUE SPACES.
         10 WS-AB-CLOSE       PIC S9(15)V9(4).

   01 WS-EXTRACT-COUNT        PIC 9(9) VALUE 0.
   01 WS-CASH-EXTRACT-COUNT   PIC 9(9) VALUE 0.
   01 WS-DR-TOTAL             PIC 9(15)V9(4) VALUE 0.
   01 WS-CR-TOTAL             PIC 9(15)V9(4) VALUE 0.
   01 WS-OUT-OF-BALANCE       PIC 9(15)V9(4) VALUE 0.
   01 WS-TB-CR-TOTAL          PIC 9(15)V9(4) VALUE 0.
   01 WS-TB-CLOSE-TOTAL       PIC S9(15)V9(4) VALUE 0.

   01 WS-BASE-CURRENCY        PIC X(3) VALUE "USD".
   01 WS-MAX-POSITIONS        PIC 9(3) VALUE 200.
   01 WS-POSITION-COUNT       PIC 9(3) VALUE 0.
   01 WS-FX-POSITION-TABLE.
      05 WS-FP-ENTRY OCCURS 200 TIMES INDEXED BY WS-FP-IDX.
         10 WS-FP-ACCOUNT     PIC X(10).
         10 WS-FP-CURRENCY    PIC X(3).
         10 WS-FP-FOREIGN     PIC S9(15)V9(4).
         10 WS-FP-BASE        PIC S9(15)V9(4).
         10 WS-FP-LAST-DATE   PIC X(8).

   01 WS-MAX-FX-RATES         PIC 9(3) VALUE 100.
   01 WS-FX-RATE-COUNT        PIC 9(3) VALUE 0.
   01 WS-FR-KEY               PIC X(3) VALUE SPACES.
   01 WS-FX-RATE-TABLE.
      05 WS-FR-ENTRY OCCURS 100 TIMES INDEXED BY WS-FR-IDX.
         10 WS-FR-CURRENCY    PIC X(3).
         10 WS-FR-DATE        PIC X(8).
         10 WS-FR-RATE        PIC 9(5)V9(6).

   01 WS-FV-REVALUED          PIC S9(15)V9(4) VALUE 0.
   01 WS-FV-DIFFERENCE        PIC S9(15)V9(4) VALUE 0.
   01 WS-FV-REVALUED-TOTAL    PIC S9(15)V9(4) VALUE 0.
   01 WS-FV-BOOKED-TOTAL      PIC S9(15)V9(4) VALUE 0.
   01 WS-FV-DIFF-TOTAL        PIC S9(15)V9(4) VALUE 0.
   01 WS-FV-PRINTED           PIC 9(3) VALUE 0.
   01 WS-FV-NO-RATE-COUNT     PIC 9(3) VALUE 0.

   01 WS-FV-DETAIL-LINE.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FV-ACCT-CODE      PIC X(10) VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FV-CURRENCY       PIC X(3)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FV-FOREIGN        PIC ZZZ,ZZZ,ZZZ,ZZ9.99- VALUE 0.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FV-RATE           PIC ZZZZ9.999999 VALUE 0.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FV-REVAL-OUT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99- VALUE 0.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FV-BOOKED-OUT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99- VALUE 0.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FV-DIFF-OUT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99- VALUE 0.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FV-NOTE           PIC X(7)  VALUE SPACES.

   01 WS-TB-DETAIL-LINE.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-TB-ACCT-CODE      PIC X(10) VALUE SPACES.
   IF WS-MODE-PARM = "CLOSE"
       PERFORM LOAD-BALANCE-MASTER
       PERFORM PRINT-TRIAL-BALANCE
       PERFORM LOAD-FX-POSITIONS
       PERFORM LOAD-FX-RATES
       PERFORM PRINT-FX-REVALUATION
       PERFORM ROLL-BALANCES-FORWARD
       PERFORM REWRITE-BALANCE-MASTER
       DISPLAY "CALCGLPOST: MONTH CLOSED FOR " WS-ACCT-COUNT
           " ACCOUNTS, TRIAL BALANCE ON CALCTRIB.PRT"
       DISPLAY "CALCGLPOST: " WS-FV-PRINTED " FOREIGN-CURRENCY "
           "POSITIONS REVALUED ON CALCFXRV.PRT"
       IF WS-FV-NO-RATE-COUNT > 0
           DISPLAY "CALCGLPOST: " WS-FV-NO-RATE-COUNT " POSITIONS "
               "HAVE NO RATE ON OR BEFORE " WS-POST-DATE
       END-IF
   ELSE
       PERFORM CHECK-DATE-NOT-POSTED
       PERFORM LOAD-BALANCE-MASTER
       PERFORM LOAD-FX-POSITIONS
       PERFORM APPLY-EXTRACT
       PERFORM REWRITE-BALANCE-MASTER
       PERFORM REWRITE-FX-POSITIONS
       PERFORM NOTE-DATE-POSTED
       PERFORM CLEAR-CASH-EXTRACT
       DISPLAY "CALCGLPOST: " WS-EXTRACT-COUNT " EXTRACT RECORDS "
           "POSTED FOR " WS-POST-DATE " ACROSS " WS-ACCT-COUNT
           " ACCOUNTS"
       DISPLAY "CALCGLPOST: " WS-CASH-EXTRACT-COUNT " OF THEM FROM "
           "THE CASH EXTRACT " WS-CASH-GL-FILENAME
   END-IF.
   STOP RUN.

       END-READ
   END-PERFORM.
   CLOSE CALC-GL-FILE.
   PERFORM APPLY-CASH-EXTRACT.
   COMPUTE WS-NET-AMOUNT = WS-CR-TOTAL - WS-DR-TOTAL.
   IF WS-NET-AMOUNT < 0
       COMPUTE WS-OUT-OF-BALANCE = WS-DR-TOTAL - WS-CR-TOTAL
           + WS-AB-MTD-CR(WS-AB-IDX)
   END-PERFORM.

APPLY-CASH-EXTRACT.
   MOVE "N" TO WS-EOF-SW.
   MOVE WS-CASH-GL-FILENAME TO WS-GL-FILENAME.
   OPEN INPUT CALC-GL-FILE.
   IF WS-GL-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   ELSE
       MOVE "Y" TO WS-CASH-EXTRACT-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-GL-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               ADD 1 TO WS-EXTRACT-COUNT
               ADD 1 TO WS-CASH-EXTRACT-COUNT
               PERFORM POST-EXTRACT-RECORD
       END-READ
   END-PERFORM.
   IF WS-GL-STATUS NOT = "35"
       CLOSE CALC-GL-FILE
   END-IF.

CLEAR-CASH-EXTRACT.
   IF WS-CASH-EXTRACT-SW = "Y"
       MOVE WS-CASH-GL-FILENAME TO WS-GL-FILENAME
       OPEN OUTPUT CALC-GL-FILE
       CLOSE CALC-GL-FILE
   END-IF.

POST-EXTRACT-RECORD.
   IF GL-DR-CR-IND = "D"
       ADD GL-AMOUNT TO WS-DR-TOTAL
           STOP RUN
       END-IF
   END-IF.
   IF GL-CURRENCY-CODE NOT = SPACES
      AND GL-CURRENCY-CODE NOT = WS-BASE-CURRENCY
       PERFORM POST-FX-POSITION
   END-IF.

POST-FX-POSITION.
   MOVE "N" TO WS-FP-FOUND-SW.
   PERFORM VARYING WS-FP-IDX FROM 1 BY 1
           UNTIL WS-FP-IDX > WS-POSITION-COUNT
              OR WS-FP-FOUND-SW = "Y"
       IF WS-FP-ACCOUNT(WS-FP-IDX) = GL-ACCOUNT-CODE
          AND WS-FP-CURRENCY(WS-FP-IDX) = GL-CURRENCY-CODE
           MOVE "Y" TO WS-FP-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-FP-FOUND-SW = "Y"
       SET WS-FP-IDX DOWN BY 1
   ELSE
       IF WS-POSITION-COUNT < WS-MAX-POSITIONS
           ADD 1 TO WS-POSITION-COUNT
           SET WS-FP-IDX TO WS-POSITION-COUNT
           MOVE GL-ACCOUNT-CODE TO WS-FP-ACCOUNT(WS-FP-IDX)
           MOVE GL-CURRENCY-CODE TO WS-FP-CURRENCY(WS-FP-IDX)
           MOVE 0 TO WS-FP-FOREIGN(WS-FP-IDX)
           MOVE 0 TO WS-FP-BASE(WS-FP-IDX)
       ELSE
           DISPLAY "CALCGLPOST: FX POSITION FILE IS FULL - "
               GL-ACCOUNT-CODE " " GL-CURRENCY-CODE
               " CANNOT BE ADDED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
   END-IF.
   IF GL-DR-CR-IND = "D"
       SUBTRACT GL-ORIG-AMOUNT FROM WS-FP-FOREIGN(WS-FP-IDX)
       SUBTRACT GL-AMOUNT FROM WS-FP-BASE(WS-FP-IDX)
   ELSE
       ADD GL-ORIG-AMOUNT TO WS-FP-FOREIGN(WS-FP-IDX)
       ADD GL-AMOUNT TO WS-FP-BASE(WS-FP-IDX)
   END-IF.
   MOVE WS-POST-DATE TO WS-FP-LAST-DATE(WS-FP-IDX).

APPLY-TO-ACCOUNT.
   IF GL-DR-CR-IND = "D"
   END-PERFORM.
   CLOSE CALC-BALANCE-FILE.

LOAD-FX-POSITIONS.
   MOVE 0 TO WS-POSITION-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-FX-POSITION-FILE.
   IF WS-FX-POSITION-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-FX-POSITION-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF WS-POSITION-COUNT < WS-MAX-POSITIONS
                   ADD 1 TO WS-POSITION-COUNT
                   SET WS-FP-IDX TO WS-POSITION-COUNT
                   MOVE FP-ACCOUNT-CODE TO WS-FP-ACCOUNT(WS-FP-IDX)
                   MOVE FP-CURRENCY-CODE
                       TO WS-FP-CURRENCY(WS-FP-IDX)
                   MOVE FP-FOREIGN-BALANCE
                       TO WS-FP-FOREIGN(WS-FP-IDX)
                   MOVE FP-BASE-BALANCE TO WS-FP-BASE(WS-FP-IDX)
                   MOVE FP-LAST-POST-DATE
                       TO WS-FP-LAST-DATE(WS-FP-IDX)
               ELSE
                   DISPLAY "CALCGLPOST: FX POSITION FILE HOLDS MORE "
                       "THAN " WS-MAX-POSITIONS " POSITIONS - "
                       "REFUSING TO RUN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
       END-READ
   END-PERFORM.
   IF WS-FX-POSITION-STATUS NOT = "35"
       CLOSE CALC-FX-POSITION-FILE
   END-IF.

REWRITE-FX-POSITIONS.
   OPEN OUTPUT CALC-FX-POSITION-FILE.
   PERFORM VARYING WS-FP-IDX FROM 1 BY 1
           UNTIL WS-FP-IDX > WS-POSITION-COUNT
       MOVE WS-FP-ACCOUNT(WS-FP-IDX) TO FP-ACCOUNT-CODE
       MOVE WS-FP-CURRENCY(WS-FP-IDX) TO FP-CURRENCY-CODE
       MOVE WS-FP-FOREIGN(WS-FP-IDX) TO FP-FOREIGN-BALANCE
       MOVE WS-FP-BASE(WS-FP-IDX) TO FP-BASE-BALANCE
       MOVE WS-FP-LAST-DATE(WS-FP-IDX) TO FP-LAST-POST-DATE
       WRITE CALC-GL-FX-POSITION-RECORD
   END-PERFORM.
   CLOSE CALC-FX-POSITION-FILE.

LOAD-FX-RATES.
   MOVE 0 TO WS-FX-RATE-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-FX-RATE-FILE.
   IF WS-FX-RATE-STATUS = "35"
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
   IF WS-FX-RATE-STATUS NOT = "35"
       CLOSE CALC-FX-RATE-FILE
   END-IF.

KEEP-LATEST-FX-RATE.
   MOVE FX-CURRENCY-CODE TO WS-FR-KEY.
   PERFORM LOOKUP-FX-RATE.
   IF WS-FR-FOUND-SW = "N"
       IF WS-FX-RATE-COUNT < WS-MAX-FX-RATES
           ADD 1 TO WS-FX-RATE-COUNT
           SET WS-FR-IDX TO WS-FX-RATE-COUNT
           MOVE FX-CURRENCY-CODE TO WS-FR-CURRENCY(WS-FR-IDX)
           MOVE FX-RATE-DATE TO WS-FR-DATE(WS-FR-IDX)
           MOVE FX-RATE TO WS-FR-RATE(WS-FR-IDX)
       ELSE
           DISPLAY "CALCGLPOST: FX RATE MASTER HOLDS MORE THAN "
               WS-MAX-FX-RATES " CURRENCIES - REFUSING TO RUN"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
   ELSE
       IF FX-RATE-DATE NOT < WS-FR-DATE(WS-FR-IDX)
           MOVE FX-RATE-DATE TO WS-FR-DATE(WS-FR-IDX)
           MOVE FX-RATE TO WS-FR-RATE(WS-FR-IDX)
       END-IF
   END-IF.

LOOKUP-FX-RATE.
   MOVE "N" TO WS-FR-FOUND-SW.
   PERFORM VARYING WS-FR-IDX FROM 1 BY 1
           UNTIL WS-FR-IDX > WS-FX-RATE-COUNT
              OR WS-FR-FOUND-SW = "Y"
       IF WS-FR-CURRENCY(WS-FR-IDX) = WS-FR-KEY
           MOVE "Y" TO WS-FR-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-FR-FOUND-SW = "Y"
       SET WS-FR-IDX DOWN BY 1
   END-IF.

PRINT-FX-REVALUATION.
   OPEN OUTPUT CALC-FX-REVAL-REPORT.
   MOVE SPACES TO FX-REVAL-LINE.
   STRING "GL FOREIGN-CURRENCY REVALUATION    CLOSE DATE: "
       WS-RUN-DATE "   RATES AS AT: " WS-POST-DATE
       "   BASE CURRENCY: " WS-BASE-CURRENCY
       DELIMITED BY SIZE INTO FX-REVAL-LINE.
   WRITE FX-REVAL-LINE.
   MOVE SPACES TO FX-REVAL-LINE.
   WRITE FX-REVAL-LINE.
   MOVE "  ACCOUNT     CCY      FOREIGN BALANCE          RATE"
       TO FX-REVAL-LINE.
   MOVE "        REVALUED BASE          BOOKED BASE"
       TO FX-REVAL-LINE(53:).
   MOVE "     REVAL DIFFERENCE"
       TO FX-REVAL-LINE(95:).
   WRITE FX-REVAL-LINE.
   MOVE ALL "-" TO FX-REVAL-LINE.
   WRITE FX-REVAL-LINE.
   MOVE 0 TO WS-FV-REVALUED-TOTAL.
   MOVE 0 TO WS-FV-BOOKED-TOTAL.
   MOVE 0 TO WS-FV-DIFF-TOTAL.
   MOVE 0 TO WS-FV-PRINTED.
   MOVE 0 TO WS-FV-NO-RATE-COUNT.
   PERFORM VARYING WS-FP-IDX FROM 1 BY 1
           UNTIL WS-FP-IDX > WS-POSITION-COUNT
       IF WS-FP-FOREIGN(WS-FP-IDX) NOT = 0
          OR WS-FP-BASE(WS-FP-IDX) NOT = 0
           PERFORM PRINT-FX-REVAL-DETAIL
       END-IF
   END-PERFORM.
   IF WS-FV-PRINTED = 0
       MOVE "NO FOREIGN-CURRENCY ACTIVITY ON THE LEDGER"
           TO FX-REVAL-LINE
       WRITE FX-REVAL-LINE
   END-IF.
   MOVE ALL "-" TO FX-REVAL-LINE.
   WRITE FX-REVAL-LINE.
   MOVE SPACES TO WS-FV-DETAIL-LINE.
   MOVE "TOTAL" TO WS-FV-ACCT-CODE.
   MOVE WS-BASE-CURRENCY TO WS-FV-CURRENCY.
   MOVE WS-FV-REVALUED-TOTAL TO WS-FV-REVAL-OUT.
   MOVE WS-FV-BOOKED-TOTAL TO WS-FV-BOOKED-OUT.
   MOVE WS-FV-DIFF-TOTAL TO WS-FV-DIFF-OUT.
   MOVE WS-FV-DETAIL-LINE TO FX-REVAL-LINE.
   WRITE FX-REVAL-LINE.
   IF WS-FV-NO-RATE-COUNT > 0
       MOVE SPACES TO FX-REVAL-LINE
       WRITE FX-REVAL-LINE
       MOVE SPACES TO FX-REVAL-LINE
       STRING "*** " WS-FV-NO-RATE-COUNT " POSITIONS HAVE NO RATE "
           "ON OR BEFORE " WS-POST-DATE
           " AND ARE LEFT OUT OF THE TOTALS ***"
           DELIMITED BY SIZE INTO FX-REVAL-LINE
       WRITE FX-REVAL-LINE
   END-IF.
   CLOSE CALC-FX-REVAL-REPORT.

PRINT-FX-REVAL-DETAIL.
   MOVE SPACES TO WS-FV-DETAIL-LINE.
   MOVE WS-FP-ACCOUNT(WS-FP-IDX) TO WS-FV-ACCT-CODE.
   MOVE WS-FP-CURRENCY(WS-FP-IDX) TO WS-FV-CURRENCY.
   MOVE WS-FP-FOREIGN(WS-FP-IDX) TO WS-FV-FOREIGN.
   MOVE WS-FP-BASE(WS-FP-IDX) TO WS-FV-BOOKED-OUT.
   MOVE WS-FP-CURRENCY(WS-FP-IDX) TO WS-FR-KEY.
   PERFORM LOOKUP-FX-RATE.
   IF WS-FR-FOUND-SW = "Y"
       MOVE WS-FR-RATE(WS-FR-IDX) TO WS-FV-RATE
       COMPUTE WS-FV-REVALUED ROUNDED =
           WS-FP-FOREIGN(WS-FP-IDX) * WS-FR-RATE(WS-FR-IDX)
       COMPUTE WS-FV-DIFFERENCE =
           WS-FV-REVALUED - WS-FP-BASE(WS-FP-IDX)
       MOVE WS-FV-REVALUED TO WS-FV-REVAL-OUT
       MOVE WS-FV-DIFFERENCE TO WS-FV-DIFF-OUT
       ADD WS-FV-REVALUED TO WS-FV-REVALUED-TOTAL
       ADD WS-FP-BASE(WS-FP-IDX) TO WS-FV-BOOKED-TOTAL
       ADD WS-FV-DIFFERENCE TO WS-FV-DIFF-TOTAL
   ELSE
       MOVE 0 TO WS-FV-RATE
       MOVE 0 TO WS-FV-REVAL-OUT
       MOVE 0 TO WS-FV-DIFF-OUT
       MOVE "NO RATE" TO WS-FV-NOTE
       ADD 1 TO WS-FV-NO-RATE-COUNT
   END-IF.
   MOVE WS-FV-DETAIL-LINE TO FX-REVAL-LINE.
   WRITE FX-REVAL-LINE.
   ADD 1 TO WS-FV-PRINTED.

NOTE-DATE-POSTED.
   OPEN EXTEND CALC-POSTED-DATE-FILE.
   IF WS-POSTED-DATE-STATUS = "35"
