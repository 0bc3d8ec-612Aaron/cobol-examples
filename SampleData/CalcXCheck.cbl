   SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUDT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.
   SELECT CALC-GL-FILE ASSIGN DYNAMIC WS-GL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-GL-STATUS.
   SELECT CALC-AR-APPLY-FILE ASSIGN TO "CALCARAP.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AR-APPLY-STATUS.
   SELECT CALC-RESULT-HV-FILE ASSIGN TO "CALCRSLH.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RESULT-HV-STATUS.
FD  CALC-RESULT-HV-FILE.
COPY CALCRSH.

FD  CALC-AR-APPLY-FILE.
COPY CALCAPP.

FD  CALC-XCHECK-REPORT.
   01 XCHECK-REPORT-LINE PIC X(80).

      05 WS-TABLE-FULL-SW PIC X VALUE "N".
      05 WS-MATCH-SW      PIC X VALUE "N".
      05 WS-RESULT-HV-STATUS PIC X(2) VALUE "00".
      05 WS-AR-APPLY-STATUS PIC X(2) VALUE "00".

   01 WS-GL-FILENAME      PIC X(20) VALUE "CALCGLXT.DAT".

   01 WS-CHECK-DATE-PARM  PIC X(8) VALUE SPACES.
   01 WS-CHECK-DATE       PIC X(8) VALUE SPACES.
         10 WS-H-AMOUNT   PIC S9(12)V9(4).
   01 WS-MAX-HV-ROWS      PIC 9(4) VALUE 1000.

   01 WS-CASH-COUNT       PIC 9(4) VALUE 0.
   01 WS-CASH-IDS.
      05 WS-C-ENTRY OCCURS 1000 TIMES INDEXED BY WS-C-IDX.
         10 WS-C-TXN-ID   PIC X(20).
   01 WS-MAX-CASH-ROWS    PIC 9(4) VALUE 1000.

   01 WS-RESULT-TOTAL     PIC S9(13)V9(2) VALUE 0.
   01 WS-AUDIT-TOTAL      PIC S9(13)V9(2) VALUE 0.
   01 WS-GL-NET-TOTAL     PIC S9(13)V9(4) VALUE 0.
   01 WS-HV-MATCHED-COUNT PIC 9(4) VALUE 0.
   01 WS-HV-MATCHED-TOTAL PIC S9(13)V9(4) VALUE 0.
   01 WS-CASH-MATCHED-COUNT PIC 9(4) VALUE 0.
   01 WS-CASH-MATCHED-TOTAL PIC S9(13)V9(4) VALUE 0.
   01 WS-TIE-COUNT        PIC 9(5) VALUE 0.
   01 WS-TIE-TOTAL        PIC S9(13)V9(4) VALUE 0.
   01 WS-EXCEPTION-COUNT  PIC 9(4) VALUE 0.
   PERFORM LOAD-AUDIT-FILE.
   PERFORM LOAD-GL-FILE.
   PERFORM LOAD-HV-RELEASES.
   PERFORM LOAD-CASH-APPLICATIONS.
   PERFORM OPEN-XCHECK-REPORT.
   PERFORM CROSS-MATCH-FILES.
   PERFORM CHECK-TOTALS-TIE.
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM READ-GL-ROWS.
   CLOSE CALC-GL-FILE.
   MOVE "N" TO WS-EOF-SW.
   MOVE "CALCGLCX.DAT" TO WS-GL-FILENAME.
   OPEN INPUT CALC-GL-FILE.
   IF WS-GL-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM READ-GL-ROWS.
   IF WS-GL-STATUS NOT = "35"
       CLOSE CALC-GL-FILE
   END-IF.
   PERFORM CHECK-TABLE-FULL.

READ-GL-ROWS.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-GL-FILE
           AT END
                   ADD 1 TO WS-GL-COUNT
                   SET WS-G-IDX TO WS-GL-COUNT
                   MOVE GL-TXN-ID TO WS-G-TXN-ID(WS-G-IDX)
                   IF GL-CURRENCY-CODE NOT = SPACES
                       MOVE GL-ORIG-AMOUNT TO WS-G-AMOUNT(WS-G-IDX)
                   ELSE
                       MOVE GL-AMOUNT TO WS-G-AMOUNT(WS-G-IDX)
                   END-IF
                   IF GL-DR-CR-IND = "D"
                       COMPUTE WS-G-AMOUNT(WS-G-IDX) =
                           0 - WS-G-AMOUNT(WS-G-IDX)
                   END-IF
                   ADD WS-G-AMOUNT(WS-G-IDX) TO WS-GL-NET-TOTAL
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-SW
               END-IF
       END-READ
   END-PERFORM.

LOAD-HV-RELEASES.
   MOVE "N" TO WS-EOF-SW.
       STOP RUN
   END-IF.

LOAD-CASH-APPLICATIONS.
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
               IF AP-POST-DATE = WS-CHECK-DATE
                   PERFORM ADD-CASH-APPLICATION
               END-IF
       END-READ
   END-PERFORM.
   IF WS-AR-APPLY-STATUS NOT = "35"
       CLOSE CALC-AR-APPLY-FILE
   END-IF.
   IF WS-TABLE-FULL-SW = "Y"
       DISPLAY "CALCXCHECK: MORE THAN " WS-MAX-CASH-ROWS " CASH "
           "PAYMENTS APPLIED - CROSS-CHECK WOULD BE PARTIAL, "
           "REFUSING TO CERTIFY"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

ADD-CASH-APPLICATION.
   MOVE "N" TO WS-MATCH-SW.
   PERFORM VARYING WS-C-IDX FROM 1 BY 1
           UNTIL WS-C-IDX > WS-CASH-COUNT
       IF WS-C-TXN-ID(WS-C-IDX) = AP-GL-TXN-ID
           MOVE "Y" TO WS-MATCH-SW
       END-IF
   END-PERFORM.
   IF WS-MATCH-SW = "N"
       IF WS-CASH-COUNT < WS-MAX-CASH-ROWS
           ADD 1 TO WS-CASH-COUNT
           SET WS-C-IDX TO WS-CASH-COUNT
           MOVE AP-GL-TXN-ID TO WS-C-TXN-ID(WS-C-IDX)
       ELSE
           MOVE "Y" TO WS-TABLE-FULL-SW
       END-IF
   END-IF.

CHECK-TABLE-FULL.
   IF WS-TABLE-FULL-SW = "Y"
       DISPLAY "CALCXCHECK: MORE THAN " WS-MAX-ROWS " RECORDS IN ONE "
   IF WS-MATCH-SW = "N"
       PERFORM MATCH-GL-TO-HV-RELEASE
   END-IF.
   IF WS-MATCH-SW = "N"
       PERFORM MATCH-GL-TO-CASH
   END-IF.
   IF WS-MATCH-SW = "N"
       MOVE WS-G-TXN-ID(WS-G-IDX) TO WS-XD-TXN-ID
       MOVE "GL ROW MISSING FROM RESULTS" TO WS-XD-MESSAGE
       ADD WS-G-AMOUNT(WS-G-IDX) TO WS-HV-MATCHED-TOTAL
   END-IF.

MATCH-GL-TO-CASH.
   PERFORM VARYING WS-C-IDX FROM 1 BY 1
           UNTIL WS-C-IDX > WS-CASH-COUNT
       IF WS-C-TXN-ID(WS-C-IDX) = WS-G-TXN-ID(WS-G-IDX)
           MOVE "Y" TO WS-MATCH-SW
       END-IF
   END-PERFORM.
   IF WS-MATCH-SW = "Y"
       ADD 1 TO WS-CASH-MATCHED-COUNT
       ADD WS-G-AMOUNT(WS-G-IDX) TO WS-CASH-MATCHED-TOTAL
   END-IF.

WRITE-EXCEPTION-LINE.
   MOVE WS-XD-DETAIL-LINE TO XCHECK-REPORT-LINE.
   WRITE XCHECK-REPORT-LINE.
   MOVE WS-HV-MATCHED-TOTAL TO WS-XT-AMOUNT.
   MOVE WS-XT-TOTAL-LINE TO XCHECK-REPORT-LINE.
   WRITE XCHECK-REPORT-LINE.
   MOVE SPACES TO WS-XT-TOTAL-LINE.
   MOVE "AR CASH ROWS / NET    :" TO WS-XT-CAPTION.
   MOVE WS-CASH-MATCHED-COUNT TO WS-XT-COUNT.
   MOVE WS-CASH-MATCHED-TOTAL TO WS-XT-AMOUNT.
   MOVE WS-XT-TOTAL-LINE TO XCHECK-REPORT-LINE.
   WRITE XCHECK-REPORT-LINE.
   COMPUTE WS-TIE-COUNT = WS-RESULT-COUNT + WS-HV-MATCHED-COUNT
       + WS-CASH-MATCHED-COUNT.
   COMPUTE WS-TIE-TOTAL = WS-RESULT-TOTAL + WS-HV-MATCHED-TOTAL
       + WS-CASH-MATCHED-TOTAL.
   IF WS-RESULT-COUNT NOT = WS-AUDIT-COUNT
      OR WS-TIE-COUNT NOT = WS-GL-COUNT
       MOVE "N" TO WS-CLEAN-SW
