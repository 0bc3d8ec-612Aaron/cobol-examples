   SELECT CALC-CALENDAR-FILE ASSIGN TO "CALCCLDR.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CALENDAR-STATUS.
   SELECT CALC-FX-RATE-FILE ASSIGN TO "CALCFXRT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FX-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-CALENDAR-FILE.
COPY CALCCAL.

FD  CALC-FX-RATE-FILE.
COPY CALCFXR.

WORKING-STORAGE SECTION.
   01 NUM1            PIC 9(5)V9(2) VALUE 0.
   01 NUM2            PIC 9(5)V9(2) VALUE 0.
      05 WS-CAL-MISSING-SW   PIC X VALUE "N".
      05 WS-CAL-FOUND-SW     PIC X VALUE "N".
      05 WS-CAL-GATE-SW      PIC X VALUE "N".
      05 WS-REV-EOF-SW       PIC X VALUE "N".
      05 WS-REV-FOUND-SW     PIC X VALUE "N".
      05 WS-REV-FULL-SW      PIC X VALUE "N".
      05 WS-FX-STATUS        PIC X(2) VALUE "00".
      05 WS-FX-EOF-SW        PIC X VALUE "N".
      05 WS-FX-FOUND-SW      PIC X VALUE "N".
      05 WS-FX-FULL-SW       PIC X VALUE "N".

   01 WS-GL-ACCOUNT-CODE PIC X(10) VALUE SPACES.

         10 WS-CM-CODE      PIC X(4).
         10 WS-CM-NAME      PIC X(20).
         10 WS-CM-ENABLED   PIC X.
         10 WS-CM-CURRENCY  PIC X(3).
   01 WS-CLIENT-COUNT    PIC 9(2) VALUE 0.
   01 WS-CUR-CLI-ENABLED PIC X VALUE SPACE.
   01 WS-CUR-CLI-CURRENCY PIC X(3) VALUE SPACES.

   01 WS-BASE-CURRENCY   PIC X(3) VALUE "USD".
   01 WS-CURRENCY-CODE   PIC X(3) VALUE SPACES.
   01 WS-CUR-FX-RATE     PIC 9(5)V9(6) VALUE 0.
   01 WS-BASE-AMOUNT     PIC 9(12)V9(2) VALUE 0.
   01 WS-FX-MAX          PIC 9(3) VALUE 100.
   01 WS-FX-COUNT        PIC 9(3) VALUE 0.
   01 WS-FX-TABLE.
      05 WS-FX-ENTRY OCCURS 100 TIMES INDEXED BY WS-FX-IDX.
         10 WS-FX-CODE      PIC X(3).
         10 WS-FX-RATED     PIC X.
         10 WS-FX-RATE      PIC 9(5)V9(6).

   01 WS-RAW-RESULT      PIC S9(12)V9(4) VALUE 0.
   01 WS-STD-RESULT-MAX  PIC 9(6)V9(2) VALUE 999999.99.
   01 WS-HIGH-VALUE-COUNT PIC 9(9) VALUE 0.

   01 WS-TRAN-TYPE       PIC X VALUE SPACE.
   01 WS-ORIG-TXN-ID     PIC X(20) VALUE SPACES.
   01 WS-REV-TXN-ID-BUILD.
      05 WS-RVB-SENDER   PIC X(4) VALUE SPACES.
      05 WS-RVB-DATE     PIC X(8) VALUE SPACES.
      05 WS-RVB-MARK     PIC X VALUE "V".
      05 WS-RVB-LEG      PIC X(2) VALUE "00".
      05 WS-RVB-SEQ      PIC 9(5) VALUE 0.

   01 WS-REV-MAX         PIC 9(4) VALUE 500.
   01 WS-REV-COUNT       PIC 9(4) VALUE 0.
   01 WS-REV-TABLE.
      05 WS-RV-ENTRY OCCURS 500 TIMES INDEXED BY WS-RV-IDX.
         10 WS-RV-ORIG-ID      PIC X(20).
         10 WS-RV-FOUND        PIC X.
         10 WS-RV-REVERSED     PIC X.
         10 WS-RV-HV-PENDING   PIC X.
         10 WS-RV-IS-REVERSAL  PIC X.
         10 WS-RV-NUM1         PIC 9(5)V9(2).
         10 WS-RV-OPERATOR     PIC X.
         10 WS-RV-NUM2         PIC 9(5)V9(2).
         10 WS-RV-RESULT       PIC S9(12)V9(4).
         10 WS-RV-CLIENT       PIC X(4).
         10 WS-RV-CURRENCY     PIC X(3).
         10 WS-RV-FX-RATE      PIC 9(5)V9(6).
         10 WS-RV-GL-ACCT      PIC X(10).
         10 WS-RV-HIGH-VALUE   PIC X.
   01 WS-REV-LOOKBACK-DAYS PIC 9(4) VALUE 400.
   01 WS-REV-DATE-WORK.
      05 WS-REV-RUN-DATE-N   PIC 9(8) VALUE 0.
      05 WS-REV-FROM-INTEGER PIC 9(9) VALUE 0.
      05 WS-REV-TO-INTEGER   PIC 9(9) VALUE 0.
      05 WS-REV-DATE-INTEGER PIC 9(9) VALUE 0.
      05 WS-REV-LOOP-DATE-N  PIC 9(8) VALUE 0.
   01 WS-REV-SAVE-FILENAME PIC X(20) VALUE SPACES.
   01 WS-REVERSALS-POSTED PIC 9(9) VALUE 0.

   01 WS-RESULTS-WRITTEN PIC 9(9) VALUE 0.
   01 WS-REJECTS-WRITTEN PIC 9(9) VALUE 0.
   01 WS-LEG-STATUS      PIC X VALUE SPACE.

   PERFORM LOAD-OPERATOR-MASTER.
   PERFORM LOAD-CLIENT-MASTER.
   PERFORM LOAD-FX-RATES.
   PERFORM LOAD-SEEN-TXN-IDS.
   PERFORM LOAD-REVERSAL-TARGETS.

   OPEN INPUT CALC-TRANS-FILE.
   IF WS-TRANS-STATUS NOT = "00"
   MOVE WS-RECORD-COUNT TO RC-RECORDS-IN.
   COMPUTE RC-RECORDS-OUT = WS-RESULTS-WRITTEN + WS-REJECTS-WRITTEN.
   MOVE WS-LEG-STATUS TO RC-STATUS.
   IF WS-LEG-STATUS = "A"
       MOVE SPACES TO RC-END-TIME
   ELSE
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
       MOVE WS-CURRENT-DATETIME(9:8) TO RC-END-TIME
   END-IF.
   WRITE CALC-RUN-CONTROL-RECORD.
   CLOSE CALC-RUN-CONTROL-FILE.

                   MOVE CM-CLIENT-CODE TO WS-CM-CODE(WS-CM-IDX)
                   MOVE CM-CLIENT-NAME TO WS-CM-NAME(WS-CM-IDX)
                   MOVE CM-ENABLED-FLAG TO WS-CM-ENABLED(WS-CM-IDX)
                   MOVE CM-CURRENCY-CODE TO WS-CM-CURRENCY(WS-CM-IDX)
               END-IF
       END-READ
   END-PERFORM.
       STOP RUN
   END-IF.

LOAD-FX-RATES.
   MOVE 0 TO WS-FX-COUNT.
   MOVE "N" TO WS-FX-EOF-SW.
   OPEN INPUT CALC-FX-RATE-FILE.
   IF WS-FX-STATUS = "35"
       MOVE "Y" TO WS-FX-EOF-SW
   END-IF.
   PERFORM UNTIL WS-FX-EOF-SW = "Y"
       READ CALC-FX-RATE-FILE
           AT END
               MOVE "Y" TO WS-FX-EOF-SW
           NOT AT END
               PERFORM ADD-FX-RATE
       END-READ
   END-PERFORM.
   IF WS-FX-STATUS NOT = "35"
       CLOSE CALC-FX-RATE-FILE
   END-IF.
   MOVE SPACES TO WS-CURRENCY-CODE.
   IF WS-FX-FULL-SW = "Y"
       DISPLAY "CALCBATCH: FX RATE MASTER CALCFXRT.DAT HOLDS MORE "
           "THAN " WS-FX-MAX " CURRENCIES."
       DISPLAY "CALCBATCH: REFUSING TO RUN - CURRENCIES WOULD BE "
           "REJECTED AS UNKNOWN. RAISE WS-FX-MAX FIRST."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

ADD-FX-RATE.
   MOVE FX-CURRENCY-CODE TO WS-CURRENCY-CODE.
   PERFORM LOOKUP-FX-RATE.
   IF WS-FX-FOUND-SW = "N"
       IF WS-FX-COUNT < WS-FX-MAX
           ADD 1 TO WS-FX-COUNT
           SET WS-FX-IDX TO WS-FX-COUNT
           MOVE FX-CURRENCY-CODE TO WS-FX-CODE(WS-FX-IDX)
           MOVE "N" TO WS-FX-RATED(WS-FX-IDX)
           MOVE 0 TO WS-FX-RATE(WS-FX-IDX)
           MOVE "Y" TO WS-FX-FOUND-SW
       ELSE
           MOVE "Y" TO WS-FX-FULL-SW
       END-IF
   END-IF.
   IF WS-FX-FOUND-SW = "Y" AND FX-RATE-DATE = WS-RUN-DATE
      AND FX-RATE NUMERIC
       IF FX-RATE > 0
           MOVE "Y" TO WS-FX-RATED(WS-FX-IDX)
           MOVE FX-RATE TO WS-FX-RATE(WS-FX-IDX)
       END-IF
   END-IF.

LOOKUP-FX-RATE.
   MOVE "N" TO WS-FX-FOUND-SW.
   PERFORM VARYING WS-FX-IDX FROM 1 BY 1
           UNTIL WS-FX-IDX > WS-FX-COUNT
              OR WS-FX-FOUND-SW = "Y"
       IF WS-FX-CODE(WS-FX-IDX) = WS-CURRENCY-CODE
           MOVE "Y" TO WS-FX-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-FX-FOUND-SW = "Y"
       SET WS-FX-IDX DOWN BY 1
   END-IF.

LOAD-SEEN-TXN-IDS.
   MOVE 0 TO WS-SEEN-COUNT.
   MOVE WS-TXN-ID-FILENAME TO WS-TXN-ID-LEG-NAME.
       CLOSE CALC-TXN-ID-FILE
   END-IF.

LOAD-REVERSAL-TARGETS.
   MOVE 0 TO WS-REV-COUNT.
   MOVE "N" TO WS-REV-EOF-SW.
   OPEN INPUT CALC-TRANS-FILE.
   IF WS-TRANS-STATUS NOT = "00"
       MOVE "Y" TO WS-REV-EOF-SW
   END-IF.
   PERFORM UNTIL WS-REV-EOF-SW = "Y"
       READ CALC-TRANS-FILE
           AT END
               MOVE "Y" TO WS-REV-EOF-SW
           NOT AT END
               IF CT-TRAN-TYPE = "V" AND CT-ORIG-TXN-ID NOT = SPACES
                   PERFORM ADD-REVERSAL-TARGET
               END-IF
       END-READ
   END-PERFORM.
   IF WS-TRANS-STATUS = "00" OR WS-TRANS-STATUS = "10"
       CLOSE CALC-TRANS-FILE
   END-IF.
   IF WS-REV-FULL-SW = "Y"
       DISPLAY "CALCBATCH: MORE THAN " WS-REV-MAX
           " REVERSALS IN THE TRANSACTION FILE."
       DISPLAY "CALCBATCH: REFUSING TO RUN - ORIGINALS COULD NOT ALL "
           "BE LOOKED UP. SPLIT THE REVERSALS ACROSS RUNS."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-REV-COUNT > 0
       PERFORM SCAN-AUDIT-FOR-REVERSALS
       PERFORM SCAN-HV-FOR-REVERSALS
       DISPLAY "CALCBATCH: " WS-REV-COUNT
           " ORIGINAL TRANSACTIONS LOOKED UP FOR REVERSAL"
   END-IF.

ADD-REVERSAL-TARGET.
   MOVE "N" TO WS-REV-FOUND-SW.
   PERFORM VARYING WS-RV-IDX FROM 1 BY 1
           UNTIL WS-RV-IDX > WS-REV-COUNT
       IF WS-RV-ORIG-ID(WS-RV-IDX) = CT-ORIG-TXN-ID
           MOVE "Y" TO WS-REV-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-REV-FOUND-SW = "N"
       IF WS-REV-COUNT < WS-REV-MAX
           ADD 1 TO WS-REV-COUNT
           SET WS-RV-IDX TO WS-REV-COUNT
           MOVE CT-ORIG-TXN-ID TO WS-RV-ORIG-ID(WS-RV-IDX)
           MOVE "N" TO WS-RV-FOUND(WS-RV-IDX)
           MOVE "N" TO WS-RV-REVERSED(WS-RV-IDX)
           MOVE "N" TO WS-RV-HV-PENDING(WS-RV-IDX)
           MOVE "N" TO WS-RV-IS-REVERSAL(WS-RV-IDX)
           MOVE 0 TO WS-RV-NUM1(WS-RV-IDX)
           MOVE SPACE TO WS-RV-OPERATOR(WS-RV-IDX)
           MOVE 0 TO WS-RV-NUM2(WS-RV-IDX)
           MOVE 0 TO WS-RV-RESULT(WS-RV-IDX)
           MOVE SPACES TO WS-RV-CLIENT(WS-RV-IDX)
           MOVE SPACES TO WS-RV-CURRENCY(WS-RV-IDX)
           MOVE 0 TO WS-RV-FX-RATE(WS-RV-IDX)
           MOVE SPACES TO WS-RV-GL-ACCT(WS-RV-IDX)
           MOVE "N" TO WS-RV-HIGH-VALUE(WS-RV-IDX)
       ELSE
           MOVE "Y" TO WS-REV-FULL-SW
       END-IF
   END-IF.

SCAN-AUDIT-FOR-REVERSALS.
   MOVE WS-AUDIT-FILENAME TO WS-REV-SAVE-FILENAME.
   MOVE WS-RUN-DATE TO WS-REV-RUN-DATE-N.
   COMPUTE WS-REV-TO-INTEGER =
       FUNCTION INTEGER-OF-DATE(WS-REV-RUN-DATE-N).
   COMPUTE WS-REV-FROM-INTEGER =
       WS-REV-TO-INTEGER - WS-REV-LOOKBACK-DAYS.
   PERFORM VARYING WS-REV-DATE-INTEGER FROM WS-REV-FROM-INTEGER BY 1
           UNTIL WS-REV-DATE-INTEGER > WS-REV-TO-INTEGER
       COMPUTE WS-REV-LOOP-DATE-N =
           FUNCTION DATE-OF-INTEGER(WS-REV-DATE-INTEGER)
       MOVE SPACES TO WS-AUDIT-FILENAME
       STRING "CALCA" WS-REV-LOOP-DATE-N ".ARC" DELIMITED BY SIZE
           INTO WS-AUDIT-FILENAME
       PERFORM SCAN-ONE-AUDIT-FOR-REVERSALS
   END-PERFORM.
   MOVE "CALCAUDT.DAT" TO WS-AUDIT-FILENAME.
   PERFORM SCAN-ONE-AUDIT-FOR-REVERSALS.
   IF WS-RUN-SUFFIX NOT = SPACES AND WS-RESTART-SW = "Y"
       MOVE WS-REV-SAVE-FILENAME TO WS-AUDIT-FILENAME
       PERFORM SCAN-ONE-AUDIT-FOR-REVERSALS
   END-IF.
   MOVE WS-REV-SAVE-FILENAME TO WS-AUDIT-FILENAME.

SCAN-ONE-AUDIT-FOR-REVERSALS.
   MOVE "N" TO WS-REV-EOF-SW.
   OPEN INPUT CALC-AUDIT-FILE.
   IF WS-AUDIT-STATUS NOT = "00"
       MOVE "Y" TO WS-REV-EOF-SW
   END-IF.
   PERFORM UNTIL WS-REV-EOF-SW = "Y"
       READ CALC-AUDIT-FILE
           AT END
               MOVE "Y" TO WS-REV-EOF-SW
           NOT AT END
               PERFORM MATCH-AUDIT-TO-REVERSALS
       END-READ
   END-PERFORM.
   IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
       CLOSE CALC-AUDIT-FILE
   END-IF.

MATCH-AUDIT-TO-REVERSALS.
   PERFORM VARYING WS-RV-IDX FROM 1 BY 1
           UNTIL WS-RV-IDX > WS-REV-COUNT
       IF AU-TXN-ID = WS-RV-ORIG-ID(WS-RV-IDX)
           MOVE "Y" TO WS-RV-FOUND(WS-RV-IDX)
           MOVE AU-NUM1 TO WS-RV-NUM1(WS-RV-IDX)
           MOVE AU-OPERATOR TO WS-RV-OPERATOR(WS-RV-IDX)
           MOVE AU-NUM2 TO WS-RV-NUM2(WS-RV-IDX)
           MOVE AU-RESULT TO WS-RV-RESULT(WS-RV-IDX)
           MOVE AU-CLIENT-CODE TO WS-RV-CLIENT(WS-RV-IDX)
           MOVE AU-CURRENCY-CODE TO WS-RV-CURRENCY(WS-RV-IDX)
           IF AU-FX-RATE NUMERIC
               MOVE AU-FX-RATE TO WS-RV-FX-RATE(WS-RV-IDX)
           ELSE
               MOVE 0 TO WS-RV-FX-RATE(WS-RV-IDX)
           END-IF
           MOVE AU-GL-ACCOUNT-CODE TO WS-RV-GL-ACCT(WS-RV-IDX)
           MOVE "N" TO WS-RV-HIGH-VALUE(WS-RV-IDX)
           IF AU-TRAN-TYPE = "V"
               MOVE "Y" TO WS-RV-IS-REVERSAL(WS-RV-IDX)
           END-IF
       END-IF
       IF AU-TRAN-TYPE = "V"
          AND AU-ORIG-TXN-ID = WS-RV-ORIG-ID(WS-RV-IDX)
           MOVE "Y" TO WS-RV-REVERSED(WS-RV-IDX)
       END-IF
   END-PERFORM.

SCAN-HV-FOR-REVERSALS.
   MOVE WS-RESULT-HV-FILENAME TO WS-REV-SAVE-FILENAME.
   MOVE "CALCRSLH.DAT" TO WS-RESULT-HV-FILENAME.
   PERFORM SCAN-ONE-HV-FOR-REVERSALS.
   IF WS-RUN-SUFFIX NOT = SPACES AND WS-RESTART-SW = "Y"
       MOVE WS-REV-SAVE-FILENAME TO WS-RESULT-HV-FILENAME
       PERFORM SCAN-ONE-HV-FOR-REVERSALS
   END-IF.
   MOVE WS-REV-SAVE-FILENAME TO WS-RESULT-HV-FILENAME.

SCAN-ONE-HV-FOR-REVERSALS.
   MOVE "N" TO WS-REV-EOF-SW.
   OPEN INPUT CALC-RESULT-HV-FILE.
   IF WS-RESULT-HV-STATUS NOT = "00"
       MOVE "Y" TO WS-REV-EOF-SW
   END-IF.
   PERFORM UNTIL WS-REV-EOF-SW = "Y"
       READ CALC-RESULT-HV-FILE
           AT END
               MOVE "Y" TO WS-REV-EOF-SW
           NOT AT END
               PERFORM MATCH-HV-TO-REVERSALS
       END-READ
   END-PERFORM.
   IF WS-RESULT-HV-STATUS = "00" OR WS-RESULT-HV-STATUS = "10"
       CLOSE CALC-RESULT-HV-FILE
   END-IF.

MATCH-HV-TO-REVERSALS.
   PERFORM VARYING WS-RV-IDX FROM 1 BY 1
           UNTIL WS-RV-IDX > WS-REV-COUNT
       IF RH-TXN-ID = WS-RV-ORIG-ID(WS-RV-IDX)
           IF RH-DISPOSITION = SPACE OR RH-DISPOSITION = "A"
               MOVE "Y" TO WS-RV-HV-PENDING(WS-RV-IDX)
           END-IF
           IF RH-DISPOSITION = "P"
               PERFORM TAKE-HV-AS-ORIGINAL
           END-IF
       END-IF
       IF RH-TRAN-TYPE = "V"
          AND RH-ORIG-TXN-ID = WS-RV-ORIG-ID(WS-RV-IDX)
          AND RH-DISPOSITION NOT = "D"
           MOVE "Y" TO WS-RV-REVERSED(WS-RV-IDX)
       END-IF
   END-PERFORM.

TAKE-HV-AS-ORIGINAL.
   MOVE "Y" TO WS-RV-FOUND(WS-RV-IDX).
   MOVE "N" TO WS-RV-HV-PENDING(WS-RV-IDX).
   MOVE "Y" TO WS-RV-HIGH-VALUE(WS-RV-IDX).
   MOVE RH-NUM1 TO WS-RV-NUM1(WS-RV-IDX).
   MOVE RH-OPERATOR TO WS-RV-OPERATOR(WS-RV-IDX).
   MOVE RH-NUM2 TO WS-RV-NUM2(WS-RV-IDX).
   MOVE RH-RESULT TO WS-RV-RESULT(WS-RV-IDX).
   MOVE RH-CLIENT-CODE TO WS-RV-CLIENT(WS-RV-IDX).
   MOVE RH-CURRENCY-CODE TO WS-RV-CURRENCY(WS-RV-IDX).
   IF RH-FX-RATE NUMERIC
       MOVE RH-FX-RATE TO WS-RV-FX-RATE(WS-RV-IDX)
   ELSE
       MOVE 0 TO WS-RV-FX-RATE(WS-RV-IDX)
   END-IF.
   MOVE RH-GL-ACCOUNT-CODE TO WS-RV-GL-ACCT(WS-RV-IDX).
   IF RH-TRAN-TYPE = "V"
       MOVE "Y" TO WS-RV-IS-REVERSAL(WS-RV-IDX)
   END-IF.

BUILD-FILENAMES.
   IF WS-RUN-SUFFIX NOT = SPACES
       STRING "CALCTRAN" WS-RUN-SUFFIX ".DAT" DELIMITED BY SIZE
   MOVE CT-NUM2 TO NUM2.
   MOVE CT-RECYCLE-COUNT TO WS-RECYCLE-COUNT.
   MOVE CT-CLIENT-CODE TO WS-CLIENT-CODE.
   MOVE CT-TRAN-TYPE TO WS-TRAN-TYPE.
   IF WS-TRAN-TYPE = "V"
       MOVE CT-ORIG-TXN-ID TO WS-ORIG-TXN-ID
   ELSE
       MOVE SPACES TO WS-ORIG-TXN-ID
   END-IF.
   MOVE CT-CURRENCY-CODE TO WS-CURRENCY-CODE.
   MOVE 0 TO WS-CUR-FX-RATE.
   MOVE "N" TO WS-REJECT-SW.
   MOVE 0 TO RESULT.

       MOVE "Y" TO WS-REJECT-SW
       PERFORM WRITE-REJECT-RECORD
   ELSE
       IF WS-TRAN-TYPE = "V"
           PERFORM PROCESS-REVERSAL-RECORD
       ELSE
           PERFORM VALIDATE-AGAINST-MASTER
           IF WS-REJECT-SW = "Y"
               PERFORM WRITE-REJECT-RECORD
           ELSE
               PERFORM CALCULATE-TRANS-RECORD
           END-IF
       END-IF
   END-IF.

PROCESS-REVERSAL-RECORD.
   PERFORM LOOKUP-REVERSAL-TARGET.
   IF WS-REV-FOUND-SW = "N"
       MOVE "09" TO WS-REJECT-CODE
       MOVE "Original transaction unknown." TO WS-REJECT-TEXT
       MOVE "Y" TO WS-REJECT-SW
   ELSE
       IF WS-RV-FOUND(WS-RV-IDX) = "N"
           IF WS-RV-HV-PENDING(WS-RV-IDX) = "Y"
               MOVE "11" TO WS-REJECT-CODE
               MOVE "Original high-value pending." TO WS-REJECT-TEXT
           ELSE
               MOVE "09" TO WS-REJECT-CODE
               MOVE "Original transaction unknown." TO WS-REJECT-TEXT
           END-IF
           MOVE "Y" TO WS-REJECT-SW
       ELSE
           MOVE WS-RV-NUM1(WS-RV-IDX) TO NUM1
           MOVE WS-RV-OPERATOR(WS-RV-IDX) TO OPERATOR
           MOVE WS-RV-NUM2(WS-RV-IDX) TO NUM2
           IF WS-CLIENT-CODE = SPACES
               MOVE WS-RV-CLIENT(WS-RV-IDX) TO WS-CLIENT-CODE
           END-IF
           IF WS-CLIENT-CODE NOT = WS-RV-CLIENT(WS-RV-IDX)
               MOVE "09" TO WS-REJECT-CODE
               MOVE "Original not for this client." TO WS-REJECT-TEXT
               MOVE "Y" TO WS-REJECT-SW
           ELSE
               IF WS-RV-IS-REVERSAL(WS-RV-IDX) = "Y"
                   MOVE "12" TO WS-REJECT-CODE
                   MOVE "Cannot reverse a reversal." TO WS-REJECT-TEXT
                   MOVE "Y" TO WS-REJECT-SW
               ELSE
                   IF WS-RV-REVERSED(WS-RV-IDX) = "Y"
                       MOVE "10" TO WS-REJECT-CODE
                       MOVE "Original already reversed."
                           TO WS-REJECT-TEXT
                       MOVE "Y" TO WS-REJECT-SW
                   ELSE
                       PERFORM RESOLVE-REVERSAL-CURRENCY
                   END-IF
               END-IF
           END-IF
       END-IF
   END-IF.
   IF WS-REJECT-SW = "Y"
       PERFORM WRITE-REJECT-RECORD
   ELSE
       PERFORM POST-REVERSAL-RECORD
   END-IF.

LOOKUP-REVERSAL-TARGET.
   MOVE "N" TO WS-REV-FOUND-SW.
   IF WS-ORIG-TXN-ID NOT = SPACES
       PERFORM VARYING WS-RV-IDX FROM 1 BY 1
               UNTIL WS-RV-IDX > WS-REV-COUNT
              OR WS-REV-FOUND-SW = "Y"
           IF WS-RV-ORIG-ID(WS-RV-IDX) = WS-ORIG-TXN-ID
               MOVE "Y" TO WS-REV-FOUND-SW
           END-IF
       END-PERFORM
   END-IF.
   IF WS-REV-FOUND-SW = "Y"
       SET WS-RV-IDX DOWN BY 1
   END-IF.

RESOLVE-REVERSAL-CURRENCY.
   IF WS-RV-CURRENCY(WS-RV-IDX) = SPACES
       MOVE WS-BASE-CURRENCY TO WS-RV-CURRENCY(WS-RV-IDX)
   END-IF.
   IF WS-CURRENCY-CODE = SPACES
       MOVE WS-RV-CURRENCY(WS-RV-IDX) TO WS-CURRENCY-CODE
   END-IF.
   IF WS-CURRENCY-CODE NOT = WS-RV-CURRENCY(WS-RV-IDX)
       MOVE "15" TO WS-REJECT-CODE
       MOVE "Currency not that of original." TO WS-REJECT-TEXT
       MOVE "Y" TO WS-REJECT-SW
   ELSE
       IF WS-CURRENCY-CODE = WS-BASE-CURRENCY
           MOVE 1 TO WS-CUR-FX-RATE
       ELSE
           IF WS-RV-FX-RATE(WS-RV-IDX) > 0
               MOVE WS-RV-FX-RATE(WS-RV-IDX) TO WS-CUR-FX-RATE
           ELSE
               PERFORM RESOLVE-RUN-DATE-RATE
           END-IF
       END-IF
   END-IF.

POST-REVERSAL-RECORD.
   MOVE WS-RV-GL-ACCT(WS-RV-IDX) TO WS-CUR-GL-ACCT.
   IF WS-CUR-GL-ACCT = SPACES
       PERFORM LOOKUP-OPERATOR
   END-IF.
   IF WS-RV-HIGH-VALUE(WS-RV-IDX) = "Y"
       COMPUTE WS-RAW-RESULT = 0 - WS-RV-RESULT(WS-RV-IDX)
       PERFORM WRITE-HIGH-VALUE-RECORD
   ELSE
       COMPUTE RESULT = 0 - WS-RV-RESULT(WS-RV-IDX)
       PERFORM WRITE-RESULT-RECORD
   END-IF.
   PERFORM REGISTER-TXN-ID.
   MOVE "Y" TO WS-RV-REVERSED(WS-RV-IDX).
   ADD 1 TO WS-REVERSALS-POSTED.

VALIDATE-AGAINST-MASTER.
   PERFORM LOOKUP-OPERATOR.
           END-IF
       END-IF
   END-IF.
   IF WS-REJECT-SW = "N"
       PERFORM VALIDATE-CURRENCY
   END-IF.

VALIDATE-CURRENCY.
   IF WS-CURRENCY-CODE = SPACES
       MOVE WS-CUR-CLI-CURRENCY TO WS-CURRENCY-CODE
   END-IF.
   IF WS-CURRENCY-CODE = WS-BASE-CURRENCY
       MOVE 1 TO WS-CUR-FX-RATE
   ELSE
       PERFORM RESOLVE-RUN-DATE-RATE
   END-IF.
   IF WS-REJECT-SW = "N"
      AND WS-CURRENCY-CODE NOT = WS-CUR-CLI-CURRENCY
       MOVE "15" TO WS-REJECT-CODE
       MOVE "Currency is not the client's." TO WS-REJECT-TEXT
       MOVE "Y" TO WS-REJECT-SW
   END-IF.

RESOLVE-RUN-DATE-RATE.
   PERFORM LOOKUP-FX-RATE.
   IF WS-FX-FOUND-SW = "N"
       MOVE "13" TO WS-REJECT-CODE
       MOVE "Unknown currency code." TO WS-REJECT-TEXT
       MOVE "Y" TO WS-REJECT-SW
   ELSE
       IF WS-FX-RATED(WS-FX-IDX) NOT = "Y"
           MOVE "14" TO WS-REJECT-CODE
           MOVE "No FX rate for the run date." TO WS-REJECT-TEXT
           MOVE "Y" TO WS-REJECT-SW
       ELSE
           MOVE WS-FX-RATE(WS-FX-IDX) TO WS-CUR-FX-RATE
       END-IF
   END-IF.

LOOKUP-OPERATOR.
   MOVE "N" TO WS-OPER-FOUND-SW.
           UNTIL WS-CM-IDX > WS-CLIENT-COUNT
       IF WS-CM-CODE(WS-CM-IDX) = WS-CLIENT-CODE
           MOVE WS-CM-ENABLED(WS-CM-IDX) TO WS-CUR-CLI-ENABLED
           MOVE WS-CM-CURRENCY(WS-CM-IDX) TO WS-CUR-CLI-CURRENCY
           IF WS-CUR-CLI-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CUR-CLI-CURRENCY
           END-IF
           MOVE "Y" TO WS-CLIENT-FOUND-SW
       END-IF
   END-PERFORM.
   MOVE WS-CLIENT-CODE TO RH-CLIENT-CODE.
   MOVE SPACE TO RH-DISPOSITION.
   MOVE SPACES TO RH-REVIEW-DATE.
   MOVE WS-CURRENCY-CODE TO RH-CURRENCY-CODE.
   MOVE WS-CUR-FX-RATE TO RH-FX-RATE.
   PERFORM RESOLVE-GL-ACCOUNT.
   MOVE WS-GL-ACCOUNT-CODE TO RH-GL-ACCOUNT-CODE.
   MOVE WS-TRAN-TYPE TO RH-TRAN-TYPE.
   MOVE WS-ORIG-TXN-ID TO RH-ORIG-TXN-ID.
   WRITE CALC-RESULT-HV-RECORD.
   ADD 1 TO WS-HIGH-VALUE-COUNT.
   IF WS-REV-COUNT > 0
       PERFORM MATCH-HV-TO-REVERSALS
   END-IF.

RESOLVE-TXN-ID.
   IF CT-TXN-ID = SPACES
       IF WS-TRAN-TYPE = "V"
           MOVE WS-ORIG-TXN-ID(1:4) TO WS-RVB-SENDER
           MOVE WS-RUN-DATE TO WS-RVB-DATE
           IF WS-RUN-SUFFIX = SPACES
               MOVE "00" TO WS-RVB-LEG
           ELSE
               MOVE WS-RUN-SUFFIX TO WS-RVB-LEG
           END-IF
           MOVE WS-RECORD-COUNT TO WS-RVB-SEQ
           MOVE WS-REV-TXN-ID-BUILD TO WS-TXN-ID
       ELSE
           MOVE WS-RUN-DATE TO WS-TXN-DATE
           IF WS-RUN-SUFFIX = SPACES
               MOVE "00" TO WS-TXN-LEG
           ELSE
               MOVE WS-RUN-SUFFIX TO WS-TXN-LEG
           END-IF
           MOVE WS-RUN-TIME(1:6) TO WS-TXN-TIME
           MOVE WS-RECORD-COUNT TO WS-TXN-SEQ
           MOVE WS-TXN-ID-BUILD TO WS-TXN-ID
       END-IF
   ELSE
       MOVE CT-TXN-ID TO WS-TXN-ID
   END-IF.
   MOVE RESULT TO CR-RESULT.
   MOVE WS-TXN-ID TO CR-TXN-ID.
   MOVE WS-CLIENT-CODE TO CR-CLIENT-CODE.
   MOVE WS-TRAN-TYPE TO CR-TRAN-TYPE.
   MOVE WS-ORIG-TXN-ID TO CR-ORIG-TXN-ID.
   MOVE WS-CURRENCY-CODE TO CR-CURRENCY-CODE.
   WRITE CALC-RESULT-RECORD.
   ADD 1 TO WS-RESULTS-WRITTEN.
   PERFORM RESOLVE-GL-ACCOUNT.
   PERFORM WRITE-AUDIT-RECORD.
   PERFORM WRITE-GL-EXTRACT.
   PERFORM ACCUMULATE-SUMMARY.
       MOVE RESULT TO WS-CL-SUBTOTAL(WS-CL-IDX)
   END-IF.

RESOLVE-GL-ACCOUNT.
   IF WS-CUR-GL-ACCT = SPACES
       MOVE "CALCGEN001" TO WS-GL-ACCOUNT-CODE
   ELSE
       MOVE WS-CUR-GL-ACCT TO WS-GL-ACCOUNT-CODE
   END-IF.

WRITE-GL-EXTRACT.
   MOVE WS-GL-ACCOUNT-CODE TO GL-ACCOUNT-CODE.
   MOVE FUNCTION ABS(RESULT) TO GL-ORIG-AMOUNT.
   MOVE WS-CURRENCY-CODE TO GL-CURRENCY-CODE.
   MOVE WS-CUR-FX-RATE TO GL-FX-RATE.
   COMPUTE WS-BASE-AMOUNT ROUNDED = GL-ORIG-AMOUNT * WS-CUR-FX-RATE.
   MOVE WS-BASE-AMOUNT TO GL-AMOUNT.
   IF RESULT < 0
       MOVE "D" TO GL-DR-CR-IND
   ELSE
   MOVE WS-RUN-TIME TO AU-RUN-TIME.
   MOVE WS-TXN-ID TO AU-TXN-ID.
   MOVE WS-CLIENT-CODE TO AU-CLIENT-CODE.
   MOVE WS-TRAN-TYPE TO AU-TRAN-TYPE.
   MOVE WS-ORIG-TXN-ID TO AU-ORIG-TXN-ID.
   MOVE WS-CURRENCY-CODE TO AU-CURRENCY-CODE.
   MOVE WS-CUR-FX-RATE TO AU-FX-RATE.
   MOVE WS-GL-ACCOUNT-CODE TO AU-GL-ACCOUNT-CODE.
   WRITE CALC-AUDIT-RECORD.
   IF WS-REV-COUNT > 0
       PERFORM MATCH-AUDIT-TO-REVERSALS
   END-IF.

WRITE-REJECT-RECORD.
   MOVE NUM1 TO RJ-NUM1.
   MOVE WS-RECYCLE-COUNT TO RJ-RECYCLE-COUNT.
   MOVE WS-TXN-ID TO RJ-TXN-ID.
   MOVE WS-CLIENT-CODE TO RJ-CLIENT-CODE.
   MOVE WS-TRAN-TYPE TO RJ-TRAN-TYPE.
   MOVE WS-ORIG-TXN-ID TO RJ-ORIG-TXN-ID.
   MOVE WS-CURRENCY-CODE TO RJ-CURRENCY-CODE.
   WRITE CALC-REJECT-RECORD.
   ADD 1 TO WS-REJECTS-WRITTEN.

       DISPLAY "CALCBATCH: " WS-HIGH-VALUE-COUNT
           " HIGH-VALUE RESULTS ON " WS-RESULT-HV-FILENAME
   END-IF.
   IF WS-REVERSALS-POSTED > 0
       DISPLAY "CALCBATCH: " WS-REVERSALS-POSTED
           " REVERSALS POSTED AGAINST EARLIER TRANSACTIONS"
   END-IF.
   IF WS-RUN-SUFFIX NOT = SPACES
       MOVE "C" TO WS-LEG-STATUS
       PERFORM WRITE-LEG-CONTROL
