IDENTIFICATION DIVISION.
PROGRAM-ID. CalcFXMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-FX-RATE-FILE ASSIGN TO "CALCFXRT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FX-STATUS.
   SELECT CALC-CHANGE-FILE ASSIGN TO "CALCCHGP.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGE-STATUS.
   SELECT CALC-CHANGE-JOURNAL ASSIGN TO "CALCCHGJ.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-FX-RATE-FILE.
COPY CALCFXR.

FD  CALC-CHANGE-FILE.
COPY CALCCHG.

FD  CALC-CHANGE-JOURNAL.
COPY CALCCHG REPLACING ==CALC-CHANGE-RECORD== BY ==CALC-JOURNAL-RECORD==
                       ==CG-CHANGE-ID==      BY ==CJ-CHANGE-ID==
                       ==CG-MASTER-ID==      BY ==CJ-MASTER-ID==
                       ==CG-ACTION==         BY ==CJ-ACTION==
                       ==CG-STATUS==         BY ==CJ-STATUS==
                       ==CG-REQUEST-USER==   BY ==CJ-REQUEST-USER==
                       ==CG-REQUEST-DATE==   BY ==CJ-REQUEST-DATE==
                       ==CG-REQUEST-TIME==   BY ==CJ-REQUEST-TIME==
                       ==CG-REVIEW-USER==    BY ==CJ-REVIEW-USER==
                       ==CG-REVIEW-DATE==    BY ==CJ-REVIEW-DATE==
                       ==CG-REVIEW-TIME==    BY ==CJ-REVIEW-TIME==
                       ==CG-APPLY-DATE==     BY ==CJ-APPLY-DATE==
                       ==CG-APPLY-TIME==     BY ==CJ-APPLY-TIME==
                       ==CG-BEFORE-IMAGE==   BY ==CJ-BEFORE-IMAGE==
                       ==CG-AFTER-IMAGE==    BY ==CJ-AFTER-IMAGE==.

WORKING-STORAGE SECTION.
   01 WS-MAX-ROWS       PIC 9(4) VALUE 1000.
   01 WS-FX-TABLE.
      05 WS-FX-ENTRY OCCURS 1000 TIMES INDEXED BY WS-IDX.
         10 WS-F-CURRENCY  PIC X(3) VALUE SPACES.
         10 WS-F-DATE      PIC X(8) VALUE SPACES.
         10 WS-F-RATE      PIC 9(5)V9(6) VALUE 0.
         10 WS-F-ORIG-ROW  PIC 9(4) VALUE 0.

   01 WS-ORIG-TABLE.
      05 WS-ORIG-ENTRY OCCURS 1000 TIMES INDEXED BY WS-ORIG-IDX.
         10 WS-ORIG-IMAGE   PIC X(80) VALUE SPACES.
         10 WS-ORIG-KEPT-SW PIC X VALUE "N".
   01 WS-ORIG-COUNT     PIC 9(4) VALUE 0.

   01 WS-FX-COUNT       PIC 9(4) VALUE 0.
   01 WS-FILE-RECORD-COUNT PIC 9(7) VALUE 0.
   01 WS-OVERFLOW-SW    PIC X VALUE "N".
   01 WS-CURRENT-ROW    PIC 9(4) VALUE 0.
   01 WS-FUNCTION-KEY   PIC X VALUE SPACE.
   01 WS-DONE-SW        PIC X VALUE "N".
   01 WS-MSG-LINE       PIC X(40) VALUE SPACES.
   01 WS-DUP-SW         PIC X VALUE "N".
   01 WS-EXCLUDE-ROW    PIC 9(4) VALUE 0.
   01 WS-BASE-CURRENCY  PIC X(3) VALUE "USD".

   01 WS-FX-STATUS      PIC X(2) VALUE "00".
   01 WS-CHANGE-STATUS  PIC X(2) VALUE "00".
   01 WS-JOURNAL-STATUS PIC X(2) VALUE "00".

   01 WS-USER-ID        PIC X(8) VALUE SPACES.
   01 WS-RUN-STAMP.
      05 WS-RUN-DATE    PIC X(8) VALUE SPACES.
      05 WS-RUN-TIME    PIC X(8) VALUE SPACES.
   01 WS-CURRENT-DATETIME PIC X(21) VALUE SPACES.
   01 WS-CHANGE-ID-BUILD.
      05 WS-CHG-DATE    PIC X(8) VALUE SPACES.
      05 WS-CHG-TIME    PIC X(8) VALUE SPACES.
      05 WS-CHG-SEQ     PIC 9(4) VALUE 0.
   01 WS-SUBMIT-COUNT   PIC 9(4) VALUE 0.
   01 WS-PENDING-COUNT  PIC 9(4) VALUE 0.

   01 WS-EDIT-CURRENCY  PIC X(3) VALUE SPACES.
   01 WS-EDIT-DATE      PIC X(8) VALUE SPACES.
   01 WS-EDIT-RATE      PIC 9(5)V9(6) VALUE 0.

SCREEN SECTION.
01 CALC-FX-SCREEN.
   05 BLANK SCREEN.
   05 LINE 1  COLUMN 1  VALUE "DAILY FX RATE MAINTENANCE".
   05 LINE 3  COLUMN 1  VALUE "ROW:".
   05 LINE 3  COLUMN 6  PIC 9(4) FROM WS-CURRENT-ROW.
   05 LINE 3  COLUMN 12 VALUE "OF".
   05 LINE 3  COLUMN 15 PIC 9(4) FROM WS-FX-COUNT.
   05 LINE 5  COLUMN 1  VALUE "CURRENCY      : ".
   05 LINE 5  COLUMN 17 PIC X(3) USING WS-EDIT-CURRENCY.
   05 LINE 6  COLUMN 1  VALUE "RATE DATE     : ".
   05 LINE 6  COLUMN 17 PIC X(8) USING WS-EDIT-DATE.
   05 LINE 7  COLUMN 1  VALUE "BASE PER UNIT : ".
   05 LINE 7  COLUMN 17 PIC 9(5).9(6) USING WS-EDIT-RATE.
   05 LINE 9  COLUMN 1  VALUE
      "N=NEXT P=PREV A=ADD C=CHANGE D=DELETE S=SUBMIT/EXIT Q=QUIT".
   05 LINE 10 COLUMN 1  VALUE "FUNCTION: ".
   05 LINE 10 COLUMN 11 PIC X USING WS-FUNCTION-KEY.
   05 LINE 12 COLUMN 1  PIC X(40) FROM WS-MSG-LINE.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM LOAD-FX-RATE-FILE.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCFXMAINT: CALCFXRT.DAT HAS " WS-FILE-RECORD-COUNT
           " RECORDS, MORE THAN THE " WS-MAX-ROWS
           " THIS SCREEN CAN HOLD."
       DISPLAY "CALCFXMAINT: REFUSING TO OPEN - SAVING WOULD DROP "
           "RATES. RAISE WS-MAX-ROWS FIRST."
       STOP RUN
   END-IF.
   PERFORM IDENTIFY-USER.
   PERFORM COUNT-PENDING-CHANGES.
   PERFORM UNTIL WS-DONE-SW = "Y"
      PERFORM SHOW-CURRENT-ROW
      DISPLAY CALC-FX-SCREEN
      ACCEPT CALC-FX-SCREEN
      PERFORM PROCESS-FUNCTION-KEY
   END-PERFORM.
   IF WS-SUBMIT-COUNT > 0
       DISPLAY "CALCFXMAINT: " WS-SUBMIT-COUNT " CHANGES WRITTEN TO "
           "CALCCHGP.DAT FOR APPROVAL - CALCFXRT.DAT NOT UPDATED"
   END-IF.
   STOP RUN.

IDENTIFY-USER.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
   MOVE WS-CURRENT-DATETIME(9:8) TO WS-RUN-TIME.
   ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
       ON EXCEPTION
           MOVE SPACES TO WS-USER-ID
   END-ACCEPT.
   IF WS-USER-ID = SPACES
       ACCEPT WS-USER-ID FROM ENVIRONMENT "LOGNAME"
           ON EXCEPTION
               MOVE SPACES TO WS-USER-ID
       END-ACCEPT
   END-IF.
   MOVE FUNCTION UPPER-CASE(WS-USER-ID) TO WS-USER-ID.
   IF WS-USER-ID = SPACES
       DISPLAY "CALCFXMAINT: NO USER ID IN THE ENVIRONMENT - "
           "CHANGES CANNOT BE SUBMITTED FOR APPROVAL."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-FX-RATE-FILE.
   MOVE 0 TO WS-FX-COUNT.
   MOVE 0 TO WS-FILE-RECORD-COUNT.
   OPEN INPUT CALC-FX-RATE-FILE.
   IF WS-FX-STATUS = "35"
       MOVE "Y" TO WS-DONE-SW
   END-IF.
   PERFORM UNTIL WS-DONE-SW = "Y"
      READ CALC-FX-RATE-FILE
          AT END
              MOVE "Y" TO WS-DONE-SW
          NOT AT END
              ADD 1 TO WS-FILE-RECORD-COUNT
              IF WS-FX-COUNT < WS-MAX-ROWS
                  ADD 1 TO WS-FX-COUNT
                  SET WS-IDX TO WS-FX-COUNT
                  MOVE FX-CURRENCY-CODE TO WS-F-CURRENCY(WS-IDX)
                  MOVE FX-RATE-DATE TO WS-F-DATE(WS-IDX)
                  MOVE FX-RATE TO WS-F-RATE(WS-IDX)
                  MOVE WS-FX-COUNT TO WS-F-ORIG-ROW(WS-IDX)
                  SET WS-ORIG-IDX TO WS-FX-COUNT
                  MOVE CALC-FX-RATE-RECORD
                      TO WS-ORIG-IMAGE(WS-ORIG-IDX)
              END-IF
      END-READ
   END-PERFORM.
   IF WS-FX-STATUS NOT = "35"
       CLOSE CALC-FX-RATE-FILE
   END-IF.
   MOVE "N" TO WS-DONE-SW.
   MOVE WS-FX-COUNT TO WS-ORIG-COUNT.
   IF WS-FILE-RECORD-COUNT > WS-MAX-ROWS
       MOVE "Y" TO WS-OVERFLOW-SW
   END-IF.
   IF WS-FX-COUNT = 0
       MOVE 0 TO WS-CURRENT-ROW
   ELSE
       MOVE WS-FX-COUNT TO WS-CURRENT-ROW
   END-IF.
   MOVE SPACES TO WS-MSG-LINE.

SHOW-CURRENT-ROW.
   IF WS-CURRENT-ROW > 0
       SET WS-IDX TO WS-CURRENT-ROW
       MOVE WS-F-CURRENCY(WS-IDX) TO WS-EDIT-CURRENCY
       MOVE WS-F-DATE(WS-IDX) TO WS-EDIT-DATE
       MOVE WS-F-RATE(WS-IDX) TO WS-EDIT-RATE
   ELSE
       MOVE SPACES TO WS-EDIT-CURRENCY
       MOVE WS-RUN-DATE TO WS-EDIT-DATE
       MOVE 0 TO WS-EDIT-RATE
   END-IF.

COUNT-PENDING-CHANGES.
   MOVE 0 TO WS-PENDING-COUNT.
   OPEN INPUT CALC-CHANGE-FILE.
   IF WS-CHANGE-STATUS = "35"
       MOVE "Y" TO WS-DONE-SW
   END-IF.
   PERFORM UNTIL WS-DONE-SW = "Y"
      READ CALC-CHANGE-FILE
          AT END
              MOVE "Y" TO WS-DONE-SW
          NOT AT END
              IF CG-MASTER-ID = "FXRT"
                 AND CG-STATUS = SPACE
                  ADD 1 TO WS-PENDING-COUNT
              END-IF
      END-READ
   END-PERFORM.
   IF WS-CHANGE-STATUS NOT = "35"
       CLOSE CALC-CHANGE-FILE
   END-IF.
   MOVE "N" TO WS-DONE-SW.
   IF WS-PENDING-COUNT > 0
       STRING WS-PENDING-COUNT " CHANGES ALREADY PENDING APPROVAL"
           DELIMITED BY SIZE INTO WS-MSG-LINE
   END-IF.

PROCESS-FUNCTION-KEY.
   MOVE SPACES TO WS-MSG-LINE.
   EVALUATE FUNCTION UPPER-CASE(WS-FUNCTION-KEY)
       WHEN "N"
           PERFORM NEXT-ROW
       WHEN "P"
           PERFORM PREVIOUS-ROW
       WHEN "A"
           PERFORM ADD-ROW
       WHEN "C"
           PERFORM CHANGE-ROW
       WHEN "D"
           PERFORM DELETE-ROW
       WHEN "S"
           PERFORM SUBMIT-FX-CHANGES
           MOVE "Y" TO WS-DONE-SW
       WHEN "Q"
           MOVE "Y" TO WS-DONE-SW
       WHEN OTHER
           MOVE "INVALID FUNCTION KEY" TO WS-MSG-LINE
   END-EVALUATE.

NEXT-ROW.
   IF WS-CURRENT-ROW < WS-FX-COUNT
       ADD 1 TO WS-CURRENT-ROW
   ELSE
       MOVE "ALREADY AT LAST ROW" TO WS-MSG-LINE
   END-IF.

PREVIOUS-ROW.
   IF WS-CURRENT-ROW > 1
       SUBTRACT 1 FROM WS-CURRENT-ROW
   ELSE
       MOVE "ALREADY AT FIRST ROW" TO WS-MSG-LINE
   END-IF.

EDIT-SCREEN-FIELDS.
   MOVE FUNCTION UPPER-CASE(WS-EDIT-CURRENCY) TO WS-EDIT-CURRENCY.
   IF WS-EDIT-CURRENCY = SPACES
       MOVE "CURRENCY IS REQUIRED" TO WS-MSG-LINE
   END-IF.
   IF WS-MSG-LINE = SPACES
       IF WS-EDIT-CURRENCY NOT ALPHABETIC
          OR WS-EDIT-CURRENCY(3:1) = SPACE
           MOVE "CURRENCY MUST BE THREE LETTERS" TO WS-MSG-LINE
       END-IF
   END-IF.
   IF WS-MSG-LINE = SPACES
       IF WS-EDIT-CURRENCY = WS-BASE-CURRENCY
           MOVE "BASE CURRENCY NEEDS NO RATE" TO WS-MSG-LINE
       END-IF
   END-IF.
   IF WS-MSG-LINE = SPACES
       IF WS-EDIT-DATE NOT NUMERIC
           MOVE "RATE DATE MUST BE YYYYMMDD" TO WS-MSG-LINE
       ELSE
           IF WS-EDIT-DATE(5:2) < "01" OR WS-EDIT-DATE(5:2) > "12"
              OR WS-EDIT-DATE(7:2) < "01"
              OR WS-EDIT-DATE(7:2) > "31"
               MOVE "RATE DATE MUST BE YYYYMMDD" TO WS-MSG-LINE
           END-IF
       END-IF
   END-IF.
   IF WS-MSG-LINE = SPACES
       IF WS-EDIT-RATE = 0
           MOVE "RATE MUST BE GREATER THAN ZERO" TO WS-MSG-LINE
       END-IF
   END-IF.

CHECK-DUPLICATE-RATE.
   MOVE "N" TO WS-DUP-SW.
   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-FX-COUNT
       IF WS-F-CURRENCY(WS-IDX) = WS-EDIT-CURRENCY
          AND WS-F-DATE(WS-IDX) = WS-EDIT-DATE
          AND WS-IDX NOT = WS-EXCLUDE-ROW
           MOVE "Y" TO WS-DUP-SW
       END-IF
   END-PERFORM.

ADD-ROW.
   IF WS-FX-COUNT >= WS-MAX-ROWS
       MOVE "FX RATE TABLE IS FULL" TO WS-MSG-LINE
   ELSE
       PERFORM EDIT-SCREEN-FIELDS
       IF WS-MSG-LINE = SPACES
           MOVE 0 TO WS-EXCLUDE-ROW
           PERFORM CHECK-DUPLICATE-RATE
           IF WS-DUP-SW = "Y"
               MOVE "RATE FOR THAT DATE ALREADY ON FILE"
                   TO WS-MSG-LINE
           ELSE
               ADD 1 TO WS-FX-COUNT
               MOVE WS-FX-COUNT TO WS-CURRENT-ROW
               PERFORM STORE-SCREEN-FIELDS
               MOVE 0 TO WS-F-ORIG-ROW(WS-IDX)
               MOVE "ROW ADDED" TO WS-MSG-LINE
           END-IF
       END-IF
   END-IF.

CHANGE-ROW.
   IF WS-CURRENT-ROW = 0
       MOVE "NO ROW TO CHANGE" TO WS-MSG-LINE
   ELSE
       PERFORM EDIT-SCREEN-FIELDS
       IF WS-MSG-LINE = SPACES
           MOVE WS-CURRENT-ROW TO WS-EXCLUDE-ROW
           PERFORM CHECK-DUPLICATE-RATE
           IF WS-DUP-SW = "Y"
               MOVE "RATE FOR THAT DATE ALREADY ON FILE"
                   TO WS-MSG-LINE
           ELSE
               PERFORM STORE-SCREEN-FIELDS
               MOVE "ROW CHANGED" TO WS-MSG-LINE
           END-IF
       END-IF
   END-IF.

STORE-SCREEN-FIELDS.
   SET WS-IDX TO WS-CURRENT-ROW.
   MOVE WS-EDIT-CURRENCY TO WS-F-CURRENCY(WS-IDX).
   MOVE WS-EDIT-DATE TO WS-F-DATE(WS-IDX).
   MOVE WS-EDIT-RATE TO WS-F-RATE(WS-IDX).

DELETE-ROW.
   IF WS-CURRENT-ROW = 0
       MOVE "NO ROW TO DELETE" TO WS-MSG-LINE
   ELSE
       PERFORM VARYING WS-IDX FROM WS-CURRENT-ROW BY 1
               UNTIL WS-IDX >= WS-FX-COUNT
           MOVE WS-FX-ENTRY(WS-IDX + 1) TO WS-FX-ENTRY(WS-IDX)
       END-PERFORM
       SUBTRACT 1 FROM WS-FX-COUNT
       IF WS-CURRENT-ROW > WS-FX-COUNT
           MOVE WS-FX-COUNT TO WS-CURRENT-ROW
       END-IF
       MOVE "ROW DELETED" TO WS-MSG-LINE
   END-IF.

SUBMIT-FX-CHANGES.
   PERFORM OPEN-CHANGE-FILES.
   PERFORM VARYING WS-ORIG-IDX FROM 1 BY 1
           UNTIL WS-ORIG-IDX > WS-ORIG-COUNT
       MOVE "N" TO WS-ORIG-KEPT-SW(WS-ORIG-IDX)
   END-PERFORM.
   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-FX-COUNT
       MOVE WS-F-CURRENCY(WS-IDX) TO FX-CURRENCY-CODE
       MOVE WS-F-DATE(WS-IDX) TO FX-RATE-DATE
       MOVE WS-F-RATE(WS-IDX) TO FX-RATE
       PERFORM COMPARE-ROW-TO-ORIGINAL
   END-PERFORM.
   PERFORM VARYING WS-ORIG-IDX FROM 1 BY 1
           UNTIL WS-ORIG-IDX > WS-ORIG-COUNT
       IF WS-ORIG-KEPT-SW(WS-ORIG-IDX) = "N"
           MOVE "D" TO CG-ACTION
           MOVE WS-ORIG-IMAGE(WS-ORIG-IDX) TO CG-BEFORE-IMAGE
           MOVE SPACES TO CG-AFTER-IMAGE
           PERFORM WRITE-CHANGE-REQUEST
       END-IF
   END-PERFORM.
   CLOSE CALC-CHANGE-FILE.
   CLOSE CALC-CHANGE-JOURNAL.

COMPARE-ROW-TO-ORIGINAL.
   IF WS-F-ORIG-ROW(WS-IDX) = 0
       MOVE "A" TO CG-ACTION
       MOVE SPACES TO CG-BEFORE-IMAGE
       MOVE CALC-FX-RATE-RECORD TO CG-AFTER-IMAGE
       PERFORM WRITE-CHANGE-REQUEST
   ELSE
       SET WS-ORIG-IDX TO WS-F-ORIG-ROW(WS-IDX)
       MOVE "Y" TO WS-ORIG-KEPT-SW(WS-ORIG-IDX)
       IF CALC-FX-RATE-RECORD NOT = WS-ORIG-IMAGE(WS-ORIG-IDX)
           MOVE "C" TO CG-ACTION
           MOVE WS-ORIG-IMAGE(WS-ORIG-IDX) TO CG-BEFORE-IMAGE
           MOVE CALC-FX-RATE-RECORD TO CG-AFTER-IMAGE
           PERFORM WRITE-CHANGE-REQUEST
       END-IF
   END-IF.

OPEN-CHANGE-FILES.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
   MOVE WS-CURRENT-DATETIME(9:8) TO WS-RUN-TIME.
   MOVE WS-RUN-DATE TO WS-CHG-DATE.
   MOVE WS-RUN-TIME TO WS-CHG-TIME.
   MOVE 0 TO WS-CHG-SEQ.
   OPEN EXTEND CALC-CHANGE-FILE.
   IF WS-CHANGE-STATUS = "35"
       OPEN OUTPUT CALC-CHANGE-FILE
   END-IF.
   OPEN EXTEND CALC-CHANGE-JOURNAL.
   IF WS-JOURNAL-STATUS = "35"
       OPEN OUTPUT CALC-CHANGE-JOURNAL
   END-IF.

WRITE-CHANGE-REQUEST.
   ADD 1 TO WS-CHG-SEQ.
   MOVE WS-CHANGE-ID-BUILD TO CG-CHANGE-ID.
   MOVE "FXRT" TO CG-MASTER-ID.
   MOVE SPACE TO CG-STATUS.
   MOVE WS-USER-ID TO CG-REQUEST-USER.
   MOVE WS-RUN-DATE TO CG-REQUEST-DATE.
   MOVE WS-RUN-TIME TO CG-REQUEST-TIME.
   MOVE SPACES TO CG-REVIEW-USER.
   MOVE SPACES TO CG-REVIEW-DATE.
   MOVE SPACES TO CG-REVIEW-TIME.
   MOVE SPACES TO CG-APPLY-DATE.
   MOVE SPACES TO CG-APPLY-TIME.
   WRITE CALC-CHANGE-RECORD.
   WRITE CALC-JOURNAL-RECORD FROM CALC-CHANGE-RECORD.
   ADD 1 TO WS-SUBMIT-COUNT.
