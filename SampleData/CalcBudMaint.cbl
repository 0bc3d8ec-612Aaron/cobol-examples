IDENTIFICATION DIVISION.
PROGRAM-ID. CalcBudMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-BUDGET-FILE ASSIGN TO "CALCBUDG.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BUDGET-STATUS.
   SELECT CALC-CHANGE-FILE ASSIGN TO "CALCCHGP.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGE-STATUS.
   SELECT CALC-CHANGE-JOURNAL ASSIGN TO "CALCCHGJ.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-BUDGET-FILE.
COPY CALCBUD.

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
   01 WS-BUDGET-TABLE.
      05 WS-BUDGET-ENTRY OCCURS 1000 TIMES INDEXED BY WS-IDX.
         10 WS-B-ACCOUNT   PIC X(10) VALUE SPACES.
         10 WS-B-MONTH     PIC X(6) VALUE SPACES.
         10 WS-B-AMOUNT    PIC S9(13)V9(2) VALUE 0.
         10 WS-B-ORIG-ROW  PIC 9(4) VALUE 0.

   01 WS-ORIG-TABLE.
      05 WS-ORIG-ENTRY OCCURS 1000 TIMES INDEXED BY WS-ORIG-IDX.
         10 WS-ORIG-IMAGE   PIC X(80) VALUE SPACES.
         10 WS-ORIG-KEPT-SW PIC X VALUE "N".
   01 WS-ORIG-COUNT     PIC 9(4) VALUE 0.

   01 WS-BUDGET-COUNT       PIC 9(4) VALUE 0.
   01 WS-FILE-RECORD-COUNT PIC 9(7) VALUE 0.
   01 WS-OVERFLOW-SW    PIC X VALUE "N".
   01 WS-CURRENT-ROW    PIC 9(4) VALUE 0.
   01 WS-FUNCTION-KEY   PIC X VALUE SPACE.
   01 WS-DONE-SW        PIC X VALUE "N".
   01 WS-MSG-LINE       PIC X(40) VALUE SPACES.
   01 WS-DUP-SW         PIC X VALUE "N".
   01 WS-EXCLUDE-ROW    PIC 9(4) VALUE 0.

   01 WS-BUDGET-STATUS  PIC X(2) VALUE "00".
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

   01 WS-EDIT-ACCOUNT   PIC X(10) VALUE SPACES.
   01 WS-EDIT-MONTH     PIC X(6) VALUE SPACES.
   01 WS-EDIT-AMOUNT    PIC 9(13)V9(2) VALUE 0.
   01 WS-EDIT-DR-CR     PIC X VALUE SPACE.

SCREEN SECTION.
01 CALC-BUDGET-SCREEN.
   05 BLANK SCREEN.
   05 LINE 1  COLUMN 1  VALUE "GL BUDGET MAINTENANCE".
   05 LINE 3  COLUMN 1  VALUE "ROW:".
   05 LINE 3  COLUMN 6  PIC 9(4) FROM WS-CURRENT-ROW.
   05 LINE 3  COLUMN 12 VALUE "OF".
   05 LINE 3  COLUMN 15 PIC 9(4) FROM WS-BUDGET-COUNT.
   05 LINE 5  COLUMN 1  VALUE "GL ACCOUNT    : ".
   05 LINE 5  COLUMN 17 PIC X(10) USING WS-EDIT-ACCOUNT.
   05 LINE 6  COLUMN 1  VALUE "MONTH         : ".
   05 LINE 6  COLUMN 17 PIC X(6) USING WS-EDIT-MONTH.
   05 LINE 7  COLUMN 1  VALUE "BUDGET AMOUNT : ".
   05 LINE 7  COLUMN 17 PIC 9(13).9(2) USING WS-EDIT-AMOUNT.
   05 LINE 8  COLUMN 1  VALUE "DR/CR         : ".
   05 LINE 8  COLUMN 17 PIC X USING WS-EDIT-DR-CR.
   05 LINE 10 COLUMN 1  VALUE
      "N=NEXT P=PREV A=ADD C=CHANGE D=DELETE S=SUBMIT/EXIT Q=QUIT".
   05 LINE 11 COLUMN 1  VALUE "FUNCTION: ".
   05 LINE 11 COLUMN 11 PIC X USING WS-FUNCTION-KEY.
   05 LINE 13 COLUMN 1  PIC X(40) FROM WS-MSG-LINE.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM LOAD-BUDGET-FILE.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCBUDMAINT: CALCBUDG.DAT HAS " WS-FILE-RECORD-COUNT
           " RECORDS, MORE THAN THE " WS-MAX-ROWS
           " THIS SCREEN CAN HOLD."
       DISPLAY "CALCBUDMAINT: REFUSING TO OPEN - SAVING WOULD DROP "
           "BUDGET LINES. RAISE WS-MAX-ROWS FIRST."
       STOP RUN
   END-IF.
   PERFORM IDENTIFY-USER.
   PERFORM COUNT-PENDING-CHANGES.
   PERFORM UNTIL WS-DONE-SW = "Y"
      PERFORM SHOW-CURRENT-ROW
      DISPLAY CALC-BUDGET-SCREEN
      ACCEPT CALC-BUDGET-SCREEN
      PERFORM PROCESS-FUNCTION-KEY
   END-PERFORM.
   IF WS-SUBMIT-COUNT > 0
       DISPLAY "CALCBUDMAINT: " WS-SUBMIT-COUNT " CHANGES WRITTEN TO "
           "CALCCHGP.DAT FOR APPROVAL - CALCBUDG.DAT NOT UPDATED"
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
       DISPLAY "CALCBUDMAINT: NO USER ID IN THE ENVIRONMENT - "
           "CHANGES CANNOT BE SUBMITTED FOR APPROVAL."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-BUDGET-FILE.
   MOVE 0 TO WS-BUDGET-COUNT.
   MOVE 0 TO WS-FILE-RECORD-COUNT.
   OPEN INPUT CALC-BUDGET-FILE.
   IF WS-BUDGET-STATUS = "35"
       MOVE "Y" TO WS-DONE-SW
   END-IF.
   PERFORM UNTIL WS-DONE-SW = "Y"
      READ CALC-BUDGET-FILE
          AT END
              MOVE "Y" TO WS-DONE-SW
          NOT AT END
              ADD 1 TO WS-FILE-RECORD-COUNT
              IF WS-BUDGET-COUNT < WS-MAX-ROWS
                  ADD 1 TO WS-BUDGET-COUNT
                  SET WS-IDX TO WS-BUDGET-COUNT
                  MOVE BU-ACCOUNT-CODE TO WS-B-ACCOUNT(WS-IDX)
                  MOVE BU-MONTH TO WS-B-MONTH(WS-IDX)
                  MOVE BU-AMOUNT TO WS-B-AMOUNT(WS-IDX)
                  MOVE WS-BUDGET-COUNT TO WS-B-ORIG-ROW(WS-IDX)
                  SET WS-ORIG-IDX TO WS-BUDGET-COUNT
                  MOVE CALC-BUDGET-RECORD
                      TO WS-ORIG-IMAGE(WS-ORIG-IDX)
              END-IF
      END-READ
   END-PERFORM.
   IF WS-BUDGET-STATUS NOT = "35"
       CLOSE CALC-BUDGET-FILE
   END-IF.
   MOVE "N" TO WS-DONE-SW.
   MOVE WS-BUDGET-COUNT TO WS-ORIG-COUNT.
   IF WS-FILE-RECORD-COUNT > WS-MAX-ROWS
       MOVE "Y" TO WS-OVERFLOW-SW
   END-IF.
   IF WS-BUDGET-COUNT = 0
       MOVE 0 TO WS-CURRENT-ROW
   ELSE
       MOVE WS-BUDGET-COUNT TO WS-CURRENT-ROW
   END-IF.
   MOVE SPACES TO WS-MSG-LINE.

SHOW-CURRENT-ROW.
   IF WS-CURRENT-ROW > 0
       SET WS-IDX TO WS-CURRENT-ROW
       MOVE WS-B-ACCOUNT(WS-IDX) TO WS-EDIT-ACCOUNT
       MOVE WS-B-MONTH(WS-IDX) TO WS-EDIT-MONTH
       IF WS-B-AMOUNT(WS-IDX) < 0
           COMPUTE WS-EDIT-AMOUNT = 0 - WS-B-AMOUNT(WS-IDX)
           MOVE "D" TO WS-EDIT-DR-CR
       ELSE
           MOVE WS-B-AMOUNT(WS-IDX) TO WS-EDIT-AMOUNT
           MOVE "C" TO WS-EDIT-DR-CR
       END-IF
   ELSE
       MOVE SPACES TO WS-EDIT-ACCOUNT
       MOVE WS-RUN-DATE(1:6) TO WS-EDIT-MONTH
       MOVE 0 TO WS-EDIT-AMOUNT
       MOVE "C" TO WS-EDIT-DR-CR
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
              IF CG-MASTER-ID = "BUDG"
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
           PERFORM SUBMIT-BUDGET-CHANGES
           MOVE "Y" TO WS-DONE-SW
       WHEN "Q"
           MOVE "Y" TO WS-DONE-SW
       WHEN OTHER
           MOVE "INVALID FUNCTION KEY" TO WS-MSG-LINE
   END-EVALUATE.

NEXT-ROW.
   IF WS-CURRENT-ROW < WS-BUDGET-COUNT
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
   MOVE FUNCTION UPPER-CASE(WS-EDIT-ACCOUNT) TO WS-EDIT-ACCOUNT.
   MOVE FUNCTION UPPER-CASE(WS-EDIT-DR-CR) TO WS-EDIT-DR-CR.
   IF WS-EDIT-ACCOUNT = SPACES
       MOVE "GL ACCOUNT IS REQUIRED" TO WS-MSG-LINE
   END-IF.
   IF WS-MSG-LINE = SPACES
       IF WS-EDIT-MONTH NOT NUMERIC
           MOVE "MONTH MUST BE YYYYMM" TO WS-MSG-LINE
       ELSE
           IF WS-EDIT-MONTH(5:2) < "01" OR WS-EDIT-MONTH(5:2) > "12"
               MOVE "MONTH MUST BE YYYYMM" TO WS-MSG-LINE
           END-IF
       END-IF
   END-IF.
   IF WS-MSG-LINE = SPACES
       IF WS-EDIT-DR-CR NOT = "D" AND WS-EDIT-DR-CR NOT = "C"
           MOVE "DR/CR MUST BE D OR C" TO WS-MSG-LINE
       END-IF
   END-IF.

CHECK-DUPLICATE-BUDGET.
   MOVE "N" TO WS-DUP-SW.
   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-BUDGET-COUNT
       IF WS-B-ACCOUNT(WS-IDX) = WS-EDIT-ACCOUNT
          AND WS-B-MONTH(WS-IDX) = WS-EDIT-MONTH
          AND WS-IDX NOT = WS-EXCLUDE-ROW
           MOVE "Y" TO WS-DUP-SW
       END-IF
   END-PERFORM.

ADD-ROW.
   IF WS-BUDGET-COUNT >= WS-MAX-ROWS
       MOVE "BUDGET TABLE IS FULL" TO WS-MSG-LINE
   ELSE
       PERFORM EDIT-SCREEN-FIELDS
       IF WS-MSG-LINE = SPACES
           MOVE 0 TO WS-EXCLUDE-ROW
           PERFORM CHECK-DUPLICATE-BUDGET
           IF WS-DUP-SW = "Y"
               MOVE "BUDGET FOR THAT MONTH ALREADY ON FILE"
                   TO WS-MSG-LINE
           ELSE
               ADD 1 TO WS-BUDGET-COUNT
               MOVE WS-BUDGET-COUNT TO WS-CURRENT-ROW
               PERFORM STORE-SCREEN-FIELDS
               MOVE 0 TO WS-B-ORIG-ROW(WS-IDX)
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
           PERFORM CHECK-DUPLICATE-BUDGET
           IF WS-DUP-SW = "Y"
               MOVE "BUDGET FOR THAT MONTH ALREADY ON FILE"
                   TO WS-MSG-LINE
           ELSE
               PERFORM STORE-SCREEN-FIELDS
               MOVE "ROW CHANGED" TO WS-MSG-LINE
           END-IF
       END-IF
   END-IF.

STORE-SCREEN-FIELDS.
   SET WS-IDX TO WS-CURRENT-ROW.
   MOVE WS-EDIT-ACCOUNT TO WS-B-ACCOUNT(WS-IDX).
   MOVE WS-EDIT-MONTH TO WS-B-MONTH(WS-IDX).
   IF WS-EDIT-DR-CR = "D"
       COMPUTE WS-B-AMOUNT(WS-IDX) = 0 - WS-EDIT-AMOUNT
   ELSE
       MOVE WS-EDIT-AMOUNT TO WS-B-AMOUNT(WS-IDX)
   END-IF.

DELETE-ROW.
   IF WS-CURRENT-ROW = 0
       MOVE "NO ROW TO DELETE" TO WS-MSG-LINE
   ELSE
       PERFORM VARYING WS-IDX FROM WS-CURRENT-ROW BY 1
               UNTIL WS-IDX >= WS-BUDGET-COUNT
           MOVE WS-BUDGET-ENTRY(WS-IDX + 1) TO WS-BUDGET-ENTRY(WS-IDX)
       END-PERFORM
       SUBTRACT 1 FROM WS-BUDGET-COUNT
       IF WS-CURRENT-ROW > WS-BUDGET-COUNT
           MOVE WS-BUDGET-COUNT TO WS-CURRENT-ROW
       END-IF
       MOVE "ROW DELETED" TO WS-MSG-LINE
   END-IF.

SUBMIT-BUDGET-CHANGES.
   PERFORM OPEN-CHANGE-FILES.
   PERFORM VARYING WS-ORIG-IDX FROM 1 BY 1
           UNTIL WS-ORIG-IDX > WS-ORIG-COUNT
       MOVE "N" TO WS-ORIG-KEPT-SW(WS-ORIG-IDX)
   END-PERFORM.
   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-BUDGET-COUNT
       MOVE WS-B-ACCOUNT(WS-IDX) TO BU-ACCOUNT-CODE
       MOVE WS-B-MONTH(WS-IDX) TO BU-MONTH
       MOVE WS-B-AMOUNT(WS-IDX) TO BU-AMOUNT
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
   IF WS-B-ORIG-ROW(WS-IDX) = 0
       MOVE "A" TO CG-ACTION
       MOVE SPACES TO CG-BEFORE-IMAGE
       MOVE CALC-BUDGET-RECORD TO CG-AFTER-IMAGE
       PERFORM WRITE-CHANGE-REQUEST
   ELSE
       SET WS-ORIG-IDX TO WS-B-ORIG-ROW(WS-IDX)
       MOVE "Y" TO WS-ORIG-KEPT-SW(WS-ORIG-IDX)
       IF CALC-BUDGET-RECORD NOT = WS-ORIG-IMAGE(WS-ORIG-IDX)
           MOVE "C" TO CG-ACTION
           MOVE WS-ORIG-IMAGE(WS-ORIG-IDX) TO CG-BEFORE-IMAGE
           MOVE CALC-BUDGET-RECORD TO CG-AFTER-IMAGE
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
   MOVE "BUDG" TO CG-MASTER-ID.
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
