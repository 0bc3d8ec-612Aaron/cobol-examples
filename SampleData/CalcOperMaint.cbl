   SELECT CALC-OPERATOR-FILE ASSIGN TO "CALCOPER.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPER-STATUS.
   SELECT CALC-CHANGE-FILE ASSIGN TO "CALCCHGP.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGE-STATUS.
   SELECT CALC-CHANGE-JOURNAL ASSIGN TO "CALCCHGJ.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-OPERATOR-FILE.
COPY CALCOPR.

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
   01 WS-MAX-ROWS       PIC 9(2) VALUE 20.
   01 WS-OPER-TABLE.
         10 WS-O-MAX       PIC 9(5)V9(2) VALUE 0.
         10 WS-O-ROUND     PIC X VALUE SPACE.
         10 WS-O-GL-ACCT   PIC X(10) VALUE SPACES.
         10 WS-O-ORIG-ROW  PIC 9(2) VALUE 0.

   01 WS-ORIG-TABLE.
      05 WS-ORIG-ENTRY OCCURS 20 TIMES INDEXED BY WS-ORIG-IDX.
         10 WS-ORIG-IMAGE   PIC X(80) VALUE SPACES.
         10 WS-ORIG-KEPT-SW PIC X VALUE "N".
   01 WS-ORIG-COUNT     PIC 9(2) VALUE 0.

   01 WS-OPER-COUNT     PIC 9(2) VALUE 0.
   01 WS-FILE-RECORD-COUNT PIC 9(7) VALUE 0.
   01 WS-EXCLUDE-ROW    PIC 9(2) VALUE 0.

   01 WS-OPER-STATUS    PIC X(2) VALUE "00".
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

   01 WS-EDIT-OPERATOR  PIC X VALUE SPACE.
   01 WS-EDIT-ENABLED   PIC X VALUE SPACE.
   05 LINE 10 COLUMN 1  VALUE "GL ACCOUNT : ".
   05 LINE 10 COLUMN 14 PIC X(10) USING WS-EDIT-GL-ACCT.
   05 LINE 12 COLUMN 1  VALUE
      "N=NEXT P=PREV A=ADD C=CHANGE D=DELETE S=SUBMIT/EXIT Q=QUIT".
   05 LINE 13 COLUMN 1  VALUE "FUNCTION: ".
   05 LINE 13 COLUMN 11 PIC X USING WS-FUNCTION-KEY.
   05 LINE 15 COLUMN 1  PIC X(40) FROM WS-MSG-LINE.
           "OPERATORS. RAISE WS-MAX-ROWS FIRST."
       STOP RUN
   END-IF.
   PERFORM IDENTIFY-USER.
   PERFORM COUNT-PENDING-CHANGES.
   PERFORM UNTIL WS-DONE-SW = "Y"
      PERFORM SHOW-CURRENT-ROW
      DISPLAY CALC-OPER-SCREEN
      ACCEPT CALC-OPER-SCREEN
      PERFORM PROCESS-FUNCTION-KEY
   END-PERFORM.
   IF WS-SUBMIT-COUNT > 0
       DISPLAY "CALCOPERMAINT: " WS-SUBMIT-COUNT " CHANGES WRITTEN TO "
           "CALCCHGP.DAT FOR APPROVAL - CALCOPER.DAT NOT UPDATED"
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
       DISPLAY "CALCOPERMAINT: NO USER ID IN THE ENVIRONMENT - "
           "CHANGES CANNOT BE SUBMITTED FOR APPROVAL."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-OPERATOR-FILE.
   MOVE 0 TO WS-OPER-COUNT.
   MOVE 0 TO WS-FILE-RECORD-COUNT.
                  MOVE OM-MAX-OPERAND TO WS-O-MAX(WS-IDX)
                  MOVE OM-ROUNDING-RULE TO WS-O-ROUND(WS-IDX)
                  MOVE OM-GL-ACCOUNT-CODE TO WS-O-GL-ACCT(WS-IDX)
                  MOVE WS-OPER-COUNT TO WS-O-ORIG-ROW(WS-IDX)
                  SET WS-ORIG-IDX TO WS-OPER-COUNT
                  MOVE CALC-OPERATOR-RECORD
                      TO WS-ORIG-IMAGE(WS-ORIG-IDX)
              END-IF
      END-READ
   END-PERFORM.
       CLOSE CALC-OPERATOR-FILE
   END-IF.
   MOVE "N" TO WS-DONE-SW.
   MOVE WS-OPER-COUNT TO WS-ORIG-COUNT.
   IF WS-FILE-RECORD-COUNT > WS-MAX-ROWS
       MOVE "Y" TO WS-OVERFLOW-SW
   END-IF.
       MOVE SPACES TO WS-EDIT-GL-ACCT
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
              IF CG-MASTER-ID = "OPER"
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
       WHEN "D"
           PERFORM DELETE-ROW
       WHEN "S"
           PERFORM SUBMIT-OPERATOR-CHANGES
           MOVE "Y" TO WS-DONE-SW
       WHEN "Q"
           MOVE "Y" TO WS-DONE-SW
               ADD 1 TO WS-OPER-COUNT
               MOVE WS-OPER-COUNT TO WS-CURRENT-ROW
               PERFORM STORE-SCREEN-FIELDS
               MOVE 0 TO WS-O-ORIG-ROW(WS-IDX)
               MOVE "ROW ADDED" TO WS-MSG-LINE
           END-IF
       END-IF
       MOVE "ROW DELETED" TO WS-MSG-LINE
   END-IF.

SUBMIT-OPERATOR-CHANGES.
   PERFORM OPEN-CHANGE-FILES.
   PERFORM VARYING WS-ORIG-IDX FROM 1 BY 1
           UNTIL WS-ORIG-IDX > WS-ORIG-COUNT
       MOVE "N" TO WS-ORIG-KEPT-SW(WS-ORIG-IDX)
   END-PERFORM.
   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-OPER-COUNT
       MOVE WS-O-OPERATOR(WS-IDX) TO OM-OPERATOR
       MOVE WS-O-ENABLED(WS-IDX) TO OM-ENABLED-FLAG
       MOVE WS-O-MAX(WS-IDX) TO OM-MAX-OPERAND
       MOVE WS-O-ROUND(WS-IDX) TO OM-ROUNDING-RULE
       MOVE WS-O-GL-ACCT(WS-IDX) TO OM-GL-ACCOUNT-CODE
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
   IF WS-O-ORIG-ROW(WS-IDX) = 0
       MOVE "A" TO CG-ACTION
       MOVE SPACES TO CG-BEFORE-IMAGE
       MOVE CALC-OPERATOR-RECORD TO CG-AFTER-IMAGE
       PERFORM WRITE-CHANGE-REQUEST
   ELSE
       SET WS-ORIG-IDX TO WS-O-ORIG-ROW(WS-IDX)
       MOVE "Y" TO WS-ORIG-KEPT-SW(WS-ORIG-IDX)
       IF CALC-OPERATOR-RECORD NOT = WS-ORIG-IMAGE(WS-ORIG-IDX)
           MOVE "C" TO CG-ACTION
           MOVE WS-ORIG-IMAGE(WS-ORIG-IDX) TO CG-BEFORE-IMAGE
           MOVE CALC-OPERATOR-RECORD TO CG-AFTER-IMAGE
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
   MOVE "OPER" TO CG-MASTER-ID.
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
