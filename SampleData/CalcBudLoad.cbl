IDENTIFICATION DIVISION.
PROGRAM-ID. CalcBudLoad.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-YEARLY-BUDGET-FILE ASSIGN TO "CALCBUDY.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-YEARLY-STATUS.
   SELECT CALC-BUDGET-FILE ASSIGN TO "CALCBUDG.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BUDGET-STATUS.
   SELECT CALC-CHANGE-JOURNAL ASSIGN TO "CALCCHGJ.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-YEARLY-BUDGET-FILE.
   01 YEARLY-BUDGET-LINE PIC X(300).

FD  CALC-BUDGET-FILE.
COPY CALCBUD.

FD  CALC-CHANGE-JOURNAL.
COPY CALCCHG.

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW           PIC X VALUE "N".
      05 WS-YEARLY-STATUS    PIC X(2) VALUE "00".
      05 WS-BUDGET-STATUS    PIC X(2) VALUE "00".
      05 WS-JOURNAL-STATUS   PIC X(2) VALUE "00".
      05 WS-HEADER-SEEN-SW   PIC X VALUE "N".
      05 WS-TRAILER-SEEN-SW  PIC X VALUE "N".
      05 WS-YEAR-LOADED-SW   PIC X VALUE "N".
      05 WS-LD-FOUND-SW      PIC X VALUE "N".
      05 WS-OVERFLOW-SW      PIC X VALUE "N".

   01 WS-REPLACE-PARM        PIC X(8) VALUE SPACES.
   01 WS-USER-ID             PIC X(8) VALUE SPACES.
   01 WS-RUN-STAMP.
      05 WS-RUN-DATE         PIC X(8) VALUE SPACES.
      05 WS-RUN-TIME         PIC X(8) VALUE SPACES.
   01 WS-CURRENT-DATETIME    PIC X(21) VALUE SPACES.
   01 WS-CHANGE-ID-BUILD.
      05 WS-CHG-DATE         PIC X(8) VALUE SPACES.
      05 WS-CHG-TIME         PIC X(8) VALUE SPACES.
      05 WS-CHG-SEQ          PIC 9(4) VALUE 0.

   01 WS-TOKENS.
      05 WS-TOK-TYPE         PIC X(20) VALUE SPACES.
      05 WS-TOK-ACCOUNT      PIC X(20) VALUE SPACES.
      05 WS-TOK-MONTH OCCURS 12 TIMES PIC X(20).

   01 WS-BUDGET-YEAR         PIC X(4) VALUE SPACES.
   01 WS-LINE-NUMBER         PIC 9(5) VALUE 0.
   01 WS-DETAIL-COUNT        PIC 9(5) VALUE 0.
   01 WS-DETAIL-TOTAL        PIC S9(15)V9(2) VALUE 0.
   01 WS-TRAILER-COUNT       PIC 9(5) VALUE 0.
   01 WS-TRAILER-TOTAL       PIC S9(15)V9(2) VALUE 0.
   01 WS-LINE-AMOUNT         PIC S9(13)V9(2) VALUE 0.
   01 WS-MONTH-IDX           PIC 9(2) VALUE 0.
   01 WS-MONTH-NUM           PIC 9(2) VALUE 0.
   01 WS-CUR-MONTH           PIC X(6) VALUE SPACES.

   01 WS-MAX-LOAD-ACCOUNTS   PIC 9(3) VALUE 100.
   01 WS-LD-COUNT            PIC 9(3) VALUE 0.
   01 WS-LOAD-TABLE.
      05 WS-LD-ENTRY OCCURS 100 TIMES INDEXED BY WS-LD-IDX.
         10 WS-LD-ACCOUNT    PIC X(10).
         10 WS-LD-MONTH-ENTRY OCCURS 12 TIMES.
            15 WS-LD-AMOUNT  PIC S9(13)V9(2).
            15 WS-LD-USED-SW PIC X.

   01 WS-MAX-ROWS            PIC 9(4) VALUE 1000.
   01 WS-BUDGET-COUNT        PIC 9(4) VALUE 0.
   01 WS-FILE-RECORD-COUNT   PIC 9(7) VALUE 0.
   01 WS-KEEP-COUNT          PIC 9(7) VALUE 0.
   01 WS-NEW-ROW-COUNT       PIC 9(7) VALUE 0.
   01 WS-BUDGET-TABLE.
      05 WS-BUDGET-ENTRY OCCURS 1000 TIMES INDEXED BY WS-IDX.
         10 WS-B-ACCOUNT     PIC X(10).
         10 WS-B-MONTH       PIC X(6).
         10 WS-B-AMOUNT      PIC S9(13)V9(2).
         10 WS-B-DELETED-SW  PIC X.

   01 WS-ADDED-COUNT         PIC 9(5) VALUE 0.
   01 WS-CHANGED-COUNT       PIC 9(5) VALUE 0.
   01 WS-DELETED-COUNT       PIC 9(5) VALUE 0.
   01 WS-UNCHANGED-COUNT     PIC 9(5) VALUE 0.
   01 WS-OUT-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99- VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM INITIALIZE-LOAD.
   PERFORM READ-YEARLY-BUDGET.
   PERFORM LOAD-BUDGET-MASTER.
   PERFORM CHECK-YEAR-NOT-LOADED.
   PERFORM CHECK-MASTER-CAPACITY.
   PERFORM OPEN-CHANGE-JOURNAL.
   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-BUDGET-COUNT
       IF WS-B-MONTH(WS-IDX)(1:4) = WS-BUDGET-YEAR
           PERFORM MATCH-EXISTING-LINE
       END-IF
   END-PERFORM.
   PERFORM VARYING WS-LD-IDX FROM 1 BY 1 UNTIL WS-LD-IDX > WS-LD-COUNT
       PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
           IF WS-LD-USED-SW(WS-LD-IDX, WS-MONTH-IDX) = "N"
               PERFORM ADD-NEW-LINE
           END-IF
       END-PERFORM
   END-PERFORM.
   CLOSE CALC-CHANGE-JOURNAL.
   PERFORM REWRITE-BUDGET-MASTER.
   MOVE WS-DETAIL-TOTAL TO WS-OUT-TOTAL.
   DISPLAY "CALCBUDLOAD: BUDGET YEAR " WS-BUDGET-YEAR ", "
       WS-LD-COUNT " ACCOUNTS TOTALLING " WS-OUT-TOTAL.
   DISPLAY "CALCBUDLOAD: " WS-ADDED-COUNT " LINES ADDED, "
       WS-CHANGED-COUNT " CHANGED, " WS-DELETED-COUNT " DELETED, "
       WS-UNCHANGED-COUNT " UNCHANGED ON CALCBUDG.DAT".
   STOP RUN.

INITIALIZE-LOAD.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
   MOVE WS-CURRENT-DATETIME(9:8) TO WS-RUN-TIME.

   DISPLAY 1 UPON ARGUMENT-NUMBER.
   ACCEPT WS-REPLACE-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-REPLACE-PARM
   END-ACCEPT.
   MOVE FUNCTION UPPER-CASE(WS-REPLACE-PARM) TO WS-REPLACE-PARM.
   IF WS-REPLACE-PARM NOT = SPACES
      AND WS-REPLACE-PARM NOT = "REPLACE"
       DISPLAY "CALCBUDLOAD: UNKNOWN PARAMETER " WS-REPLACE-PARM
           " - ONLY REPLACE IS ALLOWED"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

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
       DISPLAY "CALCBUDLOAD: NO USER ID IN THE ENVIRONMENT - "
           "THE LOAD CANNOT BE JOURNALLED."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

READ-YEARLY-BUDGET.
   MOVE 0 TO WS-LD-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-YEARLY-BUDGET-FILE.
   IF WS-YEARLY-STATUS NOT = "00"
       DISPLAY "CALCBUDLOAD: UNABLE TO OPEN YEARLY BUDGET FILE "
           "CALCBUDY.DAT, STATUS = " WS-YEARLY-STATUS
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-YEARLY-BUDGET-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               ADD 1 TO WS-LINE-NUMBER
               PERFORM PROCESS-BUDGET-LINE
       END-READ
   END-PERFORM.
   CLOSE CALC-YEARLY-BUDGET-FILE.
   IF WS-HEADER-SEEN-SW = "N" OR WS-TRAILER-SEEN-SW = "N"
       DISPLAY "CALCBUDLOAD: CALCBUDY.DAT HAS NO HEADER OR NO "
           "TRAILER - BUDGET FILE IS INCOMPLETE"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
      OR WS-DETAIL-TOTAL NOT = WS-TRAILER-TOTAL
       DISPLAY "CALCBUDLOAD: CALCBUDY.DAT DETAIL " WS-DETAIL-COUNT
           " LINES / " WS-DETAIL-TOTAL " DOES NOT AGREE WITH "
           "TRAILER " WS-TRAILER-COUNT " LINES / " WS-TRAILER-TOTAL
       DISPLAY "CALCBUDLOAD: NOTHING LOADED"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-LD-COUNT = 0
       DISPLAY "CALCBUDLOAD: CALCBUDY.DAT HAS NO ACCOUNT LINES - "
           "NOTHING LOADED"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

PROCESS-BUDGET-LINE.
   MOVE SPACES TO WS-TOKENS.
   UNSTRING YEARLY-BUDGET-LINE DELIMITED BY ","
       INTO WS-TOK-TYPE WS-TOK-ACCOUNT
            WS-TOK-MONTH(1) WS-TOK-MONTH(2) WS-TOK-MONTH(3)
            WS-TOK-MONTH(4) WS-TOK-MONTH(5) WS-TOK-MONTH(6)
            WS-TOK-MONTH(7) WS-TOK-MONTH(8) WS-TOK-MONTH(9)
            WS-TOK-MONTH(10) WS-TOK-MONTH(11) WS-TOK-MONTH(12)
   END-UNSTRING.
   EVALUATE WS-TOK-TYPE
       WHEN "H"
           MOVE WS-TOK-ACCOUNT(1:4) TO WS-BUDGET-YEAR
           IF WS-BUDGET-YEAR NOT NUMERIC
               DISPLAY "CALCBUDLOAD: HEADER YEAR MUST BE YYYY, GOT <"
                   WS-TOK-ACCOUNT ">"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO WS-HEADER-SEEN-SW
       WHEN "D"
           ADD 1 TO WS-DETAIL-COUNT
           PERFORM TAKE-ACCOUNT-LINE
       WHEN "T"
           COMPUTE WS-TRAILER-COUNT = FUNCTION NUMVAL(WS-TOK-ACCOUNT)
           COMPUTE WS-TRAILER-TOTAL =
               FUNCTION NUMVAL(WS-TOK-MONTH(1))
           MOVE "Y" TO WS-TRAILER-SEEN-SW
       WHEN OTHER
           DISPLAY "CALCBUDLOAD: CALCBUDY.DAT LINE " WS-LINE-NUMBER
               " IS NOT A HEADER, DETAIL OR TRAILER - NOTHING "
               "LOADED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
   END-EVALUATE.

TAKE-ACCOUNT-LINE.
   MOVE FUNCTION UPPER-CASE(WS-TOK-ACCOUNT) TO WS-TOK-ACCOUNT.
   IF WS-TOK-ACCOUNT = SPACES
       DISPLAY "CALCBUDLOAD: CALCBUDY.DAT LINE " WS-LINE-NUMBER
           " HAS NO GL ACCOUNT - NOTHING LOADED"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE "N" TO WS-LD-FOUND-SW.
   PERFORM VARYING WS-LD-IDX FROM 1 BY 1
           UNTIL WS-LD-IDX > WS-LD-COUNT
       IF WS-LD-ACCOUNT(WS-LD-IDX) = WS-TOK-ACCOUNT(1:10)
           MOVE "Y" TO WS-LD-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-LD-FOUND-SW = "Y"
       DISPLAY "CALCBUDLOAD: ACCOUNT " WS-TOK-ACCOUNT(1:10)
           " APPEARS TWICE ON CALCBUDY.DAT - NOTHING LOADED"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-LD-COUNT >= WS-MAX-LOAD-ACCOUNTS
       DISPLAY "CALCBUDLOAD: MORE THAN " WS-MAX-LOAD-ACCOUNTS
           " ACCOUNTS ON CALCBUDY.DAT - NOTHING LOADED"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   ADD 1 TO WS-LD-COUNT.
   SET WS-LD-IDX TO WS-LD-COUNT.
   MOVE WS-TOK-ACCOUNT(1:10) TO WS-LD-ACCOUNT(WS-LD-IDX).
   PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1 UNTIL WS-MONTH-IDX > 12
       IF WS-TOK-MONTH(WS-MONTH-IDX) = SPACES
           DISPLAY "CALCBUDLOAD: ACCOUNT " WS-TOK-ACCOUNT(1:10)
               " HAS NO AMOUNT FOR MONTH " WS-MONTH-IDX
               " - NOTHING LOADED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       COMPUTE WS-LINE-AMOUNT =
           FUNCTION NUMVAL(WS-TOK-MONTH(WS-MONTH-IDX))
       MOVE WS-LINE-AMOUNT TO WS-LD-AMOUNT(WS-LD-IDX, WS-MONTH-IDX)
       MOVE "N" TO WS-LD-USED-SW(WS-LD-IDX, WS-MONTH-IDX)
       ADD WS-LINE-AMOUNT TO WS-DETAIL-TOTAL
   END-PERFORM.

LOAD-BUDGET-MASTER.
   MOVE 0 TO WS-BUDGET-COUNT.
   MOVE 0 TO WS-FILE-RECORD-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-BUDGET-FILE.
   IF WS-BUDGET-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-BUDGET-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               ADD 1 TO WS-FILE-RECORD-COUNT
               IF WS-BUDGET-COUNT < WS-MAX-ROWS
                   ADD 1 TO WS-BUDGET-COUNT
                   SET WS-IDX TO WS-BUDGET-COUNT
                   MOVE BU-ACCOUNT-CODE TO WS-B-ACCOUNT(WS-IDX)
                   MOVE BU-MONTH TO WS-B-MONTH(WS-IDX)
                   MOVE BU-AMOUNT TO WS-B-AMOUNT(WS-IDX)
                   MOVE "N" TO WS-B-DELETED-SW(WS-IDX)
               ELSE
                   MOVE "Y" TO WS-OVERFLOW-SW
               END-IF
       END-READ
   END-PERFORM.
   IF WS-BUDGET-STATUS NOT = "35"
       CLOSE CALC-BUDGET-FILE
   END-IF.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCBUDLOAD: CALCBUDG.DAT HAS " WS-FILE-RECORD-COUNT
           " RECORDS, MORE THAN THE " WS-MAX-ROWS
           " THIS PROGRAM CAN HOLD."
       DISPLAY "CALCBUDLOAD: REFUSING TO RUN - REWRITING WOULD "
           "DROP BUDGET LINES. REMOVE OLD YEARS FIRST."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

CHECK-YEAR-NOT-LOADED.
   MOVE "N" TO WS-YEAR-LOADED-SW.
   MOVE 0 TO WS-KEEP-COUNT.
   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-BUDGET-COUNT
       IF WS-B-MONTH(WS-IDX)(1:4) = WS-BUDGET-YEAR
           MOVE "Y" TO WS-YEAR-LOADED-SW
       ELSE
           ADD 1 TO WS-KEEP-COUNT
       END-IF
   END-PERFORM.
   IF WS-YEAR-LOADED-SW = "Y" AND WS-REPLACE-PARM NOT = "REPLACE"
       DISPLAY "CALCBUDLOAD: BUDGET YEAR " WS-BUDGET-YEAR
           " IS ALREADY ON CALCBUDG.DAT"
       DISPLAY "CALCBUDLOAD: REFUSING TO LOAD TWICE - PASS REPLACE "
           "TO RELOAD THE YEAR, OR ADJUST IT WITH CALCBUDMAINT"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

CHECK-MASTER-CAPACITY.
   COMPUTE WS-NEW-ROW-COUNT = WS-KEEP-COUNT + WS-LD-COUNT * 12.
   IF WS-NEW-ROW-COUNT > WS-MAX-ROWS
       DISPLAY "CALCBUDLOAD: LOADING " WS-LD-COUNT " ACCOUNTS WOULD "
           "TAKE CALCBUDG.DAT TO " WS-NEW-ROW-COUNT " RECORDS, MORE "
           "THAN THE " WS-MAX-ROWS " ALLOWED"
       DISPLAY "CALCBUDLOAD: NOTHING LOADED - REMOVE OLD YEARS FIRST"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

OPEN-CHANGE-JOURNAL.
   MOVE WS-RUN-DATE TO WS-CHG-DATE.
   MOVE WS-RUN-TIME TO WS-CHG-TIME.
   MOVE 0 TO WS-CHG-SEQ.
   OPEN EXTEND CALC-CHANGE-JOURNAL.
   IF WS-JOURNAL-STATUS = "35"
       OPEN OUTPUT CALC-CHANGE-JOURNAL
   END-IF.

MATCH-EXISTING-LINE.
   MOVE "N" TO WS-LD-FOUND-SW.
   PERFORM VARYING WS-LD-IDX FROM 1 BY 1
           UNTIL WS-LD-IDX > WS-LD-COUNT OR WS-LD-FOUND-SW = "Y"
       IF WS-LD-ACCOUNT(WS-LD-IDX) = WS-B-ACCOUNT(WS-IDX)
           MOVE "Y" TO WS-LD-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-LD-FOUND-SW = "Y"
       SET WS-LD-IDX DOWN BY 1
       IF WS-B-MONTH(WS-IDX)(5:2) IS NUMERIC
           MOVE WS-B-MONTH(WS-IDX)(5:2) TO WS-MONTH-NUM
       ELSE
           MOVE 0 TO WS-MONTH-NUM
       END-IF
       IF WS-MONTH-NUM < 1 OR WS-MONTH-NUM > 12
           MOVE "N" TO WS-LD-FOUND-SW
       ELSE
           IF WS-LD-USED-SW(WS-LD-IDX, WS-MONTH-NUM) = "Y"
               MOVE "N" TO WS-LD-FOUND-SW
           END-IF
       END-IF
   END-IF.
   IF WS-LD-FOUND-SW = "N"
       PERFORM MOVE-ROW-TO-RECORD
       MOVE "D" TO CG-ACTION
       MOVE CALC-BUDGET-RECORD TO CG-BEFORE-IMAGE
       MOVE SPACES TO CG-AFTER-IMAGE
       PERFORM WRITE-JOURNAL-ENTRY
       MOVE "Y" TO WS-B-DELETED-SW(WS-IDX)
       ADD 1 TO WS-DELETED-COUNT
   ELSE
       MOVE "Y" TO WS-LD-USED-SW(WS-LD-IDX, WS-MONTH-NUM)
       IF WS-B-AMOUNT(WS-IDX)
          = WS-LD-AMOUNT(WS-LD-IDX, WS-MONTH-NUM)
           ADD 1 TO WS-UNCHANGED-COUNT
       ELSE
           PERFORM MOVE-ROW-TO-RECORD
           MOVE "C" TO CG-ACTION
           MOVE CALC-BUDGET-RECORD TO CG-BEFORE-IMAGE
           MOVE WS-LD-AMOUNT(WS-LD-IDX, WS-MONTH-NUM)
               TO WS-B-AMOUNT(WS-IDX)
           PERFORM MOVE-ROW-TO-RECORD
           MOVE CALC-BUDGET-RECORD TO CG-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-ENTRY
           ADD 1 TO WS-CHANGED-COUNT
       END-IF
   END-IF.

ADD-NEW-LINE.
   ADD 1 TO WS-BUDGET-COUNT.
   SET WS-IDX TO WS-BUDGET-COUNT.
   MOVE WS-LD-ACCOUNT(WS-LD-IDX) TO WS-B-ACCOUNT(WS-IDX).
   MOVE WS-MONTH-IDX TO WS-MONTH-NUM.
   MOVE SPACES TO WS-CUR-MONTH.
   STRING WS-BUDGET-YEAR WS-MONTH-NUM DELIMITED BY SIZE
       INTO WS-CUR-MONTH.
   MOVE WS-CUR-MONTH TO WS-B-MONTH(WS-IDX).
   MOVE WS-LD-AMOUNT(WS-LD-IDX, WS-MONTH-IDX) TO WS-B-AMOUNT(WS-IDX).
   MOVE "N" TO WS-B-DELETED-SW(WS-IDX).
   MOVE "Y" TO WS-LD-USED-SW(WS-LD-IDX, WS-MONTH-IDX).
   PERFORM MOVE-ROW-TO-RECORD.
   MOVE "A" TO CG-ACTION.
   MOVE SPACES TO CG-BEFORE-IMAGE.
   MOVE CALC-BUDGET-RECORD TO CG-AFTER-IMAGE.
   PERFORM WRITE-JOURNAL-ENTRY.
   ADD 1 TO WS-ADDED-COUNT.

MOVE-ROW-TO-RECORD.
   MOVE WS-B-ACCOUNT(WS-IDX) TO BU-ACCOUNT-CODE.
   MOVE WS-B-MONTH(WS-IDX) TO BU-MONTH.
   MOVE WS-B-AMOUNT(WS-IDX) TO BU-AMOUNT.

WRITE-JOURNAL-ENTRY.
   ADD 1 TO WS-CHG-SEQ.
   MOVE WS-CHANGE-ID-BUILD TO CG-CHANGE-ID.
   MOVE "BUDG" TO CG-MASTER-ID.
   MOVE "L" TO CG-STATUS.
   MOVE WS-USER-ID TO CG-REQUEST-USER.
   MOVE WS-RUN-DATE TO CG-REQUEST-DATE.
   MOVE WS-RUN-TIME TO CG-REQUEST-TIME.
   MOVE SPACES TO CG-REVIEW-USER.
   MOVE SPACES TO CG-REVIEW-DATE.
   MOVE SPACES TO CG-REVIEW-TIME.
   MOVE WS-RUN-DATE TO CG-APPLY-DATE.
   MOVE WS-RUN-TIME TO CG-APPLY-TIME.
   WRITE CALC-CHANGE-RECORD.

REWRITE-BUDGET-MASTER.
   OPEN OUTPUT CALC-BUDGET-FILE.
   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-BUDGET-COUNT
       IF WS-B-DELETED-SW(WS-IDX) = "N"
           PERFORM MOVE-ROW-TO-RECORD
           WRITE CALC-BUDGET-RECORD
       END-IF
   END-PERFORM.
   CLOSE CALC-BUDGET-FILE.
