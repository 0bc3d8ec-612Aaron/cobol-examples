IDENTIFICATION DIVISION.
PROGRAM-ID. CalcChgAppr.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-CHANGE-FILE ASSIGN TO "CALCCHGP.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGE-STATUS.
   SELECT CALC-CHANGE-JOURNAL ASSIGN TO "CALCCHGJ.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

DATA DIVISION.
FILE SECTION.
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
   01 WS-MAX-ROWS       PIC 9(4) VALUE 500.
   01 WS-CHANGE-TABLE.
      05 WS-CHANGE-ENTRY OCCURS 500 TIMES INDEXED BY WS-IDX.
         10 WS-G-CHANGE-ID   PIC X(20) VALUE SPACES.
         10 WS-G-MASTER-ID   PIC X(4) VALUE SPACES.
         10 WS-G-ACTION      PIC X VALUE SPACE.
         10 WS-G-STATUS      PIC X VALUE SPACE.
         10 WS-G-REQ-USER    PIC X(8) VALUE SPACES.
         10 WS-G-REQ-DATE    PIC X(8) VALUE SPACES.
         10 WS-G-REQ-TIME    PIC X(8) VALUE SPACES.
         10 WS-G-REV-USER    PIC X(8) VALUE SPACES.
         10 WS-G-REV-DATE    PIC X(8) VALUE SPACES.
         10 WS-G-REV-TIME    PIC X(8) VALUE SPACES.
         10 WS-G-APPLY-DATE  PIC X(8) VALUE SPACES.
         10 WS-G-APPLY-TIME  PIC X(8) VALUE SPACES.
         10 WS-G-BEFORE      PIC X(80) VALUE SPACES.
         10 WS-G-AFTER       PIC X(80) VALUE SPACES.
         10 WS-G-TOUCHED-SW  PIC X VALUE "N".

   01 WS-CHANGE-COUNT   PIC 9(4) VALUE 0.
   01 WS-FILE-RECORD-COUNT PIC 9(7) VALUE 0.
   01 WS-OVERFLOW-SW    PIC X VALUE "N".
   01 WS-CURRENT-ROW    PIC 9(4) VALUE 0.
   01 WS-FUNCTION-KEY   PIC X VALUE SPACE.
   01 WS-DONE-SW        PIC X VALUE "N".
   01 WS-MSG-LINE       PIC X(40) VALUE SPACES.

   01 WS-CHANGE-STATUS  PIC X(2) VALUE "00".
   01 WS-JOURNAL-STATUS PIC X(2) VALUE "00".

   01 WS-USER-ID        PIC X(8) VALUE SPACES.
   01 WS-RUN-STAMP.
      05 WS-RUN-DATE    PIC X(8) VALUE SPACES.
      05 WS-RUN-TIME    PIC X(8) VALUE SPACES.
   01 WS-CURRENT-DATETIME PIC X(21) VALUE SPACES.

   01 WS-SHOW-CHANGE-ID PIC X(20) VALUE SPACES.
   01 WS-SHOW-MASTER-ID PIC X(4) VALUE SPACES.
   01 WS-SHOW-ACTION    PIC X(6) VALUE SPACES.
   01 WS-SHOW-STATUS    PIC X(8) VALUE SPACES.
   01 WS-SHOW-REQ-USER  PIC X(8) VALUE SPACES.
   01 WS-SHOW-REQ-DATE  PIC X(8) VALUE SPACES.
   01 WS-SHOW-REQ-TIME  PIC X(8) VALUE SPACES.
   01 WS-SHOW-REV-USER  PIC X(8) VALUE SPACES.
   01 WS-SHOW-BEFORE    PIC X(80) VALUE SPACES.
   01 WS-SHOW-AFTER     PIC X(80) VALUE SPACES.

SCREEN SECTION.
01 CALC-CHG-SCREEN.
   05 BLANK SCREEN.
   05 LINE 1  COLUMN 1  VALUE "MASTER FILE CHANGE APPROVAL".
   05 LINE 1  COLUMN 40 VALUE "REVIEWER: ".
   05 LINE 1  COLUMN 50 PIC X(8) FROM WS-USER-ID.
   05 LINE 3  COLUMN 1  VALUE "ROW:".
   05 LINE 3  COLUMN 6  PIC 9(4) FROM WS-CURRENT-ROW.
   05 LINE 3  COLUMN 12 VALUE "OF".
   05 LINE 3  COLUMN 15 PIC 9(4) FROM WS-CHANGE-COUNT.
   05 LINE 5  COLUMN 1  VALUE "CHANGE ID : ".
   05 LINE 5  COLUMN 13 PIC X(20) FROM WS-SHOW-CHANGE-ID.
   05 LINE 6  COLUMN 1  VALUE "MASTER    : ".
   05 LINE 6  COLUMN 13 PIC X(4) FROM WS-SHOW-MASTER-ID.
   05 LINE 6  COLUMN 23 VALUE "ACTION: ".
   05 LINE 6  COLUMN 31 PIC X(6) FROM WS-SHOW-ACTION.
   05 LINE 6  COLUMN 40 VALUE "STATUS: ".
   05 LINE 6  COLUMN 48 PIC X(8) FROM WS-SHOW-STATUS.
   05 LINE 7  COLUMN 1  VALUE "REQUESTED : ".
   05 LINE 7  COLUMN 13 PIC X(8) FROM WS-SHOW-REQ-USER.
   05 LINE 7  COLUMN 23 PIC X(8) FROM WS-SHOW-REQ-DATE.
   05 LINE 7  COLUMN 33 PIC X(8) FROM WS-SHOW-REQ-TIME.
   05 LINE 8  COLUMN 1  VALUE "REVIEWED  : ".
   05 LINE 8  COLUMN 13 PIC X(8) FROM WS-SHOW-REV-USER.
   05 LINE 10 COLUMN 1  VALUE "BEFORE IMAGE:".
   05 LINE 11 COLUMN 1  PIC X(80) FROM WS-SHOW-BEFORE.
   05 LINE 12 COLUMN 1  VALUE "AFTER IMAGE:".
   05 LINE 13 COLUMN 1  PIC X(80) FROM WS-SHOW-AFTER.
   05 LINE 15 COLUMN 1  VALUE
      "N=NEXT P=PREV A=APPROVE R=REJECT U=UNDO S=SAVE/EXIT Q=QUIT".
   05 LINE 16 COLUMN 1  VALUE "FUNCTION: ".
   05 LINE 16 COLUMN 11 PIC X USING WS-FUNCTION-KEY.
   05 LINE 18 COLUMN 1  PIC X(40) FROM WS-MSG-LINE.

PROCEDURE DIVISION.
MAIN-LOGIC.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
   MOVE WS-CURRENT-DATETIME(9:8) TO WS-RUN-TIME.
   PERFORM IDENTIFY-USER.
   PERFORM LOAD-CHANGE-FILE.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCCHGAPPR: CALCCHGP.DAT HAS " WS-FILE-RECORD-COUNT
           " RECORDS, MORE THAN THE " WS-MAX-ROWS
           " THIS SCREEN CAN HOLD."
       DISPLAY "CALCCHGAPPR: REFUSING TO OPEN - SAVING WOULD DROP "
           "CHANGES. RUN CALCCHGAPPLY OR RAISE WS-MAX-ROWS."
       STOP RUN
   END-IF.
   IF WS-CHANGE-COUNT = 0
       DISPLAY "CALCCHGAPPR: NO MASTER FILE CHANGES AWAITING REVIEW."
       STOP RUN
   END-IF.
   PERFORM UNTIL WS-DONE-SW = "Y"
      PERFORM SHOW-CURRENT-ROW
      DISPLAY CALC-CHG-SCREEN
      ACCEPT CALC-CHG-SCREEN
      PERFORM PROCESS-FUNCTION-KEY
   END-PERFORM.
   STOP RUN.

IDENTIFY-USER.
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
       DISPLAY "CALCCHGAPPR: NO USER ID IN THE ENVIRONMENT - "
           "CHANGES CANNOT BE REVIEWED."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-CHANGE-FILE.
   MOVE 0 TO WS-CHANGE-COUNT.
   MOVE 0 TO WS-FILE-RECORD-COUNT.
   OPEN INPUT CALC-CHANGE-FILE.
   IF WS-CHANGE-STATUS = "35"
       MOVE "Y" TO WS-DONE-SW
   END-IF.
   PERFORM UNTIL WS-DONE-SW = "Y"
      READ CALC-CHANGE-FILE
          AT END
              MOVE "Y" TO WS-DONE-SW
          NOT AT END
              ADD 1 TO WS-FILE-RECORD-COUNT
              IF WS-CHANGE-COUNT < WS-MAX-ROWS
                  ADD 1 TO WS-CHANGE-COUNT
                  SET WS-IDX TO WS-CHANGE-COUNT
                  MOVE CG-CHANGE-ID TO WS-G-CHANGE-ID(WS-IDX)
                  MOVE CG-MASTER-ID TO WS-G-MASTER-ID(WS-IDX)
                  MOVE CG-ACTION TO WS-G-ACTION(WS-IDX)
                  MOVE CG-STATUS TO WS-G-STATUS(WS-IDX)
                  MOVE CG-REQUEST-USER TO WS-G-REQ-USER(WS-IDX)
                  MOVE CG-REQUEST-DATE TO WS-G-REQ-DATE(WS-IDX)
                  MOVE CG-REQUEST-TIME TO WS-G-REQ-TIME(WS-IDX)
                  MOVE CG-REVIEW-USER TO WS-G-REV-USER(WS-IDX)
                  MOVE CG-REVIEW-DATE TO WS-G-REV-DATE(WS-IDX)
                  MOVE CG-REVIEW-TIME TO WS-G-REV-TIME(WS-IDX)
                  MOVE CG-APPLY-DATE TO WS-G-APPLY-DATE(WS-IDX)
                  MOVE CG-APPLY-TIME TO WS-G-APPLY-TIME(WS-IDX)
                  MOVE CG-BEFORE-IMAGE TO WS-G-BEFORE(WS-IDX)
                  MOVE CG-AFTER-IMAGE TO WS-G-AFTER(WS-IDX)
                  MOVE "N" TO WS-G-TOUCHED-SW(WS-IDX)
              END-IF
      END-READ
   END-PERFORM.
   IF WS-CHANGE-STATUS NOT = "35"
       CLOSE CALC-CHANGE-FILE
   END-IF.
   MOVE "N" TO WS-DONE-SW.
   IF WS-FILE-RECORD-COUNT > WS-MAX-ROWS
       MOVE "Y" TO WS-OVERFLOW-SW
   END-IF.
   IF WS-CHANGE-COUNT = 0
       MOVE 0 TO WS-CURRENT-ROW
   ELSE
       MOVE 1 TO WS-CURRENT-ROW
   END-IF.
   MOVE SPACES TO WS-MSG-LINE.

SHOW-CURRENT-ROW.
   IF WS-CURRENT-ROW > 0
       SET WS-IDX TO WS-CURRENT-ROW
       MOVE WS-G-CHANGE-ID(WS-IDX) TO WS-SHOW-CHANGE-ID
       MOVE WS-G-MASTER-ID(WS-IDX) TO WS-SHOW-MASTER-ID
       EVALUATE WS-G-ACTION(WS-IDX)
           WHEN "A"
               MOVE "ADD" TO WS-SHOW-ACTION
           WHEN "C"
               MOVE "CHANGE" TO WS-SHOW-ACTION
           WHEN "D"
               MOVE "DELETE" TO WS-SHOW-ACTION
           WHEN OTHER
               MOVE WS-G-ACTION(WS-IDX) TO WS-SHOW-ACTION
       END-EVALUATE
       EVALUATE WS-G-STATUS(WS-IDX)
           WHEN SPACE
               MOVE "PENDING" TO WS-SHOW-STATUS
           WHEN "A"
               MOVE "APPROVED" TO WS-SHOW-STATUS
           WHEN "R"
               MOVE "REJECTED" TO WS-SHOW-STATUS
           WHEN "F"
               MOVE "FAILED" TO WS-SHOW-STATUS
           WHEN OTHER
               MOVE WS-G-STATUS(WS-IDX) TO WS-SHOW-STATUS
       END-EVALUATE
       MOVE WS-G-REQ-USER(WS-IDX) TO WS-SHOW-REQ-USER
       MOVE WS-G-REQ-DATE(WS-IDX) TO WS-SHOW-REQ-DATE
       MOVE WS-G-REQ-TIME(WS-IDX) TO WS-SHOW-REQ-TIME
       MOVE WS-G-REV-USER(WS-IDX) TO WS-SHOW-REV-USER
       MOVE WS-G-BEFORE(WS-IDX) TO WS-SHOW-BEFORE
       MOVE WS-G-AFTER(WS-IDX) TO WS-SHOW-AFTER
   ELSE
       MOVE SPACES TO WS-SHOW-CHANGE-ID
       MOVE SPACES TO WS-SHOW-MASTER-ID
       MOVE SPACES TO WS-SHOW-ACTION
       MOVE SPACES TO WS-SHOW-STATUS
       MOVE SPACES TO WS-SHOW-REQ-USER
       MOVE SPACES TO WS-SHOW-REQ-DATE
       MOVE SPACES TO WS-SHOW-REQ-TIME
       MOVE SPACES TO WS-SHOW-REV-USER
       MOVE SPACES TO WS-SHOW-BEFORE
       MOVE SPACES TO WS-SHOW-AFTER
   END-IF.

PROCESS-FUNCTION-KEY.
   MOVE SPACES TO WS-MSG-LINE.
   EVALUATE FUNCTION UPPER-CASE(WS-FUNCTION-KEY)
       WHEN "N"
           PERFORM NEXT-ROW
       WHEN "P"
           PERFORM PREVIOUS-ROW
       WHEN "A"
           PERFORM APPROVE-ROW
       WHEN "R"
           PERFORM REJECT-ROW
       WHEN "U"
           PERFORM UNDO-ROW
       WHEN "S"
           PERFORM SAVE-REVIEW-WORK
           MOVE "Y" TO WS-DONE-SW
       WHEN "Q"
           MOVE "Y" TO WS-DONE-SW
       WHEN OTHER
           MOVE "INVALID FUNCTION KEY" TO WS-MSG-LINE
   END-EVALUATE.

NEXT-ROW.
   IF WS-CURRENT-ROW < WS-CHANGE-COUNT
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

APPROVE-ROW.
   SET WS-IDX TO WS-CURRENT-ROW.
   IF WS-G-REQ-USER(WS-IDX) = WS-USER-ID
       MOVE "CANNOT REVIEW YOUR OWN CHANGE" TO WS-MSG-LINE
   ELSE
       IF WS-G-STATUS(WS-IDX) NOT = SPACE
          AND WS-G-REV-USER(WS-IDX) NOT = WS-USER-ID
           PERFORM SHOW-EXISTING-DECISION
       ELSE
           IF WS-G-STATUS(WS-IDX) = "F"
               MOVE "FAILED ON APPLY - REJECT AND RE-KEY"
                   TO WS-MSG-LINE
           ELSE
               MOVE "A" TO WS-G-STATUS(WS-IDX)
               MOVE WS-USER-ID TO WS-G-REV-USER(WS-IDX)
               MOVE WS-RUN-DATE TO WS-G-REV-DATE(WS-IDX)
               MOVE WS-RUN-TIME TO WS-G-REV-TIME(WS-IDX)
               MOVE "Y" TO WS-G-TOUCHED-SW(WS-IDX)
               MOVE "CHANGE APPROVED FOR APPLY" TO WS-MSG-LINE
           END-IF
       END-IF
   END-IF.

REJECT-ROW.
   SET WS-IDX TO WS-CURRENT-ROW.
   IF WS-G-REQ-USER(WS-IDX) = WS-USER-ID
       MOVE "CANNOT REVIEW YOUR OWN CHANGE" TO WS-MSG-LINE
   ELSE
       IF WS-G-STATUS(WS-IDX) NOT = SPACE
          AND WS-G-REV-USER(WS-IDX) NOT = WS-USER-ID
           PERFORM SHOW-EXISTING-DECISION
       ELSE
           MOVE "R" TO WS-G-STATUS(WS-IDX)
           MOVE WS-USER-ID TO WS-G-REV-USER(WS-IDX)
           MOVE WS-RUN-DATE TO WS-G-REV-DATE(WS-IDX)
           MOVE WS-RUN-TIME TO WS-G-REV-TIME(WS-IDX)
           MOVE "Y" TO WS-G-TOUCHED-SW(WS-IDX)
           MOVE "CHANGE REJECTED" TO WS-MSG-LINE
       END-IF
   END-IF.

SHOW-EXISTING-DECISION.
   MOVE SPACES TO WS-MSG-LINE.
   STRING "ALREADY " DELIMITED BY SIZE
       WS-SHOW-STATUS DELIMITED BY SPACE
       " BY " DELIMITED BY SIZE
       WS-G-REV-USER(WS-IDX) DELIMITED BY SPACE
       " ON " DELIMITED BY SIZE
       WS-G-REV-DATE(WS-IDX) DELIMITED BY SIZE
       INTO WS-MSG-LINE.

UNDO-ROW.
   SET WS-IDX TO WS-CURRENT-ROW.
   IF WS-G-STATUS(WS-IDX) = SPACE OR WS-G-STATUS(WS-IDX) = "F"
       MOVE "NOTHING TO UNDO" TO WS-MSG-LINE
   ELSE
       IF WS-G-REV-USER(WS-IDX) NOT = WS-USER-ID
           MOVE "REVIEWED BY ANOTHER USER" TO WS-MSG-LINE
       ELSE
           MOVE SPACE TO WS-G-STATUS(WS-IDX)
           MOVE SPACES TO WS-G-REV-USER(WS-IDX)
           MOVE SPACES TO WS-G-REV-DATE(WS-IDX)
           MOVE SPACES TO WS-G-REV-TIME(WS-IDX)
           MOVE "Y" TO WS-G-TOUCHED-SW(WS-IDX)
           MOVE "REVIEW CLEARED" TO WS-MSG-LINE
       END-IF
   END-IF.

SAVE-REVIEW-WORK.
   PERFORM REWRITE-CHANGE-FILE.
   PERFORM APPEND-REVIEW-JOURNAL.

MOVE-ROW-TO-RECORD.
   MOVE WS-G-CHANGE-ID(WS-IDX) TO CG-CHANGE-ID.
   MOVE WS-G-MASTER-ID(WS-IDX) TO CG-MASTER-ID.
   MOVE WS-G-ACTION(WS-IDX) TO CG-ACTION.
   MOVE WS-G-STATUS(WS-IDX) TO CG-STATUS.
   MOVE WS-G-REQ-USER(WS-IDX) TO CG-REQUEST-USER.
   MOVE WS-G-REQ-DATE(WS-IDX) TO CG-REQUEST-DATE.
   MOVE WS-G-REQ-TIME(WS-IDX) TO CG-REQUEST-TIME.
   MOVE WS-G-REV-USER(WS-IDX) TO CG-REVIEW-USER.
   MOVE WS-G-REV-DATE(WS-IDX) TO CG-REVIEW-DATE.
   MOVE WS-G-REV-TIME(WS-IDX) TO CG-REVIEW-TIME.
   MOVE WS-G-APPLY-DATE(WS-IDX) TO CG-APPLY-DATE.
   MOVE WS-G-APPLY-TIME(WS-IDX) TO CG-APPLY-TIME.
   MOVE WS-G-BEFORE(WS-IDX) TO CG-BEFORE-IMAGE.
   MOVE WS-G-AFTER(WS-IDX) TO CG-AFTER-IMAGE.

REWRITE-CHANGE-FILE.
   OPEN OUTPUT CALC-CHANGE-FILE.
   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CHANGE-COUNT
       PERFORM MOVE-ROW-TO-RECORD
       WRITE CALC-CHANGE-RECORD
   END-PERFORM.
   CLOSE CALC-CHANGE-FILE.

APPEND-REVIEW-JOURNAL.
   OPEN EXTEND CALC-CHANGE-JOURNAL.
   IF WS-JOURNAL-STATUS = "35"
       OPEN OUTPUT CALC-CHANGE-JOURNAL
   END-IF.
   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CHANGE-COUNT
       IF WS-G-TOUCHED-SW(WS-IDX) = "Y"
           PERFORM MOVE-ROW-TO-RECORD
           IF CG-STATUS = SPACE
               MOVE "U" TO CG-STATUS
               MOVE WS-USER-ID TO CG-REVIEW-USER
               MOVE WS-RUN-DATE TO CG-REVIEW-DATE
               MOVE WS-RUN-TIME TO CG-REVIEW-TIME
           END-IF
           WRITE CALC-JOURNAL-RECORD FROM CALC-CHANGE-RECORD
       END-IF
   END-PERFORM.
   CLOSE CALC-CHANGE-JOURNAL.
