IDENTIFICATION DIVISION.
PROGRAM-ID. CalcScrReview.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-SCREEN-QUEUE-FILE ASSIGN TO "CALCSCRQ.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-QUEUE-STATUS.
   SELECT CALC-SCREEN-HISTORY-FILE ASSIGN TO "CALCSCRH.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-SCREEN-QUEUE-FILE.
COPY CALCSCQ.

FD  CALC-SCREEN-HISTORY-FILE.
COPY CALCSCH.

WORKING-STORAGE SECTION.
   01 WS-MAX-ROWS       PIC 9(5) VALUE 5000.
   01 WS-QUEUE-TABLE.
      05 WS-Q-ENTRY OCCURS 5000 TIMES INDEXED BY WS-IDX.
         10 WS-Q-SCREEN-DATE  PIC X(8) VALUE SPACES.
         10 WS-Q-CLIENT       PIC X(4) VALUE SPACES.
         10 WS-Q-FLAG-TYPE    PIC X VALUE SPACE.
         10 WS-Q-TXN-ID       PIC X(20) VALUE SPACES.
         10 WS-Q-NUM1         PIC 9(5)V9(2) VALUE 0.
         10 WS-Q-OPERATOR     PIC X VALUE SPACE.
         10 WS-Q-NUM2         PIC 9(5)V9(2) VALUE 0.
         10 WS-Q-TXN-COUNT    PIC 9(7) VALUE 0.
         10 WS-Q-DAY-VALUE    PIC 9(13)V9(2) VALUE 0.
         10 WS-Q-BASE-COUNT   PIC 9(7)V9(2) VALUE 0.
         10 WS-Q-BASE-VALUE   PIC 9(13)V9(2) VALUE 0.
         10 WS-Q-STATUS       PIC X VALUE SPACE.
         10 WS-Q-REVIEW-USER  PIC X(8) VALUE SPACES.
         10 WS-Q-REVIEW-DATE  PIC X(8) VALUE SPACES.
         10 WS-Q-REVIEW-TIME  PIC X(8) VALUE SPACES.
         10 WS-Q-OLD-STATUS   PIC X VALUE SPACE.
         10 WS-Q-OLD-USER     PIC X(8) VALUE SPACES.
         10 WS-Q-OLD-DATE     PIC X(8) VALUE SPACES.
         10 WS-Q-OLD-TIME     PIC X(8) VALUE SPACES.
         10 WS-Q-TOUCHED-SW   PIC X VALUE "N".

   01 WS-QUEUE-COUNT    PIC 9(5) VALUE 0.
   01 WS-OPEN-COUNT     PIC 9(5) VALUE 0.
   01 WS-FILE-RECORD-COUNT PIC 9(7) VALUE 0.
   01 WS-OVERFLOW-SW    PIC X VALUE "N".
   01 WS-FOUND-SW       PIC X VALUE "N".
   01 WS-CURRENT-ROW    PIC 9(5) VALUE 0.
   01 WS-SEARCH-ROW     PIC 9(5) VALUE 0.
   01 WS-FUNCTION-KEY   PIC X VALUE SPACE.
   01 WS-DONE-SW        PIC X VALUE "N".
   01 WS-MSG-LINE       PIC X(40) VALUE SPACES.
   01 WS-USER-ID        PIC X(8) VALUE SPACES.

   01 WS-QUEUE-STATUS   PIC X(2) VALUE "00".
   01 WS-HISTORY-STATUS PIC X(2) VALUE "00".

   01 WS-RUN-STAMP.
      05 WS-RUN-DATE    PIC X(8) VALUE SPACES.
      05 WS-RUN-TIME    PIC X(8) VALUE SPACES.
   01 WS-CURRENT-DATETIME PIC X(21) VALUE SPACES.

   01 WS-SHOW-SCREEN-DATE PIC X(8) VALUE SPACES.
   01 WS-SHOW-CLIENT    PIC X(4) VALUE SPACES.
   01 WS-SHOW-FLAG-TEXT PIC X(22) VALUE SPACES.
   01 WS-SHOW-TXN-ID    PIC X(20) VALUE SPACES.
   01 WS-SHOW-NUM1      PIC ZZ,ZZ9.99 VALUE 0.
   01 WS-SHOW-OPERATOR  PIC X VALUE SPACE.
   01 WS-SHOW-NUM2      PIC ZZ,ZZ9.99 VALUE 0.
   01 WS-SHOW-TXN-COUNT PIC Z,ZZZ,ZZ9 VALUE 0.
   01 WS-SHOW-DAY-VALUE PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.
   01 WS-SHOW-BASE-COUNT PIC Z,ZZZ,ZZ9.99 VALUE 0.
   01 WS-SHOW-BASE-VALUE PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.
   01 WS-SHOW-STATUS    PIC X(10) VALUE SPACES.
   01 WS-SHOW-REVIEW-USER PIC X(8) VALUE SPACES.
   01 WS-SHOW-REVIEW-DATE PIC X(8) VALUE SPACES.

SCREEN SECTION.
01 CALC-SCREEN-REVIEW-SCREEN.
   05 BLANK SCREEN.
   05 LINE 1  COLUMN 1  VALUE "CLIENT SCREENING INVESTIGATION QUEUE".
   05 LINE 1  COLUMN 44 VALUE "USER: ".
   05 LINE 1  COLUMN 50 PIC X(8) FROM WS-USER-ID.
   05 LINE 3  COLUMN 1  VALUE "ROW:".
   05 LINE 3  COLUMN 6  PIC 9(5) FROM WS-CURRENT-ROW.
   05 LINE 3  COLUMN 12 VALUE "OF".
   05 LINE 3  COLUMN 15 PIC 9(5) FROM WS-QUEUE-COUNT.
   05 LINE 3  COLUMN 23 VALUE "OPEN:".
   05 LINE 3  COLUMN 29 PIC 9(5) FROM WS-OPEN-COUNT.
   05 LINE 5  COLUMN 1  VALUE "RUN DATE: ".
   05 LINE 5  COLUMN 11 PIC X(8) FROM WS-SHOW-SCREEN-DATE.
   05 LINE 5  COLUMN 23 VALUE "CLIENT: ".
   05 LINE 5  COLUMN 31 PIC X(4) FROM WS-SHOW-CLIENT.
   05 LINE 6  COLUMN 1  VALUE "FLAG    : ".
   05 LINE 6  COLUMN 11 PIC X(22) FROM WS-SHOW-FLAG-TEXT.
   05 LINE 7  COLUMN 1  VALUE "TXN ID  : ".
   05 LINE 7  COLUMN 11 PIC X(20) FROM WS-SHOW-TXN-ID.
   05 LINE 8  COLUMN 1  VALUE "NUM1    : ".
   05 LINE 8  COLUMN 11 PIC ZZ,ZZ9.99 FROM WS-SHOW-NUM1.
   05 LINE 8  COLUMN 25 VALUE "OP: ".
   05 LINE 8  COLUMN 29 PIC X FROM WS-SHOW-OPERATOR.
   05 LINE 8  COLUMN 33 VALUE "NUM2: ".
   05 LINE 8  COLUMN 39 PIC ZZ,ZZ9.99 FROM WS-SHOW-NUM2.
   05 LINE 9  COLUMN 1  VALUE "TXNS    : ".
   05 LINE 9  COLUMN 11 PIC Z,ZZZ,ZZ9 FROM WS-SHOW-TXN-COUNT.
   05 LINE 9  COLUMN 25 VALUE "DAILY AVG: ".
   05 LINE 9  COLUMN 36 PIC Z,ZZZ,ZZ9.99 FROM WS-SHOW-BASE-COUNT.
   05 LINE 10 COLUMN 1  VALUE "VALUE   : ".
   05 LINE 10 COLUMN 11 PIC ZZZ,ZZZ,ZZZ,ZZ9.99
                        FROM WS-SHOW-DAY-VALUE.
   05 LINE 10 COLUMN 33 VALUE "DAILY AVG: ".
   05 LINE 10 COLUMN 44 PIC ZZZ,ZZZ,ZZZ,ZZ9.99
                        FROM WS-SHOW-BASE-VALUE.
   05 LINE 11 COLUMN 1  VALUE "STATUS  : ".
   05 LINE 11 COLUMN 11 PIC X(10) FROM WS-SHOW-STATUS.
   05 LINE 11 COLUMN 23 VALUE "BY: ".
   05 LINE 11 COLUMN 27 PIC X(8) FROM WS-SHOW-REVIEW-USER.
   05 LINE 11 COLUMN 37 VALUE "ON: ".
   05 LINE 11 COLUMN 41 PIC X(8) FROM WS-SHOW-REVIEW-DATE.
   05 LINE 13 COLUMN 1  VALUE
      "N=NEXT P=PREV O=NEXT OPEN C=CLEAR E=ESCALATE U=UNDO".
   05 LINE 14 COLUMN 1  VALUE "S=SAVE/EXIT Q=QUIT".
   05 LINE 15 COLUMN 1  VALUE "FUNCTION: ".
   05 LINE 15 COLUMN 11 PIC X USING WS-FUNCTION-KEY.
   05 LINE 17 COLUMN 1  PIC X(40) FROM WS-MSG-LINE.

PROCEDURE DIVISION.
MAIN-LOGIC.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
   MOVE WS-CURRENT-DATETIME(9:8) TO WS-RUN-TIME.
   PERFORM IDENTIFY-USER.
   PERFORM LOAD-QUEUE-FILE.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCSCRREVIEW: CALCSCRQ.DAT HAS " WS-FILE-RECORD-COUNT
           " RECORDS, MORE THAN THE " WS-MAX-ROWS
           " THIS SCREEN CAN HOLD."
       DISPLAY "CALCSCRREVIEW: REFUSING TO OPEN - SAVING WOULD DROP "
           "ITEMS. RAISE WS-MAX-ROWS."
       STOP RUN
   END-IF.
   IF WS-QUEUE-COUNT = 0
       DISPLAY "CALCSCRREVIEW: NO SCREENING ITEMS TO REVIEW."
       STOP RUN
   END-IF.
   PERFORM UNTIL WS-DONE-SW = "Y"
      PERFORM SHOW-CURRENT-ROW
      DISPLAY CALC-SCREEN-REVIEW-SCREEN
      ACCEPT CALC-SCREEN-REVIEW-SCREEN
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
       DISPLAY "CALCSCRREVIEW: NO USER ID IN THE ENVIRONMENT - "
           "ITEMS CANNOT BE REVIEWED."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-QUEUE-FILE.
   MOVE 0 TO WS-QUEUE-COUNT.
   MOVE 0 TO WS-OPEN-COUNT.
   MOVE 0 TO WS-FILE-RECORD-COUNT.
   OPEN INPUT CALC-SCREEN-QUEUE-FILE.
   IF WS-QUEUE-STATUS = "35"
       MOVE "Y" TO WS-DONE-SW
   END-IF.
   PERFORM UNTIL WS-DONE-SW = "Y"
      READ CALC-SCREEN-QUEUE-FILE
          AT END
              MOVE "Y" TO WS-DONE-SW
          NOT AT END
              ADD 1 TO WS-FILE-RECORD-COUNT
              IF WS-QUEUE-COUNT < WS-MAX-ROWS
                  ADD 1 TO WS-QUEUE-COUNT
                  SET WS-IDX TO WS-QUEUE-COUNT
                  PERFORM KEEP-QUEUE-ITEM
              END-IF
      END-READ
   END-PERFORM.
   IF WS-QUEUE-STATUS NOT = "35"
       CLOSE CALC-SCREEN-QUEUE-FILE
   END-IF.
   MOVE "N" TO WS-DONE-SW.
   IF WS-FILE-RECORD-COUNT > WS-MAX-ROWS
       MOVE "Y" TO WS-OVERFLOW-SW
   END-IF.
   MOVE 0 TO WS-CURRENT-ROW.
   IF WS-QUEUE-COUNT > 0
       PERFORM NEXT-OPEN-ROW
       IF WS-CURRENT-ROW = 0
           MOVE 1 TO WS-CURRENT-ROW
       END-IF
   END-IF.
   MOVE SPACES TO WS-MSG-LINE.

KEEP-QUEUE-ITEM.
   MOVE SQ-SCREEN-DATE TO WS-Q-SCREEN-DATE(WS-IDX).
   MOVE SQ-CLIENT-CODE TO WS-Q-CLIENT(WS-IDX).
   MOVE SQ-FLAG-TYPE TO WS-Q-FLAG-TYPE(WS-IDX).
   MOVE SQ-TXN-ID TO WS-Q-TXN-ID(WS-IDX).
   MOVE SQ-NUM1 TO WS-Q-NUM1(WS-IDX).
   MOVE SQ-OPERATOR TO WS-Q-OPERATOR(WS-IDX).
   MOVE SQ-NUM2 TO WS-Q-NUM2(WS-IDX).
   MOVE SQ-TXN-COUNT TO WS-Q-TXN-COUNT(WS-IDX).
   MOVE SQ-DAY-VALUE TO WS-Q-DAY-VALUE(WS-IDX).
   MOVE SQ-BASE-COUNT TO WS-Q-BASE-COUNT(WS-IDX).
   MOVE SQ-BASE-VALUE TO WS-Q-BASE-VALUE(WS-IDX).
   MOVE SQ-STATUS TO WS-Q-STATUS(WS-IDX).
   MOVE SQ-REVIEW-USER TO WS-Q-REVIEW-USER(WS-IDX).
   MOVE SQ-REVIEW-DATE TO WS-Q-REVIEW-DATE(WS-IDX).
   MOVE SQ-REVIEW-TIME TO WS-Q-REVIEW-TIME(WS-IDX).
   MOVE SQ-STATUS TO WS-Q-OLD-STATUS(WS-IDX).
   MOVE SQ-REVIEW-USER TO WS-Q-OLD-USER(WS-IDX).
   MOVE SQ-REVIEW-DATE TO WS-Q-OLD-DATE(WS-IDX).
   MOVE SQ-REVIEW-TIME TO WS-Q-OLD-TIME(WS-IDX).
   MOVE "N" TO WS-Q-TOUCHED-SW(WS-IDX).
   IF SQ-STATUS = "O"
       ADD 1 TO WS-OPEN-COUNT
   END-IF.

SHOW-CURRENT-ROW.
   IF WS-CURRENT-ROW > 0
       SET WS-IDX TO WS-CURRENT-ROW
       MOVE WS-Q-SCREEN-DATE(WS-IDX) TO WS-SHOW-SCREEN-DATE
       MOVE WS-Q-CLIENT(WS-IDX) TO WS-SHOW-CLIENT
       EVALUATE WS-Q-FLAG-TYPE(WS-IDX)
           WHEN "V"
               MOVE "VOLUME SPIKE" TO WS-SHOW-FLAG-TEXT
           WHEN "A"
               MOVE "VALUE SPIKE" TO WS-SHOW-FLAG-TEXT
           WHEN "R"
               MOVE "REPEATED CALCULATION" TO WS-SHOW-FLAG-TEXT
           WHEN "F"
               MOVE "FIRST-EVER ACTIVITY" TO WS-SHOW-FLAG-TEXT
           WHEN "N"
               MOVE "NON-BUSINESS DAY" TO WS-SHOW-FLAG-TEXT
           WHEN OTHER
               MOVE "UNKNOWN FLAG" TO WS-SHOW-FLAG-TEXT
       END-EVALUATE
       MOVE WS-Q-TXN-ID(WS-IDX) TO WS-SHOW-TXN-ID
       MOVE WS-Q-NUM1(WS-IDX) TO WS-SHOW-NUM1
       MOVE WS-Q-OPERATOR(WS-IDX) TO WS-SHOW-OPERATOR
       MOVE WS-Q-NUM2(WS-IDX) TO WS-SHOW-NUM2
       MOVE WS-Q-TXN-COUNT(WS-IDX) TO WS-SHOW-TXN-COUNT
       MOVE WS-Q-DAY-VALUE(WS-IDX) TO WS-SHOW-DAY-VALUE
       MOVE WS-Q-BASE-COUNT(WS-IDX) TO WS-SHOW-BASE-COUNT
       MOVE WS-Q-BASE-VALUE(WS-IDX) TO WS-SHOW-BASE-VALUE
       EVALUATE WS-Q-STATUS(WS-IDX)
           WHEN "O"
               MOVE "OPEN" TO WS-SHOW-STATUS
           WHEN "C"
               MOVE "CLEARED" TO WS-SHOW-STATUS
           WHEN "E"
               MOVE "ESCALATED" TO WS-SHOW-STATUS
           WHEN OTHER
               MOVE WS-Q-STATUS(WS-IDX) TO WS-SHOW-STATUS
       END-EVALUATE
       MOVE WS-Q-REVIEW-USER(WS-IDX) TO WS-SHOW-REVIEW-USER
       MOVE WS-Q-REVIEW-DATE(WS-IDX) TO WS-SHOW-REVIEW-DATE
   ELSE
       MOVE SPACES TO WS-SHOW-SCREEN-DATE
       MOVE SPACES TO WS-SHOW-CLIENT
       MOVE SPACES TO WS-SHOW-FLAG-TEXT
       MOVE SPACES TO WS-SHOW-TXN-ID
       MOVE 0 TO WS-SHOW-NUM1
       MOVE SPACE TO WS-SHOW-OPERATOR
       MOVE 0 TO WS-SHOW-NUM2
       MOVE 0 TO WS-SHOW-TXN-COUNT
       MOVE 0 TO WS-SHOW-DAY-VALUE
       MOVE 0 TO WS-SHOW-BASE-COUNT
       MOVE 0 TO WS-SHOW-BASE-VALUE
       MOVE SPACES TO WS-SHOW-STATUS
       MOVE SPACES TO WS-SHOW-REVIEW-USER
       MOVE SPACES TO WS-SHOW-REVIEW-DATE
   END-IF.

PROCESS-FUNCTION-KEY.
   MOVE SPACES TO WS-MSG-LINE.
   EVALUATE FUNCTION UPPER-CASE(WS-FUNCTION-KEY)
       WHEN "N"
           PERFORM NEXT-ROW
       WHEN "P"
           PERFORM PREVIOUS-ROW
       WHEN "O"
           MOVE WS-CURRENT-ROW TO WS-SEARCH-ROW
           PERFORM NEXT-OPEN-ROW
           IF WS-CURRENT-ROW = 0
               MOVE WS-SEARCH-ROW TO WS-CURRENT-ROW
               MOVE "NO MORE OPEN ITEMS" TO WS-MSG-LINE
           END-IF
       WHEN "C"
           PERFORM CLEAR-ROW
       WHEN "E"
           PERFORM ESCALATE-ROW
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
   IF WS-CURRENT-ROW < WS-QUEUE-COUNT
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

NEXT-OPEN-ROW.
   MOVE "N" TO WS-FOUND-SW.
   PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QUEUE-COUNT OR WS-FOUND-SW = "Y"
       IF WS-IDX > WS-CURRENT-ROW AND WS-Q-STATUS(WS-IDX) = "O"
           MOVE "Y" TO WS-FOUND-SW
           SET WS-CURRENT-ROW TO WS-IDX
       END-IF
   END-PERFORM.
   IF WS-FOUND-SW = "N"
       MOVE 0 TO WS-CURRENT-ROW
   END-IF.

CLEAR-ROW.
   SET WS-IDX TO WS-CURRENT-ROW.
   IF WS-Q-STATUS(WS-IDX) NOT = "O"
      AND WS-Q-REVIEW-USER(WS-IDX) NOT = WS-USER-ID
       PERFORM SHOW-EXISTING-DECISION
   ELSE
       IF WS-Q-STATUS(WS-IDX) = "O"
           SUBTRACT 1 FROM WS-OPEN-COUNT
       END-IF
       MOVE "C" TO WS-Q-STATUS(WS-IDX)
       MOVE WS-USER-ID TO WS-Q-REVIEW-USER(WS-IDX)
       MOVE WS-RUN-DATE TO WS-Q-REVIEW-DATE(WS-IDX)
       MOVE WS-RUN-TIME TO WS-Q-REVIEW-TIME(WS-IDX)
       MOVE "Y" TO WS-Q-TOUCHED-SW(WS-IDX)
       MOVE "ITEM CLEARED" TO WS-MSG-LINE
   END-IF.

ESCALATE-ROW.
   SET WS-IDX TO WS-CURRENT-ROW.
   IF WS-Q-STATUS(WS-IDX) NOT = "O"
      AND WS-Q-REVIEW-USER(WS-IDX) NOT = WS-USER-ID
       PERFORM SHOW-EXISTING-DECISION
   ELSE
       IF WS-Q-STATUS(WS-IDX) = "O"
           SUBTRACT 1 FROM WS-OPEN-COUNT
       END-IF
       MOVE "E" TO WS-Q-STATUS(WS-IDX)
       MOVE WS-USER-ID TO WS-Q-REVIEW-USER(WS-IDX)
       MOVE WS-RUN-DATE TO WS-Q-REVIEW-DATE(WS-IDX)
       MOVE WS-RUN-TIME TO WS-Q-REVIEW-TIME(WS-IDX)
       MOVE "Y" TO WS-Q-TOUCHED-SW(WS-IDX)
       MOVE "ITEM ESCALATED" TO WS-MSG-LINE
   END-IF.

SHOW-EXISTING-DECISION.
   MOVE SPACES TO WS-MSG-LINE.
   STRING "ALREADY " DELIMITED BY SIZE
       WS-SHOW-STATUS DELIMITED BY SPACE
       " BY " DELIMITED BY SIZE
       WS-Q-REVIEW-USER(WS-IDX) DELIMITED BY SPACE
       " ON " DELIMITED BY SIZE
       WS-Q-REVIEW-DATE(WS-IDX) DELIMITED BY SIZE
       INTO WS-MSG-LINE.

UNDO-ROW.
   SET WS-IDX TO WS-CURRENT-ROW.
   IF WS-Q-TOUCHED-SW(WS-IDX) = "N"
       MOVE "NOTHING TO UNDO ON THIS ITEM" TO WS-MSG-LINE
   ELSE
       IF WS-Q-OLD-STATUS(WS-IDX) = "O"
           ADD 1 TO WS-OPEN-COUNT
       END-IF
       MOVE WS-Q-OLD-STATUS(WS-IDX) TO WS-Q-STATUS(WS-IDX)
       MOVE WS-Q-OLD-USER(WS-IDX) TO WS-Q-REVIEW-USER(WS-IDX)
       MOVE WS-Q-OLD-DATE(WS-IDX) TO WS-Q-REVIEW-DATE(WS-IDX)
       MOVE WS-Q-OLD-TIME(WS-IDX) TO WS-Q-REVIEW-TIME(WS-IDX)
       MOVE "N" TO WS-Q-TOUCHED-SW(WS-IDX)
       MOVE "DECISION UNDONE" TO WS-MSG-LINE
   END-IF.

SAVE-REVIEW-WORK.
   PERFORM REWRITE-QUEUE-FILE.
   PERFORM APPEND-REVIEW-HISTORY.

REWRITE-QUEUE-FILE.
   OPEN OUTPUT CALC-SCREEN-QUEUE-FILE.
   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QUEUE-COUNT
       MOVE WS-Q-SCREEN-DATE(WS-IDX) TO SQ-SCREEN-DATE
       MOVE WS-Q-CLIENT(WS-IDX) TO SQ-CLIENT-CODE
       MOVE WS-Q-FLAG-TYPE(WS-IDX) TO SQ-FLAG-TYPE
       MOVE WS-Q-TXN-ID(WS-IDX) TO SQ-TXN-ID
       MOVE WS-Q-NUM1(WS-IDX) TO SQ-NUM1
       MOVE WS-Q-OPERATOR(WS-IDX) TO SQ-OPERATOR
       MOVE WS-Q-NUM2(WS-IDX) TO SQ-NUM2
       MOVE WS-Q-TXN-COUNT(WS-IDX) TO SQ-TXN-COUNT
       MOVE WS-Q-DAY-VALUE(WS-IDX) TO SQ-DAY-VALUE
       MOVE WS-Q-BASE-COUNT(WS-IDX) TO SQ-BASE-COUNT
       MOVE WS-Q-BASE-VALUE(WS-IDX) TO SQ-BASE-VALUE
       MOVE WS-Q-STATUS(WS-IDX) TO SQ-STATUS
       MOVE WS-Q-REVIEW-USER(WS-IDX) TO SQ-REVIEW-USER
       MOVE WS-Q-REVIEW-DATE(WS-IDX) TO SQ-REVIEW-DATE
       MOVE WS-Q-REVIEW-TIME(WS-IDX) TO SQ-REVIEW-TIME
       WRITE CALC-SCREEN-QUEUE-RECORD
   END-PERFORM.
   CLOSE CALC-SCREEN-QUEUE-FILE.

APPEND-REVIEW-HISTORY.
   OPEN EXTEND CALC-SCREEN-HISTORY-FILE.
   IF WS-HISTORY-STATUS = "35"
       OPEN OUTPUT CALC-SCREEN-HISTORY-FILE
   END-IF.
   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QUEUE-COUNT
       IF WS-Q-TOUCHED-SW(WS-IDX) = "Y"
           MOVE WS-Q-SCREEN-DATE(WS-IDX) TO SH-SCREEN-DATE
           MOVE WS-Q-CLIENT(WS-IDX) TO SH-CLIENT-CODE
           MOVE WS-Q-FLAG-TYPE(WS-IDX) TO SH-FLAG-TYPE
           MOVE WS-Q-TXN-ID(WS-IDX) TO SH-TXN-ID
           MOVE WS-Q-STATUS(WS-IDX) TO SH-STATUS
           MOVE WS-USER-ID TO SH-ACTION-USER
           MOVE WS-RUN-DATE TO SH-ACTION-DATE
           MOVE WS-RUN-TIME TO SH-ACTION-TIME
           WRITE CALC-SCREEN-HISTORY-RECORD
       END-IF
   END-PERFORM.
   CLOSE CALC-SCREEN-HISTORY-FILE.
