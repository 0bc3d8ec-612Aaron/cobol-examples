IDENTIFICATION DIVISION.
PROGRAM-ID. CalcSchdMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-SCHEDULE-FILE ASSIGN TO "CALCPSCH.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SCHEDULE-STATUS.
   SELECT CALC-CHANGE-FILE ASSIGN TO "CALCCHGP.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGE-STATUS.
   SELECT CALC-CHANGE-JOURNAL ASSIGN TO "CALCCHGJ.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-SCHEDULE-FILE.
COPY CALCPSC.

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
   01 WS-MAX-ROWS       PIC 9(3) VALUE 100.
   01 WS-SCHEDULE-TABLE.
      05 WS-SCHEDULE-ENTRY OCCURS 100 TIMES INDEXED BY WS-IDX.
         10 WS-S-SENDER    PIC X(8) VALUE SPACES.
         10 WS-S-NAME      PIC X(20) VALUE SPACES.
         10 WS-S-DAYS      PIC X(7) VALUE SPACES.
         10 WS-S-ARRIVAL   PIC X(4) VALUE SPACES.
         10 WS-S-RETURN    PIC X(4) VALUE SPACES.
         10 WS-S-ACTIVE    PIC X VALUE SPACE.
         10 WS-S-ORIG-ROW  PIC 9(3) VALUE 0.

   01 WS-ORIG-TABLE.
      05 WS-ORIG-ENTRY OCCURS 100 TIMES INDEXED BY WS-ORIG-IDX.
         10 WS-ORIG-IMAGE   PIC X(80) VALUE SPACES.
         10 WS-ORIG-KEPT-SW PIC X VALUE "N".
   01 WS-ORIG-COUNT     PIC 9(3) VALUE 0.

   01 WS-SCHEDULE-COUNT PIC 9(3) VALUE 0.
   01 WS-FILE-RECORD-COUNT PIC 9(7) VALUE 0.
   01 WS-OVERFLOW-SW    PIC X VALUE "N".
   01 WS-CURRENT-ROW    PIC 9(3) VALUE 0.
   01 WS-FUNCTION-KEY   PIC X VALUE SPACE.
   01 WS-DONE-SW        PIC X VALUE "N".
   01 WS-MSG-LINE       PIC X(40) VALUE SPACES.
   01 WS-DUP-SW         PIC X VALUE "N".
   01 WS-EXCLUDE-ROW    PIC 9(3) VALUE 0.
   01 WS-DAY-IDX        PIC 9 VALUE 0.

   01 WS-SCHEDULE-STATUS PIC X(2) VALUE "00".
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

   01 WS-EDIT-SENDER    PIC X(8) VALUE SPACES.
   01 WS-EDIT-NAME      PIC X(20) VALUE SPACES.
   01 WS-EDIT-DAYS      PIC X(7) VALUE SPACES.
   01 WS-EDIT-ARRIVAL   PIC X(4) VALUE SPACES.
   01 WS-EDIT-RETURN    PIC X(4) VALUE SPACES.
   01 WS-EDIT-ACTIVE    PIC X VALUE SPACE.
   01 WS-EDIT-TIME      PIC X(4) VALUE SPACES.
   01 WS-EDIT-TIME-OK   PIC X VALUE "N".

SCREEN SECTION.
01 CALC-SCHD-SCREEN.
   05 BLANK SCREEN.
   05 LINE 1  COLUMN 1  VALUE "PARTNER FILE SCHEDULE MAINTENANCE".
   05 LINE 3  COLUMN 1  VALUE "ROW:".
   05 LINE 3  COLUMN 6  PIC 9(3) FROM WS-CURRENT-ROW.
   05 LINE 3  COLUMN 11 VALUE "OF".
   05 LINE 3  COLUMN 14 PIC 9(3) FROM WS-SCHEDULE-COUNT.
   05 LINE 5  COLUMN 1  VALUE "SENDER ID     : ".
   05 LINE 5  COLUMN 17 PIC X(8) USING WS-EDIT-SENDER.
   05 LINE 6  COLUMN 1  VALUE "PARTNER NAME  : ".
   05 LINE 6  COLUMN 17 PIC X(20) USING WS-EDIT-NAME.
   05 LINE 7  COLUMN 1  VALUE "DAYS MTWTFSS  : ".
   05 LINE 7  COLUMN 17 PIC X(7) USING WS-EDIT-DAYS.
   05 LINE 8  COLUMN 1  VALUE "ARRIVE BY HHMM: ".
   05 LINE 8  COLUMN 17 PIC X(4) USING WS-EDIT-ARRIVAL.
   05 LINE 9  COLUMN 1  VALUE "RETURN BY HHMM: ".
   05 LINE 9  COLUMN 17 PIC X(4) USING WS-EDIT-RETURN.
   05 LINE 10 COLUMN 1  VALUE "ACTIVE     Y/N: ".
   05 LINE 10 COLUMN 17 PIC X USING WS-EDIT-ACTIVE.
   05 LINE 12 COLUMN 1  VALUE
      "N=NEXT P=PREV A=ADD C=CHANGE D=DELETE S=SUBMIT/EXIT Q=QUIT".
   05 LINE 13 COLUMN 1  VALUE "FUNCTION: ".
   05 LINE 13 COLUMN 11 PIC X USING WS-FUNCTION-KEY.
   05 LINE 15 COLUMN 1  PIC X(40) FROM WS-MSG-LINE.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM LOAD-SCHEDULE-FILE.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCSCHDMAINT: CALCPSCH.DAT HAS "
           WS-FILE-RECORD-COUNT " RECORDS, MORE THAN THE "
           WS-MAX-ROWS " THIS SCREEN CAN HOLD."
       DISPLAY "CALCSCHDMAINT: REFUSING TO OPEN - SAVING WOULD DROP "
           "PARTNERS. RAISE WS-MAX-ROWS."
       STOP RUN
   END-IF.
   PERFORM IDENTIFY-USER.
   PERFORM COUNT-PENDING-CHANGES.
   PERFORM UNTIL WS-DONE-SW = "Y"
      PERFORM SHOW-CURRENT-ROW
      DISPLAY CALC-SCHD-SCREEN
      ACCEPT CALC-SCHD-SCREEN
      PERFORM PROCESS-FUNCTION-KEY
   END-PERFORM.
   IF WS-SUBMIT-COUNT > 0
       DISPLAY "CALCSCHDMAINT: " WS-SUBMIT-COUNT " CHANGES WRITTEN TO "
           "CALCCHGP.DAT FOR APPROVAL - CALCPSCH.DAT NOT UPDATED"
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
       DISPLAY "CALCSCHDMAINT: NO USER ID IN THE ENVIRONMENT - "
           "CHANGES CANNOT BE SUBMITTED FOR APPROVAL."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-SCHEDULE-FILE.
   MOVE 0 TO WS-SCHEDULE-COUNT.
   MOVE 0 TO WS-FILE-RECORD-COUNT.
   OPEN INPUT CALC-SCHEDULE-FILE.
   IF WS-SCHEDULE-STATUS = "35"
       MOVE "Y" TO WS-DONE-SW
   END-IF.
   PERFORM UNTIL WS-DONE-SW = "Y"
      READ CALC-SCHEDULE-FILE
          AT END
              MOVE "Y" TO WS-DONE-SW
          NOT AT END
              ADD 1 TO WS-FILE-RECORD-COUNT
              IF WS-SCHEDULE-COUNT < WS-MAX-ROWS
                  ADD 1 TO WS-SCHEDULE-COUNT
                  SET WS-IDX TO WS-SCHEDULE-COUNT
                  MOVE PS-SENDER-ID TO WS-S-SENDER(WS-IDX)
                  MOVE PS-PARTNER-NAME TO WS-S-NAME(WS-IDX)
                  MOVE PS-EXPECTED-DAYS TO WS-S-DAYS(WS-IDX)
                  MOVE PS-LATEST-ARRIVAL TO WS-S-ARRIVAL(WS-IDX)
                  MOVE PS-RETURN-DUE TO WS-S-RETURN(WS-IDX)
                  MOVE PS-ACTIVE-FLAG TO WS-S-ACTIVE(WS-IDX)
                  MOVE WS-SCHEDULE-COUNT TO WS-S-ORIG-ROW(WS-IDX)
                  SET WS-ORIG-IDX TO WS-SCHEDULE-COUNT
                  MOVE CALC-PARTNER-SCHED-RECORD
                      TO WS-ORIG-IMAGE(WS-ORIG-IDX)
              END-IF
      END-READ
   END-PERFORM.
   IF WS-SCHEDULE-STATUS NOT = "35"
       CLOSE CALC-SCHEDULE-FILE
   END-IF.
   MOVE "N" TO WS-DONE-SW.
   MOVE WS-SCHEDULE-COUNT TO WS-ORIG-COUNT.
   IF WS-FILE-RECORD-COUNT > WS-MAX-ROWS
       MOVE "Y" TO WS-OVERFLOW-SW
   END-IF.
   IF WS-SCHEDULE-COUNT = 0
       MOVE 0 TO WS-CURRENT-ROW
   ELSE
       MOVE 1 TO WS-CURRENT-ROW
   END-IF.
   MOVE SPACES TO WS-MSG-LINE.

SHOW-CURRENT-ROW.
   IF WS-CURRENT-ROW > 0
       SET WS-IDX TO WS-CURRENT-ROW
       MOVE WS-S-SENDER(WS-IDX) TO WS-EDIT-SENDER
       MOVE WS-S-NAME(WS-IDX) TO WS-EDIT-NAME
       MOVE WS-S-DAYS(WS-IDX) TO WS-EDIT-DAYS
       MOVE WS-S-ARRIVAL(WS-IDX) TO WS-EDIT-ARRIVAL
       MOVE WS-S-RETURN(WS-IDX) TO WS-EDIT-RETURN
       MOVE WS-S-ACTIVE(WS-IDX) TO WS-EDIT-ACTIVE
   ELSE
       MOVE SPACES TO WS-EDIT-SENDER
       MOVE SPACES TO WS-EDIT-NAME
       MOVE SPACES TO WS-EDIT-DAYS
       MOVE SPACES TO WS-EDIT-ARRIVAL
       MOVE SPACES TO WS-EDIT-RETURN
       MOVE SPACE TO WS-EDIT-ACTIVE
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
              IF CG-MASTER-ID = "PSCH"
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
           PERFORM SUBMIT-SCHEDULE-CHANGES
           MOVE "Y" TO WS-DONE-SW
       WHEN "Q"
           MOVE "Y" TO WS-DONE-SW
       WHEN OTHER
           MOVE "INVALID FUNCTION KEY" TO WS-MSG-LINE
   END-EVALUATE.

NEXT-ROW.
   IF WS-CURRENT-ROW < WS-SCHEDULE-COUNT
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
   MOVE FUNCTION UPPER-CASE(WS-EDIT-SENDER) TO WS-EDIT-SENDER.
   MOVE FUNCTION UPPER-CASE(WS-EDIT-DAYS) TO WS-EDIT-DAYS.
   MOVE FUNCTION UPPER-CASE(WS-EDIT-ACTIVE) TO WS-EDIT-ACTIVE.
   IF WS-EDIT-SENDER = SPACES
       MOVE "SENDER ID IS REQUIRED" TO WS-MSG-LINE
   END-IF.
   IF WS-MSG-LINE = SPACES
       PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
           IF WS-EDIT-DAYS(WS-DAY-IDX:1) NOT = "Y"
              AND WS-EDIT-DAYS(WS-DAY-IDX:1) NOT = "N"
               MOVE "EACH DAY MUST BE Y OR N, MONDAY FIRST"
                   TO WS-MSG-LINE
           END-IF
       END-PERFORM
   END-IF.
   IF WS-MSG-LINE = SPACES
       MOVE WS-EDIT-ARRIVAL TO WS-EDIT-TIME
       PERFORM EDIT-TIME-FIELD
       IF WS-EDIT-TIME-OK = "N"
           MOVE "ARRIVE BY MUST BE HHMM" TO WS-MSG-LINE
       END-IF
   END-IF.
   IF WS-MSG-LINE = SPACES
       MOVE WS-EDIT-RETURN TO WS-EDIT-TIME
       PERFORM EDIT-TIME-FIELD
       IF WS-EDIT-TIME-OK = "N"
           MOVE "RETURN BY MUST BE HHMM" TO WS-MSG-LINE
       ELSE
           IF WS-EDIT-RETURN < WS-EDIT-ARRIVAL
               MOVE "RETURN BY IS BEFORE ARRIVE BY" TO WS-MSG-LINE
           END-IF
       END-IF
   END-IF.
   IF WS-MSG-LINE = SPACES
       IF WS-EDIT-ACTIVE NOT = "Y" AND WS-EDIT-ACTIVE NOT = "N"
           MOVE "ACTIVE MUST BE Y OR N" TO WS-MSG-LINE
       END-IF
   END-IF.

EDIT-TIME-FIELD.
   MOVE "Y" TO WS-EDIT-TIME-OK.
   IF WS-EDIT-TIME NOT NUMERIC
       MOVE "N" TO WS-EDIT-TIME-OK
   ELSE
       IF WS-EDIT-TIME(1:2) > "23" OR WS-EDIT-TIME(3:2) > "59"
           MOVE "N" TO WS-EDIT-TIME-OK
       END-IF
   END-IF.

CHECK-DUPLICATE-SENDER.
   MOVE "N" TO WS-DUP-SW.
   PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-SCHEDULE-COUNT
       IF WS-S-SENDER(WS-IDX) = WS-EDIT-SENDER
          AND WS-IDX NOT = WS-EXCLUDE-ROW
           MOVE "Y" TO WS-DUP-SW
       END-IF
   END-PERFORM.

ADD-ROW.
   IF WS-SCHEDULE-COUNT >= WS-MAX-ROWS
       MOVE "SCHEDULE TABLE IS FULL" TO WS-MSG-LINE
   ELSE
       PERFORM EDIT-SCREEN-FIELDS
       IF WS-MSG-LINE = SPACES
           MOVE 0 TO WS-EXCLUDE-ROW
           PERFORM CHECK-DUPLICATE-SENDER
           IF WS-DUP-SW = "Y"
               MOVE "SENDER ALREADY ON SCHEDULE" TO WS-MSG-LINE
           ELSE
               ADD 1 TO WS-SCHEDULE-COUNT
               MOVE WS-SCHEDULE-COUNT TO WS-CURRENT-ROW
               PERFORM STORE-SCREEN-FIELDS
               MOVE 0 TO WS-S-ORIG-ROW(WS-IDX)
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
           PERFORM CHECK-DUPLICATE-SENDER
           IF WS-DUP-SW = "Y"
               MOVE "SENDER ALREADY ON SCHEDULE" TO WS-MSG-LINE
           ELSE
               PERFORM STORE-SCREEN-FIELDS
               MOVE "ROW CHANGED" TO WS-MSG-LINE
           END-IF
       END-IF
   END-IF.

STORE-SCREEN-FIELDS.
   SET WS-IDX TO WS-CURRENT-ROW.
   MOVE WS-EDIT-SENDER TO WS-S-SENDER(WS-IDX).
   MOVE WS-EDIT-NAME TO WS-S-NAME(WS-IDX).
   MOVE WS-EDIT-DAYS TO WS-S-DAYS(WS-IDX).
   MOVE WS-EDIT-ARRIVAL TO WS-S-ARRIVAL(WS-IDX).
   MOVE WS-EDIT-RETURN TO WS-S-RETURN(WS-IDX).
   MOVE WS-EDIT-ACTIVE TO WS-S-ACTIVE(WS-IDX).

DELETE-ROW.
   IF WS-CURRENT-ROW = 0
       MOVE "NO ROW TO DELETE" TO WS-MSG-LINE
   ELSE
       PERFORM VARYING WS-IDX FROM WS-CURRENT-ROW BY 1
               UNTIL WS-IDX >= WS-SCHEDULE-COUNT
           MOVE WS-SCHEDULE-ENTRY(WS-IDX + 1)
               TO WS-SCHEDULE-ENTRY(WS-IDX)
       END-PERFORM
       SUBTRACT 1 FROM WS-SCHEDULE-COUNT
       IF WS-CURRENT-ROW > WS-SCHEDULE-COUNT
           MOVE WS-SCHEDULE-COUNT TO WS-CURRENT-ROW
       END-IF
       MOVE "ROW DELETED" TO WS-MSG-LINE
   END-IF.

SUBMIT-SCHEDULE-CHANGES.
   PERFORM OPEN-CHANGE-FILES.
   PERFORM VARYING WS-ORIG-IDX FROM 1 BY 1
           UNTIL WS-ORIG-IDX > WS-ORIG-COUNT
       MOVE "N" TO WS-ORIG-KEPT-SW(WS-ORIG-IDX)
   END-PERFORM.
   PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-SCHEDULE-COUNT
       MOVE WS-S-SENDER(WS-IDX) TO PS-SENDER-ID
       MOVE WS-S-NAME(WS-IDX) TO PS-PARTNER-NAME
       MOVE WS-S-DAYS(WS-IDX) TO PS-EXPECTED-DAYS
       MOVE WS-S-ARRIVAL(WS-IDX) TO PS-LATEST-ARRIVAL
       MOVE WS-S-RETURN(WS-IDX) TO PS-RETURN-DUE
       MOVE WS-S-ACTIVE(WS-IDX) TO PS-ACTIVE-FLAG
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
   IF WS-S-ORIG-ROW(WS-IDX) = 0
       MOVE "A" TO CG-ACTION
       MOVE SPACES TO CG-BEFORE-IMAGE
       MOVE CALC-PARTNER-SCHED-RECORD TO CG-AFTER-IMAGE
       PERFORM WRITE-CHANGE-REQUEST
   ELSE
       SET WS-ORIG-IDX TO WS-S-ORIG-ROW(WS-IDX)
       MOVE "Y" TO WS-ORIG-KEPT-SW(WS-ORIG-IDX)
       IF CALC-PARTNER-SCHED-RECORD NOT = WS-ORIG-IMAGE(WS-ORIG-IDX)
           MOVE "C" TO CG-ACTION
           MOVE WS-ORIG-IMAGE(WS-ORIG-IDX) TO CG-BEFORE-IMAGE
           MOVE CALC-PARTNER-SCHED-RECORD TO CG-AFTER-IMAGE
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
   MOVE "PSCH" TO CG-MASTER-ID.
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
