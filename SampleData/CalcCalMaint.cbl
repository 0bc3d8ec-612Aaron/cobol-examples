   SELECT CALC-CALENDAR-FILE ASSIGN TO "CALCCLDR.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CALENDAR-STATUS.
   SELECT CALC-CHANGE-FILE ASSIGN TO "CALCCHGP.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGE-STATUS.
   SELECT CALC-CHANGE-JOURNAL ASSIGN TO "CALCCHGJ.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-CALENDAR-FILE.
COPY CALCCAL.

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
   01 WS-MAX-ROWS       PIC 9(3) VALUE 400.
   01 WS-CALENDAR-TABLE.
         10 WS-C-DAY-TYPE  PIC X VALUE SPACE.
         10 WS-C-PERIOD-END PIC X VALUE SPACE.
         10 WS-C-COMPLETED PIC X VALUE SPACE.
         10 WS-C-ORIG-ROW  PIC 9(3) VALUE 0.

   01 WS-ORIG-TABLE.
      05 WS-ORIG-ENTRY OCCURS 400 TIMES INDEXED BY WS-ORIG-IDX.
         10 WS-ORIG-IMAGE   PIC X(80) VALUE SPACES.
         10 WS-ORIG-KEPT-SW PIC X VALUE "N".
   01 WS-ORIG-COUNT     PIC 9(3) VALUE 0.

   01 WS-CALENDAR-COUNT PIC 9(3) VALUE 0.
   01 WS-FILE-RECORD-COUNT PIC 9(7) VALUE 0.
   01 WS-EXCLUDE-ROW    PIC 9(3) VALUE 0.

   01 WS-CALENDAR-STATUS PIC X(2) VALUE "00".
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

   01 WS-EDIT-DATE      PIC X(8) VALUE SPACES.
   01 WS-EDIT-DAY-TYPE  PIC X VALUE SPACE.
   05 LINE 8  COLUMN 1  VALUE "COMPLETED  Y/N: ".
   05 LINE 8  COLUMN 17 PIC X USING WS-EDIT-COMPLETED.
   05 LINE 10 COLUMN 1  VALUE
      "N=NEXT P=PREV A=ADD C=CHANGE D=DELETE S=SUBMIT/EXIT Q=QUIT".
   05 LINE 11 COLUMN 1  VALUE "FUNCTION: ".
   05 LINE 11 COLUMN 11 PIC X USING WS-FUNCTION-KEY.
   05 LINE 13 COLUMN 1  PIC X(40) FROM WS-MSG-LINE.
           "DATES. PURGE CLOSED MONTHS OR RAISE WS-MAX-ROWS."
       STOP RUN
   END-IF.
   PERFORM IDENTIFY-USER.
   PERFORM COUNT-PENDING-CHANGES.
   PERFORM UNTIL WS-DONE-SW = "Y"
      PERFORM SHOW-CURRENT-ROW
      DISPLAY CALC-CAL-SCREEN
      ACCEPT CALC-CAL-SCREEN
      PERFORM PROCESS-FUNCTION-KEY
   END-PERFORM.
   IF WS-SUBMIT-COUNT > 0
       DISPLAY "CALCCALMAINT: " WS-SUBMIT-COUNT " CHANGES WRITTEN TO "
           "CALCCHGP.DAT FOR APPROVAL - CALCCLDR.DAT NOT UPDATED"
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
       DISPLAY "CALCCALMAINT: NO USER ID IN THE ENVIRONMENT - "
           "CHANGES CANNOT BE SUBMITTED FOR APPROVAL."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-CALENDAR-FILE.
   MOVE 0 TO WS-CALENDAR-COUNT.
   MOVE 0 TO WS-FILE-RECORD-COUNT.
                  MOVE CA-DAY-TYPE TO WS-C-DAY-TYPE(WS-IDX)
                  MOVE CA-PERIOD-END-FLAG TO WS-C-PERIOD-END(WS-IDX)
                  MOVE CA-COMPLETED-FLAG TO WS-C-COMPLETED(WS-IDX)
                  MOVE WS-CALENDAR-COUNT TO WS-C-ORIG-ROW(WS-IDX)
                  SET WS-ORIG-IDX TO WS-CALENDAR-COUNT
                  MOVE CALC-CALENDAR-RECORD
                      TO WS-ORIG-IMAGE(WS-ORIG-IDX)
              END-IF
      END-READ
   END-PERFORM.
       CLOSE CALC-CALENDAR-FILE
   END-IF.
   MOVE "N" TO WS-DONE-SW.
   MOVE WS-CALENDAR-COUNT TO WS-ORIG-COUNT.
   IF WS-FILE-RECORD-COUNT > WS-MAX-ROWS
       MOVE "Y" TO WS-OVERFLOW-SW
   END-IF.
       MOVE SPACE TO WS-EDIT-COMPLETED
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
              IF CG-MASTER-ID = "CLDR"
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
           PERFORM SUBMIT-CALENDAR-CHANGES
           MOVE "Y" TO WS-DONE-SW
       WHEN "Q"
           MOVE "Y" TO WS-DONE-SW
               ADD 1 TO WS-CALENDAR-COUNT
               MOVE WS-CALENDAR-COUNT TO WS-CURRENT-ROW
               PERFORM STORE-SCREEN-FIELDS
               MOVE 0 TO WS-C-ORIG-ROW(WS-IDX)
               MOVE "ROW ADDED" TO WS-MSG-LINE
           END-IF
       END-IF
       MOVE "ROW DELETED" TO WS-MSG-LINE
   END-IF.

SUBMIT-CALENDAR-CHANGES.
   PERFORM OPEN-CHANGE-FILES.
   PERFORM VARYING WS-ORIG-IDX FROM 1 BY 1
           UNTIL WS-ORIG-IDX > WS-ORIG-COUNT
       MOVE "N" TO WS-ORIG-KEPT-SW(WS-ORIG-IDX)
   END-PERFORM.
   PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-CALENDAR-COUNT
       MOVE WS-C-DATE(WS-IDX) TO CA-DATE
       MOVE WS-C-DAY-TYPE(WS-IDX) TO CA-DAY-TYPE
       MOVE WS-C-PERIOD-END(WS-IDX) TO CA-PERIOD-END-FLAG
       MOVE WS-C-COMPLETED(WS-IDX) TO CA-COMPLETED-FLAG
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
   IF WS-C-ORIG-ROW(WS-IDX) = 0
       MOVE "A" TO CG-ACTION
       MOVE SPACES TO CG-BEFORE-IMAGE
       MOVE CALC-CALENDAR-RECORD TO CG-AFTER-IMAGE
       PERFORM WRITE-CHANGE-REQUEST
   ELSE
       SET WS-ORIG-IDX TO WS-C-ORIG-ROW(WS-IDX)
       MOVE "Y" TO WS-ORIG-KEPT-SW(WS-ORIG-IDX)
       IF CALC-CALENDAR-RECORD NOT = WS-ORIG-IMAGE(WS-ORIG-IDX)
           MOVE "C" TO CG-ACTION
           MOVE WS-ORIG-IMAGE(WS-ORIG-IDX) TO CG-BEFORE-IMAGE
           MOVE CALC-CALENDAR-RECORD TO CG-AFTER-IMAGE
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
   MOVE "CLDR" TO CG-MASTER-ID.
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
