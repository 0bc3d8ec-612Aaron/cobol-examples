IDENTIFICATION DIVISION.
PROGRAM-ID. CalcScreen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUDT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.
   SELECT CALC-CALENDAR-FILE ASSIGN TO "CALCCLDR.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CALENDAR-STATUS.
   SELECT CALC-SCREEN-CLIENT-FILE ASSIGN TO "CALCSCRK.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REGISTER-STATUS.
   SELECT CALC-SCREEN-QUEUE-FILE ASSIGN TO "CALCSCRQ.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-QUEUE-STATUS.
   SELECT CALC-SCREEN-SUMMARY-FILE ASSIGN TO "CALCSCRS.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SUMMARY-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-AUDIT-FILE.
COPY CALCAUD.

FD  CALC-CALENDAR-FILE.
COPY CALCCAL.

FD  CALC-SCREEN-CLIENT-FILE.
COPY CALCSCK.

FD  CALC-SCREEN-QUEUE-FILE.
COPY CALCSCQ.

FD  CALC-SCREEN-SUMMARY-FILE.
COPY CALCSCS.

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW            PIC X VALUE "N".
      05 WS-AUDIT-STATUS      PIC X(2) VALUE "00".
      05 WS-CALENDAR-STATUS   PIC X(2) VALUE "00".
      05 WS-REGISTER-STATUS   PIC X(2) VALUE "00".
      05 WS-QUEUE-STATUS      PIC X(2) VALUE "00".
      05 WS-SUMMARY-STATUS    PIC X(2) VALUE "00".
      05 WS-CAL-FOUND-SW      PIC X VALUE "N".
      05 WS-BUSINESS-DAY-SW   PIC X VALUE "N".
      05 WS-OVERFLOW-SW       PIC X VALUE "N".
      05 WS-FOUND-SW          PIC X VALUE "N".
      05 WS-KNOWN-SW          PIC X VALUE "N".

   01 WS-DATE-PARM            PIC X(8) VALUE SPACES.
   01 WS-SCREEN-DATE          PIC X(8) VALUE SPACES.
   01 WS-WINDOW-START         PIC X(8) VALUE SPACES.
   01 WS-RETAIN-CUTOFF        PIC X(8) VALUE SPACES.
   01 WS-RUN-DATE             PIC X(8) VALUE SPACES.
   01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.

   01 WS-DATE-WORK.
      05 WS-SCREEN-DATE-N     PIC 9(8) VALUE 0.
      05 WS-SCREEN-INTEGER    PIC 9(9) VALUE 0.
      05 WS-WORK-DATE-N       PIC 9(8) VALUE 0.
      05 WS-WORK-INTEGER      PIC 9(9) VALUE 0.
      05 WS-WEEK-QUOTIENT     PIC 9(9) VALUE 0.
      05 WS-WEEKDAY           PIC 9 VALUE 0.

   01 WS-SCREEN-LIMITS.
      05 WS-BASELINE-DAYS     PIC 9(3) VALUE 30.
      05 WS-MIN-BASE-DAYS     PIC 9(3) VALUE 5.
      05 WS-SPIKE-FACTOR      PIC 9(2) VALUE 3.
      05 WS-REPEAT-LIMIT      PIC 9(3) VALUE 5.
      05 WS-RETAIN-DAYS       PIC 9(3) VALUE 90.

   01 WS-MAX-CLIENTS          PIC 9(4) VALUE 200.
   01 WS-CLIENT-COUNT         PIC 9(4) VALUE 0.
   01 WS-CLIENT-TABLE.
      05 WS-CL-ENTRY OCCURS 200 TIMES INDEXED BY WS-CL-IDX.
         10 WS-CL-CODE        PIC X(4).
         10 WS-CL-COUNT       PIC 9(7).
         10 WS-CL-VALUE       PIC 9(13)V9(2).
         10 WS-CL-FIRST-TXN   PIC X(20).
         10 WS-CL-BASE-COUNT  PIC 9(9).
         10 WS-CL-BASE-VALUE  PIC 9(15)V9(2).
         10 WS-CL-BASE-DAYS   PIC 9(3).
         10 WS-CL-BASE-LAST   PIC X(8).
         10 WS-CL-PRIOR-SW    PIC X.
         10 WS-CL-FLAGS       PIC 9(3).

   01 WS-MAX-COMBOS           PIC 9(5) VALUE 5000.
   01 WS-COMBO-COUNT          PIC 9(5) VALUE 0.
   01 WS-COMBO-TABLE.
      05 WS-CB-ENTRY OCCURS 5000 TIMES INDEXED BY WS-CB-IDX.
         10 WS-CB-CLIENT-IDX  PIC 9(4).
         10 WS-CB-NUM1        PIC 9(5)V9(2).
         10 WS-CB-OPERATOR    PIC X.
         10 WS-CB-NUM2        PIC 9(5)V9(2).
         10 WS-CB-COUNT       PIC 9(7).
         10 WS-CB-VALUE       PIC 9(13)V9(2).
         10 WS-CB-FIRST-TXN   PIC X(20).

   01 WS-MAX-REGISTER         PIC 9(4) VALUE 500.
   01 WS-REGISTER-COUNT       PIC 9(4) VALUE 0.
   01 WS-REGISTER-TABLE.
      05 WS-RK-ENTRY OCCURS 500 TIMES INDEXED BY WS-RK-IDX.
         10 WS-RK-CODE        PIC X(4).
         10 WS-RK-FIRST-DATE  PIC X(8).
         10 WS-RK-LAST-DATE   PIC X(8).

   01 WS-MAX-QUEUE            PIC 9(5) VALUE 5000.
   01 WS-QUEUE-COUNT          PIC 9(5) VALUE 0.
   01 WS-QUEUE-TABLE.
      05 WS-Q-ENTRY OCCURS 5000 TIMES INDEXED BY WS-Q-IDX.
         10 WS-Q-SCREEN-DATE  PIC X(8).
         10 WS-Q-CLIENT       PIC X(4).
         10 WS-Q-FLAG-TYPE    PIC X.
         10 WS-Q-TXN-ID       PIC X(20).
         10 WS-Q-NUM1         PIC 9(5)V9(2).
         10 WS-Q-OPERATOR     PIC X.
         10 WS-Q-NUM2         PIC 9(5)V9(2).
         10 WS-Q-TXN-COUNT    PIC 9(7).
         10 WS-Q-DAY-VALUE    PIC 9(13)V9(2).
         10 WS-Q-BASE-COUNT   PIC 9(7)V9(2).
         10 WS-Q-BASE-VALUE   PIC 9(13)V9(2).
         10 WS-Q-STATUS       PIC X.
         10 WS-Q-REVIEW-USER  PIC X(8).
         10 WS-Q-REVIEW-DATE  PIC X(8).
         10 WS-Q-REVIEW-TIME  PIC X(8).

   01 WS-MAX-SUMMARY          PIC 9(5) VALUE 9000.
   01 WS-SUMMARY-COUNT        PIC 9(5) VALUE 0.
   01 WS-SUMMARY-TABLE.
      05 WS-SU-ENTRY OCCURS 9000 TIMES INDEXED BY WS-SU-IDX.
         10 WS-SU-SCREEN-DATE PIC X(8).
         10 WS-SU-CLIENT      PIC X(4).
         10 WS-SU-TXN-COUNT   PIC 9(7).
         10 WS-SU-DAY-VALUE   PIC 9(13)V9(2).
         10 WS-SU-BASE-DAYS   PIC 9(3).
         10 WS-SU-BASE-COUNT  PIC 9(7)V9(2).
         10 WS-SU-BASE-VALUE  PIC 9(13)V9(2).
         10 WS-SU-FLAG-COUNT  PIC 9(3).

   01 WS-NEW-ITEM.
      05 WS-NI-FLAG-TYPE      PIC X VALUE SPACE.
      05 WS-NI-TXN-ID         PIC X(20) VALUE SPACES.
      05 WS-NI-NUM1           PIC 9(5)V9(2) VALUE 0.
      05 WS-NI-OPERATOR       PIC X VALUE SPACE.
      05 WS-NI-NUM2           PIC 9(5)V9(2) VALUE 0.
      05 WS-NI-TXN-COUNT      PIC 9(7) VALUE 0.
      05 WS-NI-DAY-VALUE      PIC 9(13)V9(2) VALUE 0.

   01 WS-ABS-RESULT           PIC 9(6)V9(2) VALUE 0.
   01 WS-AVG-COUNT            PIC 9(7)V9(2) VALUE 0.
   01 WS-AVG-VALUE            PIC 9(13)V9(2) VALUE 0.
   01 WS-LIMIT-COUNT          PIC 9(9)V9(2) VALUE 0.
   01 WS-LIMIT-VALUE          PIC 9(15)V9(2) VALUE 0.

   01 WS-AUDIT-READ           PIC 9(9) VALUE 0.
   01 WS-SCREENED-TXNS        PIC 9(9) VALUE 0.
   01 WS-ACTIVE-CLIENTS       PIC 9(4) VALUE 0.
   01 WS-NEW-ITEMS            PIC 9(5) VALUE 0.
   01 WS-REVIEWED-ITEMS       PIC 9(5) VALUE 0.
   01 WS-DROPPED-ITEMS        PIC 9(5) VALUE 0.
   01 WS-PURGED-ITEMS         PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM INITIALIZE-SCREENING.
   PERFORM CHECK-BUSINESS-DAY.
   PERFORM LOAD-CLIENT-REGISTER.
   PERFORM LOAD-SCREEN-QUEUE.
   PERFORM LOAD-SCREEN-SUMMARY.
   PERFORM SCAN-AUDIT-HISTORY.
   PERFORM SCREEN-REPEATED-CALCULATIONS.
   PERFORM VARYING WS-CL-IDX FROM 1 BY 1
           UNTIL WS-CL-IDX > WS-CLIENT-COUNT
       IF WS-CL-COUNT(WS-CL-IDX) > 0
           PERFORM SCREEN-ONE-CLIENT
       END-IF
   END-PERFORM.
   PERFORM REWRITE-SCREEN-QUEUE.
   PERFORM REWRITE-SCREEN-SUMMARY.
   PERFORM REWRITE-CLIENT-REGISTER.
   DISPLAY "CALCSCREEN: " WS-SCREEN-DATE " - " WS-SCREENED-TXNS
       " TRANSACTIONS FROM " WS-ACTIVE-CLIENTS " CLIENTS SCREENED "
       "AGAINST A " WS-BASELINE-DAYS "-DAY BASELINE".
   IF WS-BUSINESS-DAY-SW = "N"
       DISPLAY "CALCSCREEN: " WS-SCREEN-DATE
           " IS NOT A BUSINESS DAY"
   END-IF.
   IF WS-REVIEWED-ITEMS > 0
       DISPLAY "CALCSCREEN: " WS-REVIEWED-ITEMS
           " ITEMS ALREADY REVIEWED FOR THIS DATE LEFT AS THEY WERE"
   END-IF.
   IF WS-NEW-ITEMS > 0
       DISPLAY "CALCSCREEN: *** " WS-NEW-ITEMS
           " ITEMS QUEUED ON CALCSCRQ.DAT - REVIEW WITH "
           "CALCSCRREVIEW ***"
   ELSE
       DISPLAY "CALCSCREEN: NOTHING QUEUED FOR INVESTIGATION"
   END-IF.
   STOP RUN.

INITIALIZE-SCREENING.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.

   DISPLAY 1 UPON ARGUMENT-NUMBER.
   ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-DATE-PARM
   END-ACCEPT.
   IF WS-DATE-PARM = SPACES
       MOVE WS-RUN-DATE TO WS-SCREEN-DATE
   ELSE
       IF WS-DATE-PARM NOT NUMERIC
           DISPLAY "CALCSCREEN: RUN DATE MUST BE YYYYMMDD, GOT <"
               WS-DATE-PARM ">"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-DATE-PARM TO WS-SCREEN-DATE
   END-IF.
   MOVE WS-SCREEN-DATE TO WS-SCREEN-DATE-N.
   COMPUTE WS-SCREEN-INTEGER =
       FUNCTION INTEGER-OF-DATE(WS-SCREEN-DATE-N).
   IF WS-SCREEN-INTEGER = 0
       DISPLAY "CALCSCREEN: RUN DATE " WS-SCREEN-DATE
           " IS NOT A VALID DATE"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   DIVIDE 7 INTO WS-SCREEN-INTEGER GIVING WS-WEEK-QUOTIENT
       REMAINDER WS-WEEKDAY.
   IF WS-WEEKDAY = 0
       MOVE 7 TO WS-WEEKDAY
   END-IF.

   COMPUTE WS-WORK-INTEGER = WS-SCREEN-INTEGER - WS-BASELINE-DAYS.
   COMPUTE WS-WORK-DATE-N = FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
   MOVE WS-WORK-DATE-N TO WS-WINDOW-START.
   COMPUTE WS-WORK-INTEGER = WS-SCREEN-INTEGER - WS-RETAIN-DAYS.
   COMPUTE WS-WORK-DATE-N = FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
   MOVE WS-WORK-DATE-N TO WS-RETAIN-CUTOFF.

CHECK-BUSINESS-DAY.
   MOVE "N" TO WS-CAL-FOUND-SW.
   MOVE "N" TO WS-BUSINESS-DAY-SW.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-CALENDAR-FILE.
   IF WS-CALENDAR-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
       DISPLAY "CALCSCREEN: NO PROCESSING CALENDAR CALCCLDR.DAT - "
           "MONDAY TO FRIDAY TAKEN AS BUSINESS DAYS"
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-CALENDAR-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF CA-DATE = WS-SCREEN-DATE
                   MOVE "Y" TO WS-CAL-FOUND-SW
                   IF CA-DAY-TYPE = "B"
                       MOVE "Y" TO WS-BUSINESS-DAY-SW
                   END-IF
               END-IF
       END-READ
   END-PERFORM.
   IF WS-CALENDAR-STATUS NOT = "35"
       CLOSE CALC-CALENDAR-FILE
   END-IF.
   IF WS-CAL-FOUND-SW = "N" AND WS-WEEKDAY < 6
       MOVE "Y" TO WS-BUSINESS-DAY-SW
   END-IF.

LOAD-CLIENT-REGISTER.
   MOVE 0 TO WS-REGISTER-COUNT.
   MOVE "N" TO WS-OVERFLOW-SW.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-SCREEN-CLIENT-FILE.
   IF WS-REGISTER-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-SCREEN-CLIENT-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF WS-REGISTER-COUNT < WS-MAX-REGISTER
                   ADD 1 TO WS-REGISTER-COUNT
                   SET WS-RK-IDX TO WS-REGISTER-COUNT
                   MOVE SK-CLIENT-CODE TO WS-RK-CODE(WS-RK-IDX)
                   MOVE SK-FIRST-DATE TO WS-RK-FIRST-DATE(WS-RK-IDX)
                   MOVE SK-LAST-DATE TO WS-RK-LAST-DATE(WS-RK-IDX)
               ELSE
                   MOVE "Y" TO WS-OVERFLOW-SW
               END-IF
       END-READ
   END-PERFORM.
   IF WS-REGISTER-STATUS NOT = "35"
       CLOSE CALC-SCREEN-CLIENT-FILE
   END-IF.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCSCREEN: CALCSCRK.DAT HOLDS MORE THAN "
           WS-MAX-REGISTER " CLIENTS - RAISE WS-MAX-REGISTER FIRST"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-SCREEN-QUEUE.
   MOVE 0 TO WS-QUEUE-COUNT.
   MOVE "N" TO WS-OVERFLOW-SW.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-SCREEN-QUEUE-FILE.
   IF WS-QUEUE-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-SCREEN-QUEUE-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               PERFORM KEEP-OR-DROP-QUEUE-ITEM
       END-READ
   END-PERFORM.
   IF WS-QUEUE-STATUS NOT = "35"
       CLOSE CALC-SCREEN-QUEUE-FILE
   END-IF.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCSCREEN: CALCSCRQ.DAT HOLDS MORE THAN "
           WS-MAX-QUEUE " ITEMS STILL UNDER REVIEW."
       DISPLAY "CALCSCREEN: REFUSING TO RUN - CLEAR OR ESCALATE "
           "THE BACKLOG WITH CALCSCRREVIEW FIRST."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-DROPPED-ITEMS > 0
       DISPLAY "CALCSCREEN: REPLACING " WS-DROPPED-ITEMS
           " UNREVIEWED ITEMS ALREADY QUEUED FOR " WS-SCREEN-DATE
   END-IF.
   IF WS-PURGED-ITEMS > 0
       DISPLAY "CALCSCREEN: " WS-PURGED-ITEMS " CLEARED ITEMS OLDER "
           "THAN " WS-RETAIN-CUTOFF " PURGED FROM THE QUEUE"
   END-IF.

KEEP-OR-DROP-QUEUE-ITEM.
   IF SQ-SCREEN-DATE = WS-SCREEN-DATE AND SQ-STATUS = "O"
       ADD 1 TO WS-DROPPED-ITEMS
   ELSE
       IF SQ-STATUS = "C" AND SQ-SCREEN-DATE < WS-RETAIN-CUTOFF
           ADD 1 TO WS-PURGED-ITEMS
       ELSE
           IF WS-QUEUE-COUNT < WS-MAX-QUEUE
               ADD 1 TO WS-QUEUE-COUNT
               SET WS-Q-IDX TO WS-QUEUE-COUNT
               MOVE SQ-SCREEN-DATE TO WS-Q-SCREEN-DATE(WS-Q-IDX)
               MOVE SQ-CLIENT-CODE TO WS-Q-CLIENT(WS-Q-IDX)
               MOVE SQ-FLAG-TYPE TO WS-Q-FLAG-TYPE(WS-Q-IDX)
               MOVE SQ-TXN-ID TO WS-Q-TXN-ID(WS-Q-IDX)
               MOVE SQ-NUM1 TO WS-Q-NUM1(WS-Q-IDX)
               MOVE SQ-OPERATOR TO WS-Q-OPERATOR(WS-Q-IDX)
               MOVE SQ-NUM2 TO WS-Q-NUM2(WS-Q-IDX)
               MOVE SQ-TXN-COUNT TO WS-Q-TXN-COUNT(WS-Q-IDX)
               MOVE SQ-DAY-VALUE TO WS-Q-DAY-VALUE(WS-Q-IDX)
               MOVE SQ-BASE-COUNT TO WS-Q-BASE-COUNT(WS-Q-IDX)
               MOVE SQ-BASE-VALUE TO WS-Q-BASE-VALUE(WS-Q-IDX)
               MOVE SQ-STATUS TO WS-Q-STATUS(WS-Q-IDX)
               MOVE SQ-REVIEW-USER TO WS-Q-REVIEW-USER(WS-Q-IDX)
               MOVE SQ-REVIEW-DATE TO WS-Q-REVIEW-DATE(WS-Q-IDX)
               MOVE SQ-REVIEW-TIME TO WS-Q-REVIEW-TIME(WS-Q-IDX)
           ELSE
               MOVE "Y" TO WS-OVERFLOW-SW
           END-IF
       END-IF
   END-IF.

LOAD-SCREEN-SUMMARY.
   MOVE 0 TO WS-SUMMARY-COUNT.
   MOVE "N" TO WS-OVERFLOW-SW.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-SCREEN-SUMMARY-FILE.
   IF WS-SUMMARY-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-SCREEN-SUMMARY-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF SS-SCREEN-DATE NOT = WS-SCREEN-DATE
                  AND SS-SCREEN-DATE NOT < WS-RETAIN-CUTOFF
                   PERFORM KEEP-SUMMARY-ROW
               END-IF
       END-READ
   END-PERFORM.
   IF WS-SUMMARY-STATUS NOT = "35"
       CLOSE CALC-SCREEN-SUMMARY-FILE
   END-IF.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCSCREEN: CALCSCRS.DAT HOLDS MORE THAN "
           WS-MAX-SUMMARY " CLIENT-DAYS - RAISE WS-MAX-SUMMARY FIRST"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

KEEP-SUMMARY-ROW.
   IF WS-SUMMARY-COUNT < WS-MAX-SUMMARY
       ADD 1 TO WS-SUMMARY-COUNT
       SET WS-SU-IDX TO WS-SUMMARY-COUNT
       MOVE SS-SCREEN-DATE TO WS-SU-SCREEN-DATE(WS-SU-IDX)
       MOVE SS-CLIENT-CODE TO WS-SU-CLIENT(WS-SU-IDX)
       MOVE SS-TXN-COUNT TO WS-SU-TXN-COUNT(WS-SU-IDX)
       MOVE SS-DAY-VALUE TO WS-SU-DAY-VALUE(WS-SU-IDX)
       MOVE SS-BASE-DAYS TO WS-SU-BASE-DAYS(WS-SU-IDX)
       MOVE SS-BASE-COUNT TO WS-SU-BASE-COUNT(WS-SU-IDX)
       MOVE SS-BASE-VALUE TO WS-SU-BASE-VALUE(WS-SU-IDX)
       MOVE SS-FLAG-COUNT TO WS-SU-FLAG-COUNT(WS-SU-IDX)
   ELSE
       MOVE "Y" TO WS-OVERFLOW-SW
   END-IF.

SCAN-AUDIT-HISTORY.
   MOVE 0 TO WS-CLIENT-COUNT.
   MOVE 0 TO WS-COMBO-COUNT.
   MOVE "N" TO WS-OVERFLOW-SW.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-AUDIT-FILE.
   IF WS-AUDIT-STATUS NOT = "00"
       DISPLAY "CALCSCREEN: UNABLE TO OPEN CALCAUDT.DAT, STATUS = "
           WS-AUDIT-STATUS
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-AUDIT-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               ADD 1 TO WS-AUDIT-READ
               IF AU-RUN-DATE NUMERIC
                  AND AU-RUN-DATE NOT > WS-SCREEN-DATE
                   PERFORM NOTE-AUDIT-RECORD
               END-IF
       END-READ
   END-PERFORM.
   CLOSE CALC-AUDIT-FILE.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCSCREEN: MORE THAN " WS-MAX-CLIENTS " CLIENTS OR "
           WS-MAX-COMBOS " DISTINCT CALCULATIONS IN CALCAUDT.DAT"
       DISPLAY "CALCSCREEN: REFUSING TO RUN - SCREENING WOULD BE "
           "INCOMPLETE. RAISE WS-MAX-CLIENTS OR WS-MAX-COMBOS."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

NOTE-AUDIT-RECORD.
   PERFORM FIND-CLIENT-ENTRY.
   IF WS-FOUND-SW = "Y"
       COMPUTE WS-ABS-RESULT = FUNCTION ABS(AU-RESULT)
       IF AU-RUN-DATE = WS-SCREEN-DATE
           PERFORM NOTE-SCREEN-DAY-ACTIVITY
       ELSE
           PERFORM NOTE-PRIOR-ACTIVITY
       END-IF
   END-IF.

FIND-CLIENT-ENTRY.
   MOVE "N" TO WS-FOUND-SW.
   PERFORM VARYING WS-CL-IDX FROM 1 BY 1
           UNTIL WS-CL-IDX > WS-CLIENT-COUNT OR WS-FOUND-SW = "Y"
       IF WS-CL-CODE(WS-CL-IDX) = AU-CLIENT-CODE
           MOVE "Y" TO WS-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-FOUND-SW = "Y"
       SET WS-CL-IDX DOWN BY 1
   ELSE
       IF WS-CLIENT-COUNT < WS-MAX-CLIENTS
           ADD 1 TO WS-CLIENT-COUNT
           SET WS-CL-IDX TO WS-CLIENT-COUNT
           MOVE AU-CLIENT-CODE TO WS-CL-CODE(WS-CL-IDX)
           MOVE 0 TO WS-CL-COUNT(WS-CL-IDX)
           MOVE 0 TO WS-CL-VALUE(WS-CL-IDX)
           MOVE SPACES TO WS-CL-FIRST-TXN(WS-CL-IDX)
           MOVE 0 TO WS-CL-BASE-COUNT(WS-CL-IDX)
           MOVE 0 TO WS-CL-BASE-VALUE(WS-CL-IDX)
           MOVE 0 TO WS-CL-BASE-DAYS(WS-CL-IDX)
           MOVE SPACES TO WS-CL-BASE-LAST(WS-CL-IDX)
           MOVE "N" TO WS-CL-PRIOR-SW(WS-CL-IDX)
           MOVE 0 TO WS-CL-FLAGS(WS-CL-IDX)
           MOVE "Y" TO WS-FOUND-SW
       ELSE
           MOVE "Y" TO WS-OVERFLOW-SW
       END-IF
   END-IF.

NOTE-PRIOR-ACTIVITY.
   MOVE "Y" TO WS-CL-PRIOR-SW(WS-CL-IDX).
   IF AU-RUN-DATE NOT < WS-WINDOW-START
       ADD 1 TO WS-CL-BASE-COUNT(WS-CL-IDX)
       ADD WS-ABS-RESULT TO WS-CL-BASE-VALUE(WS-CL-IDX)
       IF AU-RUN-DATE NOT = WS-CL-BASE-LAST(WS-CL-IDX)
           ADD 1 TO WS-CL-BASE-DAYS(WS-CL-IDX)
           MOVE AU-RUN-DATE TO WS-CL-BASE-LAST(WS-CL-IDX)
       END-IF
   END-IF.

NOTE-SCREEN-DAY-ACTIVITY.
   ADD 1 TO WS-CL-COUNT(WS-CL-IDX).
   ADD WS-ABS-RESULT TO WS-CL-VALUE(WS-CL-IDX).
   IF WS-CL-FIRST-TXN(WS-CL-IDX) = SPACES
       MOVE AU-TXN-ID TO WS-CL-FIRST-TXN(WS-CL-IDX)
   END-IF.
   IF AU-TRAN-TYPE NOT = "V"
       PERFORM NOTE-CALCULATION
   END-IF.

NOTE-CALCULATION.
   MOVE "N" TO WS-FOUND-SW.
   PERFORM VARYING WS-CB-IDX FROM 1 BY 1
           UNTIL WS-CB-IDX > WS-COMBO-COUNT OR WS-FOUND-SW = "Y"
       IF WS-CB-CLIENT-IDX(WS-CB-IDX) = WS-CL-IDX
          AND WS-CB-NUM1(WS-CB-IDX) = AU-NUM1
          AND WS-CB-OPERATOR(WS-CB-IDX) = AU-OPERATOR
          AND WS-CB-NUM2(WS-CB-IDX) = AU-NUM2
           MOVE "Y" TO WS-FOUND-SW
           ADD 1 TO WS-CB-COUNT(WS-CB-IDX)
           ADD WS-ABS-RESULT TO WS-CB-VALUE(WS-CB-IDX)
       END-IF
   END-PERFORM.
   IF WS-FOUND-SW = "N"
       IF WS-COMBO-COUNT < WS-MAX-COMBOS
           ADD 1 TO WS-COMBO-COUNT
           SET WS-CB-IDX TO WS-COMBO-COUNT
           SET WS-CB-CLIENT-IDX(WS-CB-IDX) TO WS-CL-IDX
           MOVE AU-NUM1 TO WS-CB-NUM1(WS-CB-IDX)
           MOVE AU-OPERATOR TO WS-CB-OPERATOR(WS-CB-IDX)
           MOVE AU-NUM2 TO WS-CB-NUM2(WS-CB-IDX)
           MOVE 1 TO WS-CB-COUNT(WS-CB-IDX)
           MOVE WS-ABS-RESULT TO WS-CB-VALUE(WS-CB-IDX)
           MOVE AU-TXN-ID TO WS-CB-FIRST-TXN(WS-CB-IDX)
       ELSE
           MOVE "Y" TO WS-OVERFLOW-SW
       END-IF
   END-IF.

SCREEN-REPEATED-CALCULATIONS.
   PERFORM VARYING WS-CB-IDX FROM 1 BY 1
           UNTIL WS-CB-IDX > WS-COMBO-COUNT
       IF WS-CB-COUNT(WS-CB-IDX) NOT < WS-REPEAT-LIMIT
           SET WS-CL-IDX TO WS-CB-CLIENT-IDX(WS-CB-IDX)
           PERFORM COMPUTE-CLIENT-BASELINE
           MOVE "R" TO WS-NI-FLAG-TYPE
           MOVE WS-CB-FIRST-TXN(WS-CB-IDX) TO WS-NI-TXN-ID
           MOVE WS-CB-NUM1(WS-CB-IDX) TO WS-NI-NUM1
           MOVE WS-CB-OPERATOR(WS-CB-IDX) TO WS-NI-OPERATOR
           MOVE WS-CB-NUM2(WS-CB-IDX) TO WS-NI-NUM2
           MOVE WS-CB-COUNT(WS-CB-IDX) TO WS-NI-TXN-COUNT
           MOVE WS-CB-VALUE(WS-CB-IDX) TO WS-NI-DAY-VALUE
           PERFORM ADD-QUEUE-ITEM
       END-IF
   END-PERFORM.

COMPUTE-CLIENT-BASELINE.
   IF WS-CL-BASE-DAYS(WS-CL-IDX) > 0
       COMPUTE WS-AVG-COUNT ROUNDED =
           WS-CL-BASE-COUNT(WS-CL-IDX) / WS-CL-BASE-DAYS(WS-CL-IDX)
       COMPUTE WS-AVG-VALUE ROUNDED =
           WS-CL-BASE-VALUE(WS-CL-IDX) / WS-CL-BASE-DAYS(WS-CL-IDX)
   ELSE
       MOVE 0 TO WS-AVG-COUNT
       MOVE 0 TO WS-AVG-VALUE
   END-IF.

SCREEN-ONE-CLIENT.
   ADD 1 TO WS-ACTIVE-CLIENTS.
   ADD WS-CL-COUNT(WS-CL-IDX) TO WS-SCREENED-TXNS.
   PERFORM COMPUTE-CLIENT-BASELINE.
   PERFORM PREPARE-CLIENT-ITEM.
   PERFORM CHECK-FIRST-ACTIVITY.
   IF WS-KNOWN-SW = "N"
       MOVE "F" TO WS-NI-FLAG-TYPE
       PERFORM ADD-QUEUE-ITEM
   END-IF.
   IF WS-CL-BASE-DAYS(WS-CL-IDX) NOT < WS-MIN-BASE-DAYS
       COMPUTE WS-LIMIT-COUNT = WS-AVG-COUNT * WS-SPIKE-FACTOR
       COMPUTE WS-LIMIT-VALUE = WS-AVG-VALUE * WS-SPIKE-FACTOR
       IF WS-CL-COUNT(WS-CL-IDX) > WS-LIMIT-COUNT
           MOVE "V" TO WS-NI-FLAG-TYPE
           PERFORM ADD-QUEUE-ITEM
       END-IF
       IF WS-CL-VALUE(WS-CL-IDX) > WS-LIMIT-VALUE
           MOVE "A" TO WS-NI-FLAG-TYPE
           PERFORM ADD-QUEUE-ITEM
       END-IF
   END-IF.
   IF WS-BUSINESS-DAY-SW = "N"
       MOVE "N" TO WS-NI-FLAG-TYPE
       PERFORM ADD-QUEUE-ITEM
   END-IF.
   PERFORM ADD-SUMMARY-ROW.
   PERFORM NOTE-CLIENT-IN-REGISTER.

PREPARE-CLIENT-ITEM.
   MOVE WS-CL-FIRST-TXN(WS-CL-IDX) TO WS-NI-TXN-ID.
   MOVE 0 TO WS-NI-NUM1.
   MOVE SPACE TO WS-NI-OPERATOR.
   MOVE 0 TO WS-NI-NUM2.
   MOVE WS-CL-COUNT(WS-CL-IDX) TO WS-NI-TXN-COUNT.
   MOVE WS-CL-VALUE(WS-CL-IDX) TO WS-NI-DAY-VALUE.

CHECK-FIRST-ACTIVITY.
   MOVE WS-CL-PRIOR-SW(WS-CL-IDX) TO WS-KNOWN-SW.
   PERFORM VARYING WS-RK-IDX FROM 1 BY 1
           UNTIL WS-RK-IDX > WS-REGISTER-COUNT
       IF WS-RK-CODE(WS-RK-IDX) = WS-CL-CODE(WS-CL-IDX)
          AND WS-RK-FIRST-DATE(WS-RK-IDX) < WS-SCREEN-DATE
           MOVE "Y" TO WS-KNOWN-SW
       END-IF
   END-PERFORM.

ADD-QUEUE-ITEM.
   ADD 1 TO WS-CL-FLAGS(WS-CL-IDX).
   MOVE "N" TO WS-FOUND-SW.
   PERFORM VARYING WS-Q-IDX FROM 1 BY 1
           UNTIL WS-Q-IDX > WS-QUEUE-COUNT
       IF WS-Q-SCREEN-DATE(WS-Q-IDX) = WS-SCREEN-DATE
          AND WS-Q-CLIENT(WS-Q-IDX) = WS-CL-CODE(WS-CL-IDX)
          AND WS-Q-FLAG-TYPE(WS-Q-IDX) = WS-NI-FLAG-TYPE
          AND WS-Q-NUM1(WS-Q-IDX) = WS-NI-NUM1
          AND WS-Q-OPERATOR(WS-Q-IDX) = WS-NI-OPERATOR
          AND WS-Q-NUM2(WS-Q-IDX) = WS-NI-NUM2
           MOVE "Y" TO WS-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-FOUND-SW = "Y"
       ADD 1 TO WS-REVIEWED-ITEMS
   ELSE
       IF WS-QUEUE-COUNT >= WS-MAX-QUEUE
           DISPLAY "CALCSCREEN: INVESTIGATION QUEUE FULL AT "
               WS-MAX-QUEUE " ITEMS - NOTHING WRITTEN FOR "
               WS-SCREEN-DATE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-QUEUE-COUNT
       SET WS-Q-IDX TO WS-QUEUE-COUNT
       MOVE WS-SCREEN-DATE TO WS-Q-SCREEN-DATE(WS-Q-IDX)
       MOVE WS-CL-CODE(WS-CL-IDX) TO WS-Q-CLIENT(WS-Q-IDX)
       MOVE WS-NI-FLAG-TYPE TO WS-Q-FLAG-TYPE(WS-Q-IDX)
       MOVE WS-NI-TXN-ID TO WS-Q-TXN-ID(WS-Q-IDX)
       MOVE WS-NI-NUM1 TO WS-Q-NUM1(WS-Q-IDX)
       MOVE WS-NI-OPERATOR TO WS-Q-OPERATOR(WS-Q-IDX)
       MOVE WS-NI-NUM2 TO WS-Q-NUM2(WS-Q-IDX)
       MOVE WS-NI-TXN-COUNT TO WS-Q-TXN-COUNT(WS-Q-IDX)
       MOVE WS-NI-DAY-VALUE TO WS-Q-DAY-VALUE(WS-Q-IDX)
       MOVE WS-AVG-COUNT TO WS-Q-BASE-COUNT(WS-Q-IDX)
       MOVE WS-AVG-VALUE TO WS-Q-BASE-VALUE(WS-Q-IDX)
       MOVE "O" TO WS-Q-STATUS(WS-Q-IDX)
       MOVE SPACES TO WS-Q-REVIEW-USER(WS-Q-IDX)
       MOVE SPACES TO WS-Q-REVIEW-DATE(WS-Q-IDX)
       MOVE SPACES TO WS-Q-REVIEW-TIME(WS-Q-IDX)
       ADD 1 TO WS-NEW-ITEMS
   END-IF.

ADD-SUMMARY-ROW.
   IF WS-SUMMARY-COUNT >= WS-MAX-SUMMARY
       DISPLAY "CALCSCREEN: CALCSCRS.DAT FULL AT " WS-MAX-SUMMARY
           " CLIENT-DAYS - NOTHING WRITTEN FOR " WS-SCREEN-DATE
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   ADD 1 TO WS-SUMMARY-COUNT.
   SET WS-SU-IDX TO WS-SUMMARY-COUNT.
   MOVE WS-SCREEN-DATE TO WS-SU-SCREEN-DATE(WS-SU-IDX).
   MOVE WS-CL-CODE(WS-CL-IDX) TO WS-SU-CLIENT(WS-SU-IDX).
   MOVE WS-CL-COUNT(WS-CL-IDX) TO WS-SU-TXN-COUNT(WS-SU-IDX).
   MOVE WS-CL-VALUE(WS-CL-IDX) TO WS-SU-DAY-VALUE(WS-SU-IDX).
   MOVE WS-CL-BASE-DAYS(WS-CL-IDX) TO WS-SU-BASE-DAYS(WS-SU-IDX).
   MOVE WS-AVG-COUNT TO WS-SU-BASE-COUNT(WS-SU-IDX).
   MOVE WS-AVG-VALUE TO WS-SU-BASE-VALUE(WS-SU-IDX).
   MOVE WS-CL-FLAGS(WS-CL-IDX) TO WS-SU-FLAG-COUNT(WS-SU-IDX).

NOTE-CLIENT-IN-REGISTER.
   MOVE "N" TO WS-FOUND-SW.
   PERFORM VARYING WS-RK-IDX FROM 1 BY 1
           UNTIL WS-RK-IDX > WS-REGISTER-COUNT OR WS-FOUND-SW = "Y"
       IF WS-RK-CODE(WS-RK-IDX) = WS-CL-CODE(WS-CL-IDX)
           MOVE "Y" TO WS-FOUND-SW
           IF WS-SCREEN-DATE < WS-RK-FIRST-DATE(WS-RK-IDX)
               MOVE WS-SCREEN-DATE TO WS-RK-FIRST-DATE(WS-RK-IDX)
           END-IF
           IF WS-SCREEN-DATE > WS-RK-LAST-DATE(WS-RK-IDX)
               MOVE WS-SCREEN-DATE TO WS-RK-LAST-DATE(WS-RK-IDX)
           END-IF
       END-IF
   END-PERFORM.
   IF WS-FOUND-SW = "N"
       IF WS-REGISTER-COUNT >= WS-MAX-REGISTER
           DISPLAY "CALCSCREEN: CALCSCRK.DAT FULL AT "
               WS-MAX-REGISTER " CLIENTS - NOTHING WRITTEN FOR "
               WS-SCREEN-DATE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-REGISTER-COUNT
       SET WS-RK-IDX TO WS-REGISTER-COUNT
       MOVE WS-CL-CODE(WS-CL-IDX) TO WS-RK-CODE(WS-RK-IDX)
       MOVE WS-SCREEN-DATE TO WS-RK-FIRST-DATE(WS-RK-IDX)
       MOVE WS-SCREEN-DATE TO WS-RK-LAST-DATE(WS-RK-IDX)
   END-IF.

REWRITE-SCREEN-QUEUE.
   OPEN OUTPUT CALC-SCREEN-QUEUE-FILE.
   PERFORM VARYING WS-Q-IDX FROM 1 BY 1
           UNTIL WS-Q-IDX > WS-QUEUE-COUNT
       MOVE WS-Q-SCREEN-DATE(WS-Q-IDX) TO SQ-SCREEN-DATE
       MOVE WS-Q-CLIENT(WS-Q-IDX) TO SQ-CLIENT-CODE
       MOVE WS-Q-FLAG-TYPE(WS-Q-IDX) TO SQ-FLAG-TYPE
       MOVE WS-Q-TXN-ID(WS-Q-IDX) TO SQ-TXN-ID
       MOVE WS-Q-NUM1(WS-Q-IDX) TO SQ-NUM1
       MOVE WS-Q-OPERATOR(WS-Q-IDX) TO SQ-OPERATOR
       MOVE WS-Q-NUM2(WS-Q-IDX) TO SQ-NUM2
       MOVE WS-Q-TXN-COUNT(WS-Q-IDX) TO SQ-TXN-COUNT
       MOVE WS-Q-DAY-VALUE(WS-Q-IDX) TO SQ-DAY-VALUE
       MOVE WS-Q-BASE-COUNT(WS-Q-IDX) TO SQ-BASE-COUNT
       MOVE WS-Q-BASE-VALUE(WS-Q-IDX) TO SQ-BASE-VALUE
       MOVE WS-Q-STATUS(WS-Q-IDX) TO SQ-STATUS
       MOVE WS-Q-REVIEW-USER(WS-Q-IDX) TO SQ-REVIEW-USER
       MOVE WS-Q-REVIEW-DATE(WS-Q-IDX) TO SQ-REVIEW-DATE
       MOVE WS-Q-REVIEW-TIME(WS-Q-IDX) TO SQ-REVIEW-TIME
       WRITE CALC-SCREEN-QUEUE-RECORD
   END-PERFORM.
   CLOSE CALC-SCREEN-QUEUE-FILE.

REWRITE-SCREEN-SUMMARY.
   OPEN OUTPUT CALC-SCREEN-SUMMARY-FILE.
   PERFORM VARYING WS-SU-IDX FROM 1 BY 1
           UNTIL WS-SU-IDX > WS-SUMMARY-COUNT
       MOVE WS-SU-SCREEN-DATE(WS-SU-IDX) TO SS-SCREEN-DATE
       MOVE WS-SU-CLIENT(WS-SU-IDX) TO SS-CLIENT-CODE
       MOVE WS-SU-TXN-COUNT(WS-SU-IDX) TO SS-TXN-COUNT
       MOVE WS-SU-DAY-VALUE(WS-SU-IDX) TO SS-DAY-VALUE
       MOVE WS-SU-BASE-DAYS(WS-SU-IDX) TO SS-BASE-DAYS
       MOVE WS-SU-BASE-COUNT(WS-SU-IDX) TO SS-BASE-COUNT
       MOVE WS-SU-BASE-VALUE(WS-SU-IDX) TO SS-BASE-VALUE
       MOVE WS-SU-FLAG-COUNT(WS-SU-IDX) TO SS-FLAG-COUNT
       WRITE CALC-SCREEN-SUMMARY-RECORD
   END-PERFORM.
   CLOSE CALC-SCREEN-SUMMARY-FILE.

REWRITE-CLIENT-REGISTER.
   OPEN OUTPUT CALC-SCREEN-CLIENT-FILE.
   PERFORM VARYING WS-RK-IDX FROM 1 BY 1
           UNTIL WS-RK-IDX > WS-REGISTER-COUNT
       MOVE WS-RK-CODE(WS-RK-IDX) TO SK-CLIENT-CODE
       MOVE WS-RK-FIRST-DATE(WS-RK-IDX) TO SK-FIRST-DATE
       MOVE WS-RK-LAST-DATE(WS-RK-IDX) TO SK-LAST-DATE
       WRITE CALC-SCREEN-CLIENT-RECORD
   END-PERFORM.
   CLOSE CALC-SCREEN-CLIENT-FILE.
