IDENTIFICATION DIVISION.
PROGRAM-ID. CalcFeedSLA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-SCHEDULE-FILE ASSIGN TO "CALCPSCH.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SCHEDULE-STATUS.
   SELECT CALC-CALENDAR-FILE ASSIGN TO "CALCCLDR.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CALENDAR-STATUS.
   SELECT CALC-FEED-LOG-FILE ASSIGN TO "CALCFEED.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FEED-LOG-STATUS.
   SELECT CALC-SLA-REPORT ASSIGN TO "CALCFSLA.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CALC-SCHEDULE-FILE.
COPY CALCPSC.

FD  CALC-CALENDAR-FILE.
COPY CALCCAL.

FD  CALC-FEED-LOG-FILE.
COPY CALCFDL.

FD  CALC-SLA-REPORT.
   01 SLA-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW            PIC X VALUE "N".
      05 WS-SCHEDULE-STATUS   PIC X(2) VALUE "00".
      05 WS-CALENDAR-STATUS   PIC X(2) VALUE "00".
      05 WS-FEED-LOG-STATUS   PIC X(2) VALUE "00".
      05 WS-CAL-FOUND-SW      PIC X VALUE "N".
      05 WS-BUSINESS-DAY-SW   PIC X VALUE "N".
      05 WS-EXPECTED-SW       PIC X VALUE "N".
      05 WS-ARRIVE-PASSED-SW  PIC X VALUE "N".
      05 WS-RETURN-PASSED-SW  PIC X VALUE "N".
      05 WS-OVERFLOW-SW       PIC X VALUE "N".
      05 WS-MONTH-DONE-SW     PIC X VALUE "N".

   01 WS-MONTH-PARM           PIC X(6) VALUE SPACES.
   01 WS-REPORT-MONTH         PIC X(6) VALUE SPACES.
   01 WS-RUN-DATE             PIC X(8) VALUE SPACES.
   01 WS-NOW-HHMM             PIC X(4) VALUE SPACES.
   01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.

   01 WS-DATE-WORK.
      05 WS-DAY-DATE          PIC X(8) VALUE SPACES.
      05 WS-DAY-DATE-N        PIC 9(8) VALUE 0.
      05 WS-FIRST-DATE-N      PIC 9(8) VALUE 0.
      05 WS-DAY-INTEGER       PIC 9(9) VALUE 0.
      05 WS-WEEK-QUOTIENT     PIC 9(9) VALUE 0.
      05 WS-WEEKDAY           PIC 9 VALUE 0.
      05 WS-ARRIVE-INTEGER    PIC 9(9) VALUE 0.
      05 WS-RETURN-INTEGER    PIC 9(9) VALUE 0.
      05 WS-EVENT-DATE-N      PIC 9(8) VALUE 0.
      05 WS-HHMM-N            PIC 9(4) VALUE 0.
      05 WS-HH-N              PIC 9(2) VALUE 0.
      05 WS-MM-N              PIC 9(2) VALUE 0.
      05 WS-ARRIVE-MINUTES    PIC S9(9) VALUE 0.
      05 WS-RETURN-MINUTES    PIC S9(9) VALUE 0.
      05 WS-TURN-MINUTES      PIC S9(9) VALUE 0.
      05 WS-TURN-HOURS        PIC 9(5) VALUE 0.
      05 WS-TURN-REMAINDER    PIC 9(2) VALUE 0.

   01 WS-SCHED-COUNT          PIC 9(3) VALUE 0.
   01 WS-SCHED-TABLE.
      05 WS-PS-ENTRY OCCURS 100 TIMES INDEXED BY WS-PS-IDX.
         10 WS-PS-SENDER      PIC X(8).
         10 WS-PS-NAME        PIC X(20).
         10 WS-PS-DAYS        PIC X(7).
         10 WS-PS-ARRIVAL     PIC X(4).
         10 WS-PS-RETURN      PIC X(4).
         10 WS-PS-ACTIVE      PIC X.

   01 WS-CAL-COUNT            PIC 9(3) VALUE 0.
   01 WS-CAL-TABLE.
      05 WS-CAL-ENTRY OCCURS 400 TIMES INDEXED BY WS-CAL-IDX.
         10 WS-CAL-DATE       PIC X(8).
         10 WS-CAL-TYPE       PIC X.

   01 WS-MAX-EVENTS           PIC 9(4) VALUE 5000.
   01 WS-EVENT-COUNT          PIC 9(4) VALUE 0.
   01 WS-EVENT-TABLE.
      05 WS-EV-ENTRY OCCURS 5000 TIMES INDEXED BY WS-EV-IDX.
         10 WS-EV-TYPE        PIC X.
         10 WS-EV-SENDER      PIC X(8).
         10 WS-EV-BUS-DATE    PIC X(8).
         10 WS-EV-DATE        PIC X(8).
         10 WS-EV-TIME        PIC X(8).
         10 WS-EV-OUTCOME     PIC X.

   01 WS-DAY-WORK.
      05 WS-DW-ACCEPTED       PIC 9(3) VALUE 0.
      05 WS-DW-STOPPED        PIC 9(3) VALUE 0.
      05 WS-DW-ARRIVE-DATE    PIC X(8) VALUE SPACES.
      05 WS-DW-ARRIVE-TIME    PIC X(8) VALUE SPACES.
      05 WS-DW-RETURNS        PIC 9(3) VALUE 0.
      05 WS-DW-RETURN-DATE    PIC X(8) VALUE SPACES.
      05 WS-DW-RETURN-TIME    PIC X(8) VALUE SPACES.
   01 WS-BREACH-TEXT          PIC X(60) VALUE SPACES.
   01 WS-BREACH-PTR           PIC 9(3) VALUE 1.
   01 WS-BREACH-PIECE         PIC X(18) VALUE SPACES.

   01 WS-PARTNER-TOTALS.
      05 WS-PT-LINES          PIC 9(5) VALUE 0.
      05 WS-PT-EXPECTED       PIC 9(5) VALUE 0.
      05 WS-PT-RECEIVED       PIC 9(5) VALUE 0.
      05 WS-PT-ON-TIME        PIC 9(5) VALUE 0.
      05 WS-PT-LATE           PIC 9(5) VALUE 0.
      05 WS-PT-MISSING        PIC 9(5) VALUE 0.
      05 WS-PT-DUPLICATE      PIC 9(5) VALUE 0.
      05 WS-PT-RETURN-OK      PIC 9(5) VALUE 0.
      05 WS-PT-RETURN-BREACH  PIC 9(5) VALUE 0.
      05 WS-PT-BREACH-DAYS    PIC 9(5) VALUE 0.
      05 WS-PT-TURN-MINUTES   PIC 9(9) VALUE 0.
      05 WS-PT-TURN-COUNT     PIC 9(5) VALUE 0.

   01 WS-GRAND-TOTALS.
      05 WS-GT-PARTNERS       PIC 9(5) VALUE 0.
      05 WS-GT-EXPECTED       PIC 9(5) VALUE 0.
      05 WS-GT-RECEIVED       PIC 9(5) VALUE 0.
      05 WS-GT-LATE           PIC 9(5) VALUE 0.
      05 WS-GT-MISSING        PIC 9(5) VALUE 0.
      05 WS-GT-DUPLICATE      PIC 9(5) VALUE 0.
      05 WS-GT-RETURN-BREACH  PIC 9(5) VALUE 0.
      05 WS-GT-BREACH-DAYS    PIC 9(5) VALUE 0.

   01 WS-SL-DETAIL-LINE.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-SD-DATE           PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-SD-RECEIVED       PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(3)  VALUE SPACES.
      05 WS-SD-FILES          PIC ZZ9   VALUE 0.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-SD-RETURNED       PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(3)  VALUE SPACES.
      05 WS-SD-TURN-HOURS     PIC ZZZZ9 VALUE 0.
      05 WS-SD-TURN-COLON     PIC X     VALUE SPACE.
      05 WS-SD-TURN-MINS      PIC 99    VALUE 0.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-SD-BREACHES       PIC X(60) VALUE SPACES.

   01 WS-SL-SUMMARY-LINE.
      05 WS-SS-CAPTION        PIC X(28) VALUE SPACES.
      05 WS-SS-COUNT          PIC ZZ,ZZ9 VALUE 0.
      05 FILLER               PIC X(4)  VALUE SPACES.
      05 WS-SS-CAPTION-2      PIC X(28) VALUE SPACES.
      05 WS-SS-COUNT-2        PIC ZZ,ZZ9 VALUE 0.

   01 WS-TIME-EDIT.
      05 WS-TE-HH             PIC X(2).
      05 FILLER               PIC X VALUE ":".
      05 WS-TE-MM             PIC X(2).
      05 FILLER               PIC X VALUE ":".
      05 WS-TE-SS             PIC X(2).
   01 WS-TIME-IN              PIC X(8) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM INITIALIZE-SLA.
   PERFORM LOAD-PARTNER-SCHEDULE.
   PERFORM LOAD-PROCESSING-CALENDAR.
   PERFORM LOAD-MONTH-FEED-LOG.
   OPEN OUTPUT CALC-SLA-REPORT.
   PERFORM PRINT-SLA-HEADER.
   PERFORM VARYING WS-PS-IDX FROM 1 BY 1
           UNTIL WS-PS-IDX > WS-SCHED-COUNT
       PERFORM REPORT-ONE-PARTNER
   END-PERFORM.
   PERFORM PRINT-GRAND-TOTALS.
   CLOSE CALC-SLA-REPORT.
   DISPLAY "CALCFEEDSLA: " WS-REPORT-MONTH " - " WS-GT-PARTNERS
       " PARTNERS, " WS-GT-EXPECTED " FILES EXPECTED, "
       WS-GT-BREACH-DAYS " DAYS IN BREACH - REPORT ON CALCFSLA.PRT".
   STOP RUN.

INITIALIZE-SLA.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
   MOVE WS-CURRENT-DATETIME(9:4) TO WS-NOW-HHMM.

   DISPLAY 1 UPON ARGUMENT-NUMBER.
   ACCEPT WS-MONTH-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-MONTH-PARM
   END-ACCEPT.
   IF WS-MONTH-PARM = SPACES
       MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
   ELSE
       IF WS-MONTH-PARM NOT NUMERIC
          OR WS-MONTH-PARM(5:2) < "01" OR WS-MONTH-PARM(5:2) > "12"
           DISPLAY "CALCFEEDSLA: REPORT MONTH MUST BE YYYYMM, GOT <"
               WS-MONTH-PARM ">"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-MONTH-PARM TO WS-REPORT-MONTH
   END-IF.
   MOVE WS-REPORT-MONTH TO WS-DAY-DATE(1:6).
   MOVE "01" TO WS-DAY-DATE(7:2).
   MOVE WS-DAY-DATE TO WS-FIRST-DATE-N.

LOAD-PARTNER-SCHEDULE.
   MOVE 0 TO WS-SCHED-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-SCHEDULE-FILE.
   IF WS-SCHEDULE-STATUS = "35"
       DISPLAY "CALCFEEDSLA: NO PARTNER SCHEDULE CALCPSCH.DAT - "
           "BUILD IT WITH CALCSCHDMAINT"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-SCHEDULE-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF WS-SCHED-COUNT < 100
                   ADD 1 TO WS-SCHED-COUNT
                   SET WS-PS-IDX TO WS-SCHED-COUNT
                   MOVE PS-SENDER-ID TO WS-PS-SENDER(WS-PS-IDX)
                   MOVE PS-PARTNER-NAME TO WS-PS-NAME(WS-PS-IDX)
                   MOVE PS-EXPECTED-DAYS TO WS-PS-DAYS(WS-PS-IDX)
                   MOVE PS-LATEST-ARRIVAL TO WS-PS-ARRIVAL(WS-PS-IDX)
                   MOVE PS-RETURN-DUE TO WS-PS-RETURN(WS-PS-IDX)
                   MOVE PS-ACTIVE-FLAG TO WS-PS-ACTIVE(WS-PS-IDX)
               ELSE
                   MOVE "Y" TO WS-OVERFLOW-SW
               END-IF
       END-READ
   END-PERFORM.
   CLOSE CALC-SCHEDULE-FILE.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCFEEDSLA: CALCPSCH.DAT HOLDS MORE THAN 100 "
           "PARTNERS - REPORT WOULD BE INCOMPLETE"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-PROCESSING-CALENDAR.
   MOVE 0 TO WS-CAL-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-CALENDAR-FILE.
   IF WS-CALENDAR-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-CALENDAR-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF WS-CAL-COUNT < 400
                   ADD 1 TO WS-CAL-COUNT
                   SET WS-CAL-IDX TO WS-CAL-COUNT
                   MOVE CA-DATE TO WS-CAL-DATE(WS-CAL-IDX)
                   MOVE CA-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-IDX)
               END-IF
       END-READ
   END-PERFORM.
   IF WS-CALENDAR-STATUS NOT = "35"
       CLOSE CALC-CALENDAR-FILE
   END-IF.

LOAD-MONTH-FEED-LOG.
   MOVE 0 TO WS-EVENT-COUNT.
   MOVE "N" TO WS-OVERFLOW-SW.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-FEED-LOG-FILE.
   IF WS-FEED-LOG-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-FEED-LOG-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF FL-BUSINESS-DATE = SPACES
                   MOVE FL-EVENT-DATE TO FL-BUSINESS-DATE
               END-IF
               IF FL-BUSINESS-DATE(1:6) = WS-REPORT-MONTH
                   PERFORM NOTE-FEED-EVENT
               END-IF
       END-READ
   END-PERFORM.
   IF WS-FEED-LOG-STATUS NOT = "35"
       CLOSE CALC-FEED-LOG-FILE
   END-IF.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCFEEDSLA: MORE THAN " WS-MAX-EVENTS
           " FEED EVENTS IN " WS-REPORT-MONTH
           " - REPORT WOULD BE INCOMPLETE"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

NOTE-FEED-EVENT.
   IF WS-EVENT-COUNT < WS-MAX-EVENTS
       ADD 1 TO WS-EVENT-COUNT
       SET WS-EV-IDX TO WS-EVENT-COUNT
       MOVE FL-EVENT-TYPE TO WS-EV-TYPE(WS-EV-IDX)
       MOVE FL-SENDER-ID TO WS-EV-SENDER(WS-EV-IDX)
       MOVE FL-BUSINESS-DATE TO WS-EV-BUS-DATE(WS-EV-IDX)
       MOVE FL-EVENT-DATE TO WS-EV-DATE(WS-EV-IDX)
       MOVE FL-EVENT-TIME TO WS-EV-TIME(WS-EV-IDX)
       MOVE FL-OUTCOME TO WS-EV-OUTCOME(WS-EV-IDX)
   ELSE
       MOVE "Y" TO WS-OVERFLOW-SW
   END-IF.

PRINT-SLA-HEADER.
   MOVE SPACES TO SLA-REPORT-LINE.
   STRING "PARTNER TURNAROUND SLA REPORT      MONTH: " WS-REPORT-MONTH
       "   RUN: " WS-RUN-DATE
       DELIMITED BY SIZE INTO SLA-REPORT-LINE.
   WRITE SLA-REPORT-LINE.

REPORT-ONE-PARTNER.
   MOVE 0 TO WS-PT-LINES.
   MOVE 0 TO WS-PT-EXPECTED.
   MOVE 0 TO WS-PT-RECEIVED.
   MOVE 0 TO WS-PT-ON-TIME.
   MOVE 0 TO WS-PT-LATE.
   MOVE 0 TO WS-PT-MISSING.
   MOVE 0 TO WS-PT-DUPLICATE.
   MOVE 0 TO WS-PT-RETURN-OK.
   MOVE 0 TO WS-PT-RETURN-BREACH.
   MOVE 0 TO WS-PT-BREACH-DAYS.
   MOVE 0 TO WS-PT-TURN-MINUTES.
   MOVE 0 TO WS-PT-TURN-COUNT.
   PERFORM PRINT-PARTNER-HEADING.
   COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE-N).
   MOVE "N" TO WS-MONTH-DONE-SW.
   PERFORM UNTIL WS-MONTH-DONE-SW = "Y"
       COMPUTE WS-DAY-DATE-N = FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
       MOVE WS-DAY-DATE-N TO WS-DAY-DATE
       IF WS-DAY-DATE(1:6) NOT = WS-REPORT-MONTH
          OR WS-DAY-DATE > WS-RUN-DATE
           MOVE "Y" TO WS-MONTH-DONE-SW
       ELSE
           PERFORM REPORT-ONE-DAY
           ADD 1 TO WS-DAY-INTEGER
       END-IF
   END-PERFORM.
   IF WS-PT-LINES = 0
       MOVE "  NO FILES EXPECTED OR RECEIVED THIS MONTH"
           TO SLA-REPORT-LINE
       WRITE SLA-REPORT-LINE
   END-IF.
   PERFORM PRINT-PARTNER-SUMMARY.

PRINT-PARTNER-HEADING.
   MOVE SPACES TO SLA-REPORT-LINE.
   WRITE SLA-REPORT-LINE.
   MOVE SPACES TO SLA-REPORT-LINE.
   STRING "PARTNER " WS-PS-SENDER(WS-PS-IDX) "  "
       WS-PS-NAME(WS-PS-IDX) "  ARRIVE BY " WS-PS-ARRIVAL(WS-PS-IDX)
       "  RETURN BY " WS-PS-RETURN(WS-PS-IDX)
       "  DAYS MTWTFSS " WS-PS-DAYS(WS-PS-IDX)
       DELIMITED BY SIZE INTO SLA-REPORT-LINE.
   IF WS-PS-ACTIVE(WS-PS-IDX) NOT = "Y"
       MOVE "(INACTIVE)" TO SLA-REPORT-LINE(100:10)
   END-IF.
   WRITE SLA-REPORT-LINE.
   MOVE "  DATE      RECEIVED" TO SLA-REPORT-LINE.
   MOVE "FILES" TO SLA-REPORT-LINE(22:5).
   MOVE "RETURNED" TO SLA-REPORT-LINE(29:8).
   MOVE "TURNAROUND" TO SLA-REPORT-LINE(38:10).
   MOVE "BREACHES" TO SLA-REPORT-LINE(50:8).
   WRITE SLA-REPORT-LINE.

REPORT-ONE-DAY.
   DIVIDE 7 INTO WS-DAY-INTEGER GIVING WS-WEEK-QUOTIENT
       REMAINDER WS-WEEKDAY.
   IF WS-WEEKDAY = 0
       MOVE 7 TO WS-WEEKDAY
   END-IF.
   PERFORM DETERMINE-BUSINESS-DAY.
   MOVE "N" TO WS-EXPECTED-SW.
   IF WS-PS-ACTIVE(WS-PS-IDX) = "Y" AND WS-BUSINESS-DAY-SW = "Y"
      AND WS-PS-DAYS(WS-PS-IDX)(WS-WEEKDAY:1) = "Y"
       MOVE "Y" TO WS-EXPECTED-SW
   END-IF.
   PERFORM GATHER-DAY-EVENTS.
   IF WS-EXPECTED-SW = "Y"
      OR WS-DW-ACCEPTED > 0 OR WS-DW-STOPPED > 0 OR WS-DW-RETURNS > 0
       PERFORM JUDGE-ONE-DAY
       PERFORM PRINT-DAY-LINE
   END-IF.

DETERMINE-BUSINESS-DAY.
   MOVE "N" TO WS-CAL-FOUND-SW.
   MOVE "N" TO WS-BUSINESS-DAY-SW.
   PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
           UNTIL WS-CAL-IDX > WS-CAL-COUNT
       IF WS-CAL-DATE(WS-CAL-IDX) = WS-DAY-DATE
           MOVE "Y" TO WS-CAL-FOUND-SW
           IF WS-CAL-TYPE(WS-CAL-IDX) = "B"
               MOVE "Y" TO WS-BUSINESS-DAY-SW
           END-IF
       END-IF
   END-PERFORM.
   IF WS-CAL-FOUND-SW = "N" AND WS-WEEKDAY < 6
       MOVE "Y" TO WS-BUSINESS-DAY-SW
   END-IF.

GATHER-DAY-EVENTS.
   MOVE 0 TO WS-DW-ACCEPTED.
   MOVE 0 TO WS-DW-STOPPED.
   MOVE 0 TO WS-DW-RETURNS.
   MOVE SPACES TO WS-DW-ARRIVE-DATE.
   MOVE SPACES TO WS-DW-ARRIVE-TIME.
   MOVE SPACES TO WS-DW-RETURN-DATE.
   MOVE SPACES TO WS-DW-RETURN-TIME.
   PERFORM VARYING WS-EV-IDX FROM 1 BY 1
           UNTIL WS-EV-IDX > WS-EVENT-COUNT
       IF WS-EV-SENDER(WS-EV-IDX) = WS-PS-SENDER(WS-PS-IDX)
          AND WS-EV-BUS-DATE(WS-EV-IDX) = WS-DAY-DATE
           PERFORM NOTE-DAY-EVENT
       END-IF
   END-PERFORM.

NOTE-DAY-EVENT.
   IF WS-EV-TYPE(WS-EV-IDX) = "I"
       IF WS-EV-OUTCOME(WS-EV-IDX) = "A"
           ADD 1 TO WS-DW-ACCEPTED
           IF WS-DW-ARRIVE-DATE = SPACES
               MOVE WS-EV-DATE(WS-EV-IDX) TO WS-DW-ARRIVE-DATE
               MOVE WS-EV-TIME(WS-EV-IDX) TO WS-DW-ARRIVE-TIME
           END-IF
       ELSE
           ADD 1 TO WS-DW-STOPPED
       END-IF
   ELSE
       ADD 1 TO WS-DW-RETURNS
       MOVE WS-EV-DATE(WS-EV-IDX) TO WS-DW-RETURN-DATE
       MOVE WS-EV-TIME(WS-EV-IDX) TO WS-DW-RETURN-TIME
   END-IF.

JUDGE-ONE-DAY.
   MOVE SPACES TO WS-BREACH-TEXT.
   MOVE 1 TO WS-BREACH-PTR.
   MOVE "N" TO WS-ARRIVE-PASSED-SW.
   MOVE "N" TO WS-RETURN-PASSED-SW.
   IF WS-DAY-DATE < WS-RUN-DATE
       MOVE "Y" TO WS-ARRIVE-PASSED-SW
       MOVE "Y" TO WS-RETURN-PASSED-SW
   ELSE
       IF WS-NOW-HHMM > WS-PS-ARRIVAL(WS-PS-IDX)
           MOVE "Y" TO WS-ARRIVE-PASSED-SW
       END-IF
       IF WS-NOW-HHMM > WS-PS-RETURN(WS-PS-IDX)
           MOVE "Y" TO WS-RETURN-PASSED-SW
       END-IF
   END-IF.
   IF WS-EXPECTED-SW = "Y"
       ADD 1 TO WS-PT-EXPECTED
   ELSE
       MOVE "NOT SCHEDULED" TO WS-BREACH-PIECE
       PERFORM ADD-BREACH-PIECE
   END-IF.
   IF WS-DW-ACCEPTED = 0
       IF WS-DW-STOPPED > 0
           MOVE "STOPPED AT INTAKE" TO WS-BREACH-PIECE
           PERFORM ADD-BREACH-PIECE
       END-IF
       IF WS-EXPECTED-SW = "Y" AND WS-ARRIVE-PASSED-SW = "Y"
           ADD 1 TO WS-PT-MISSING
           MOVE "MISSING" TO WS-BREACH-PIECE
           PERFORM ADD-BREACH-PIECE
       END-IF
   ELSE
       ADD 1 TO WS-PT-RECEIVED
       IF WS-DW-ACCEPTED > 1
           ADD 1 TO WS-PT-DUPLICATE
           MOVE "DUPLICATE DATE" TO WS-BREACH-PIECE
           PERFORM ADD-BREACH-PIECE
       END-IF
   END-IF.
   IF WS-DW-ACCEPTED > 0 AND WS-EXPECTED-SW = "Y"
       IF WS-DW-ARRIVE-DATE > WS-DAY-DATE
          OR (WS-DW-ARRIVE-DATE = WS-DAY-DATE
              AND WS-DW-ARRIVE-TIME(1:4) > WS-PS-ARRIVAL(WS-PS-IDX))
           ADD 1 TO WS-PT-LATE
           MOVE "LATE ARRIVAL" TO WS-BREACH-PIECE
           PERFORM ADD-BREACH-PIECE
       ELSE
           ADD 1 TO WS-PT-ON-TIME
       END-IF
       IF WS-DW-RETURNS = 0
           IF WS-RETURN-PASSED-SW = "Y"
               ADD 1 TO WS-PT-RETURN-BREACH
               MOVE "NO RETURN" TO WS-BREACH-PIECE
               PERFORM ADD-BREACH-PIECE
           END-IF
       ELSE
           IF WS-DW-RETURN-DATE > WS-DAY-DATE
              OR (WS-DW-RETURN-DATE = WS-DAY-DATE
                  AND WS-DW-RETURN-TIME(1:4) > WS-PS-RETURN(WS-PS-IDX))
               ADD 1 TO WS-PT-RETURN-BREACH
               MOVE "RETURN LATE" TO WS-BREACH-PIECE
               PERFORM ADD-BREACH-PIECE
           ELSE
               ADD 1 TO WS-PT-RETURN-OK
           END-IF
       END-IF
   END-IF.
   IF WS-BREACH-TEXT NOT = SPACES AND WS-EXPECTED-SW = "Y"
       ADD 1 TO WS-PT-BREACH-DAYS
   END-IF.

ADD-BREACH-PIECE.
   IF WS-BREACH-PTR > 1
       STRING ", " DELIMITED BY SIZE
           INTO WS-BREACH-TEXT WITH POINTER WS-BREACH-PTR
   END-IF.
   STRING WS-BREACH-PIECE DELIMITED BY "  "
       INTO WS-BREACH-TEXT WITH POINTER WS-BREACH-PTR.

PRINT-DAY-LINE.
   ADD 1 TO WS-PT-LINES.
   MOVE SPACES TO WS-SL-DETAIL-LINE.
   MOVE WS-DAY-DATE TO WS-SD-DATE.
   IF WS-DW-ARRIVE-TIME NOT = SPACES
       MOVE WS-DW-ARRIVE-TIME TO WS-TIME-IN
       PERFORM EDIT-EVENT-TIME
       MOVE WS-TIME-EDIT TO WS-SD-RECEIVED
   END-IF.
   MOVE WS-DW-ACCEPTED TO WS-SD-FILES.
   IF WS-DW-RETURN-TIME NOT = SPACES
       MOVE WS-DW-RETURN-TIME TO WS-TIME-IN
       PERFORM EDIT-EVENT-TIME
       MOVE WS-TIME-EDIT TO WS-SD-RETURNED
   END-IF.
   IF WS-DW-ARRIVE-TIME NOT = SPACES
      AND WS-DW-RETURN-TIME NOT = SPACES
       PERFORM COMPUTE-TURNAROUND
   END-IF.
   MOVE WS-BREACH-TEXT TO WS-SD-BREACHES.
   MOVE WS-SL-DETAIL-LINE TO SLA-REPORT-LINE.
   WRITE SLA-REPORT-LINE.

COMPUTE-TURNAROUND.
   MOVE WS-DW-ARRIVE-DATE TO WS-EVENT-DATE-N.
   COMPUTE WS-ARRIVE-INTEGER =
       FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE-N).
   MOVE WS-DW-ARRIVE-TIME(1:4) TO WS-HHMM-N.
   DIVIDE 100 INTO WS-HHMM-N GIVING WS-HH-N REMAINDER WS-MM-N.
   COMPUTE WS-ARRIVE-MINUTES = WS-ARRIVE-INTEGER * 1440
       + WS-HH-N * 60 + WS-MM-N.
   MOVE WS-DW-RETURN-DATE TO WS-EVENT-DATE-N.
   COMPUTE WS-RETURN-INTEGER =
       FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE-N).
   MOVE WS-DW-RETURN-TIME(1:4) TO WS-HHMM-N.
   DIVIDE 100 INTO WS-HHMM-N GIVING WS-HH-N REMAINDER WS-MM-N.
   COMPUTE WS-RETURN-MINUTES = WS-RETURN-INTEGER * 1440
       + WS-HH-N * 60 + WS-MM-N.
   COMPUTE WS-TURN-MINUTES = WS-RETURN-MINUTES - WS-ARRIVE-MINUTES.
   IF WS-TURN-MINUTES >= 0
       ADD WS-TURN-MINUTES TO WS-PT-TURN-MINUTES
       ADD 1 TO WS-PT-TURN-COUNT
       DIVIDE 60 INTO WS-TURN-MINUTES GIVING WS-TURN-HOURS
           REMAINDER WS-TURN-REMAINDER
       MOVE WS-TURN-HOURS TO WS-SD-TURN-HOURS
       MOVE ":" TO WS-SD-TURN-COLON
       MOVE WS-TURN-REMAINDER TO WS-SD-TURN-MINS
   END-IF.

EDIT-EVENT-TIME.
   MOVE WS-TIME-IN(1:2) TO WS-TE-HH.
   MOVE WS-TIME-IN(3:2) TO WS-TE-MM.
   MOVE WS-TIME-IN(5:2) TO WS-TE-SS.

PRINT-PARTNER-SUMMARY.
   MOVE SPACES TO SLA-REPORT-LINE.
   WRITE SLA-REPORT-LINE.
   MOVE SPACES TO WS-SL-SUMMARY-LINE.
   MOVE "  FILES EXPECTED          :" TO WS-SS-CAPTION.
   MOVE WS-PT-EXPECTED TO WS-SS-COUNT.
   MOVE "DAYS IN BREACH            :" TO WS-SS-CAPTION-2.
   MOVE WS-PT-BREACH-DAYS TO WS-SS-COUNT-2.
   MOVE WS-SL-SUMMARY-LINE TO SLA-REPORT-LINE.
   WRITE SLA-REPORT-LINE.
   MOVE "  FILES RECEIVED          :" TO WS-SS-CAPTION.
   MOVE WS-PT-RECEIVED TO WS-SS-COUNT.
   MOVE "RECEIVED ON TIME          :" TO WS-SS-CAPTION-2.
   MOVE WS-PT-ON-TIME TO WS-SS-COUNT-2.
   MOVE WS-SL-SUMMARY-LINE TO SLA-REPORT-LINE.
   WRITE SLA-REPORT-LINE.
   MOVE "  MISSING                 :" TO WS-SS-CAPTION.
   MOVE WS-PT-MISSING TO WS-SS-COUNT.
   MOVE "RECEIVED LATE             :" TO WS-SS-CAPTION-2.
   MOVE WS-PT-LATE TO WS-SS-COUNT-2.
   MOVE WS-SL-SUMMARY-LINE TO SLA-REPORT-LINE.
   WRITE SLA-REPORT-LINE.
   MOVE "  DUPLICATE DATE          :" TO WS-SS-CAPTION.
   MOVE WS-PT-DUPLICATE TO WS-SS-COUNT.
   MOVE "RETURN LATE OR MISSING    :" TO WS-SS-CAPTION-2.
   MOVE WS-PT-RETURN-BREACH TO WS-SS-COUNT-2.
   MOVE WS-SL-SUMMARY-LINE TO SLA-REPORT-LINE.
   WRITE SLA-REPORT-LINE.
   MOVE SPACES TO WS-SL-SUMMARY-LINE.
   MOVE "  RETURNED ON TIME        :" TO WS-SS-CAPTION.
   MOVE WS-PT-RETURN-OK TO WS-SS-COUNT.
   IF WS-PT-TURN-COUNT > 0
       MOVE "AVG TURNAROUND MINUTES    :" TO WS-SS-CAPTION-2
       COMPUTE WS-SS-COUNT-2 ROUNDED =
           WS-PT-TURN-MINUTES / WS-PT-TURN-COUNT
   END-IF.
   MOVE WS-SL-SUMMARY-LINE TO SLA-REPORT-LINE.
   WRITE SLA-REPORT-LINE.
   IF WS-PT-LINES > 0 OR WS-PS-ACTIVE(WS-PS-IDX) = "Y"
       ADD 1 TO WS-GT-PARTNERS
   END-IF.
   ADD WS-PT-EXPECTED TO WS-GT-EXPECTED.
   ADD WS-PT-RECEIVED TO WS-GT-RECEIVED.
   ADD WS-PT-LATE TO WS-GT-LATE.
   ADD WS-PT-MISSING TO WS-GT-MISSING.
   ADD WS-PT-DUPLICATE TO WS-GT-DUPLICATE.
   ADD WS-PT-RETURN-BREACH TO WS-GT-RETURN-BREACH.
   ADD WS-PT-BREACH-DAYS TO WS-GT-BREACH-DAYS.

PRINT-GRAND-TOTALS.
   MOVE SPACES TO SLA-REPORT-LINE.
   WRITE SLA-REPORT-LINE.
   MOVE ALL "-" TO SLA-REPORT-LINE(1:72).
   WRITE SLA-REPORT-LINE.
   MOVE "ALL PARTNERS" TO SLA-REPORT-LINE.
   WRITE SLA-REPORT-LINE.
   MOVE SPACES TO WS-SL-SUMMARY-LINE.
   MOVE "  FILES EXPECTED          :" TO WS-SS-CAPTION.
   MOVE WS-GT-EXPECTED TO WS-SS-COUNT.
   MOVE "DAYS IN BREACH            :" TO WS-SS-CAPTION-2.
   MOVE WS-GT-BREACH-DAYS TO WS-SS-COUNT-2.
   MOVE WS-SL-SUMMARY-LINE TO SLA-REPORT-LINE.
   WRITE SLA-REPORT-LINE.
   MOVE "  FILES RECEIVED          :" TO WS-SS-CAPTION.
   MOVE WS-GT-RECEIVED TO WS-SS-COUNT.
   MOVE "RECEIVED LATE             :" TO WS-SS-CAPTION-2.
   MOVE WS-GT-LATE TO WS-SS-COUNT-2.
   MOVE WS-SL-SUMMARY-LINE TO SLA-REPORT-LINE.
   WRITE SLA-REPORT-LINE.
   MOVE "  MISSING                 :" TO WS-SS-CAPTION.
   MOVE WS-GT-MISSING TO WS-SS-COUNT.
   MOVE "DUPLICATE DATE            :" TO WS-SS-CAPTION-2.
   MOVE WS-GT-DUPLICATE TO WS-SS-COUNT-2.
   MOVE WS-SL-SUMMARY-LINE TO SLA-REPORT-LINE.
   WRITE SLA-REPORT-LINE.
   MOVE SPACES TO WS-SL-SUMMARY-LINE.
   MOVE "  RETURN LATE OR MISSING  :" TO WS-SS-CAPTION.
   MOVE WS-GT-RETURN-BREACH TO WS-SS-COUNT.
   MOVE WS-SL-SUMMARY-LINE TO SLA-REPORT-LINE.
   WRITE SLA-REPORT-LINE.
