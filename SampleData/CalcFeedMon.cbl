IDENTIFICATION DIVISION.
PROGRAM-ID. CalcFeedMon.

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
   SELECT CALC-MONITOR-REPORT ASSIGN TO "CALCFDMN.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CALC-SCHEDULE-FILE.
COPY CALCPSC.

FD  CALC-CALENDAR-FILE.
COPY CALCCAL.

FD  CALC-FEED-LOG-FILE.
COPY CALCFDL.

FD  CALC-MONITOR-REPORT.
   01 MONITOR-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW            PIC X VALUE "N".
      05 WS-SCHEDULE-STATUS   PIC X(2) VALUE "00".
      05 WS-CALENDAR-STATUS   PIC X(2) VALUE "00".
      05 WS-FEED-LOG-STATUS   PIC X(2) VALUE "00".
      05 WS-CAL-MISSING-SW    PIC X VALUE "N".
      05 WS-CAL-FOUND-SW      PIC X VALUE "N".
      05 WS-BUSINESS-DAY-SW   PIC X VALUE "N".
      05 WS-EXPECTED-SW       PIC X VALUE "N".
      05 WS-ARRIVE-PASSED-SW  PIC X VALUE "N".
      05 WS-RETURN-PASSED-SW  PIC X VALUE "N".
      05 WS-FOUND-SW          PIC X VALUE "N".
      05 WS-OVERFLOW-SW       PIC X VALUE "N".

   01 WS-DATE-PARM            PIC X(8) VALUE SPACES.
   01 WS-CHECK-DATE           PIC X(8) VALUE SPACES.
   01 WS-RUN-DATE             PIC X(8) VALUE SPACES.
   01 WS-NOW-HHMM             PIC X(4) VALUE SPACES.
   01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.

   01 WS-DATE-WORK.
      05 WS-CHECK-DATE-N      PIC 9(8) VALUE 0.
      05 WS-CHECK-INTEGER     PIC 9(9) VALUE 0.
      05 WS-WEEK-QUOTIENT     PIC 9(9) VALUE 0.
      05 WS-WEEKDAY           PIC 9 VALUE 0.

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

   01 WS-MAX-EVENTS           PIC 9(4) VALUE 1000.
   01 WS-EVENT-COUNT          PIC 9(4) VALUE 0.
   01 WS-EVENT-TABLE.
      05 WS-EV-ENTRY OCCURS 1000 TIMES INDEXED BY WS-EV-IDX.
         10 WS-EV-TYPE        PIC X.
         10 WS-EV-SENDER      PIC X(8).
         10 WS-EV-DATE        PIC X(8).
         10 WS-EV-TIME        PIC X(8).
         10 WS-EV-FILE-NAME   PIC X(20).
         10 WS-EV-OUTCOME     PIC X.
         10 WS-EV-RECORDS     PIC 9(7).
         10 WS-EV-MATCHED     PIC X.

   01 WS-PARTNER-WORK.
      05 WS-PW-ACCEPTED       PIC 9(3) VALUE 0.
      05 WS-PW-STOPPED        PIC 9(3) VALUE 0.
      05 WS-PW-ARRIVE-DATE    PIC X(8) VALUE SPACES.
      05 WS-PW-ARRIVE-TIME    PIC X(8) VALUE SPACES.
      05 WS-PW-RETURNS        PIC 9(3) VALUE 0.
      05 WS-PW-RETURN-DATE    PIC X(8) VALUE SPACES.
      05 WS-PW-RETURN-TIME    PIC X(8) VALUE SPACES.
      05 WS-PW-ARRIVE-TEXT    PIC X(18) VALUE SPACES.
      05 WS-PW-RETURN-TEXT    PIC X(16) VALUE SPACES.

   01 WS-EXPECTED-COUNT       PIC 9(5) VALUE 0.
   01 WS-MISSING-COUNT        PIC 9(5) VALUE 0.
   01 WS-LATE-COUNT           PIC 9(5) VALUE 0.
   01 WS-DUPLICATE-COUNT      PIC 9(5) VALUE 0.
   01 WS-STOPPED-COUNT        PIC 9(5) VALUE 0.
   01 WS-RETURN-LATE-COUNT    PIC 9(5) VALUE 0.
   01 WS-UNSCHEDULED-COUNT    PIC 9(5) VALUE 0.
   01 WS-FLAG-COUNT           PIC 9(5) VALUE 0.

   01 WS-FM-DETAIL-LINE.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FD-SENDER         PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FD-NAME           PIC X(20) VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FD-ARRIVE-BY      PIC X(4)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FD-RECEIVED       PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(3)  VALUE SPACES.
      05 WS-FD-FILES          PIC ZZ9   VALUE 0.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FD-ARRIVE-TEXT    PIC X(18) VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FD-RETURN-BY      PIC X(4)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FD-RETURNED       PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FD-RETURN-TEXT    PIC X(16) VALUE SPACES.

   01 WS-FM-EVENT-LINE.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FE-TYPE           PIC X(6)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FE-SENDER         PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FE-DATE           PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FE-TIME           PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FE-FILE-NAME      PIC X(20) VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FE-RECORDS        PIC Z,ZZZ,ZZ9 VALUE 0.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-FE-NOTE           PIC X(24) VALUE SPACES.

   01 WS-FM-TOTAL-LINE.
      05 WS-FT-CAPTION        PIC X(28) VALUE SPACES.
      05 WS-FT-COUNT          PIC ZZ,ZZ9 VALUE 0.

   01 WS-TIME-EDIT.
      05 WS-TE-HH             PIC X(2).
      05 FILLER               PIC X VALUE ":".
      05 WS-TE-MM             PIC X(2).
      05 FILLER               PIC X VALUE ":".
      05 WS-TE-SS             PIC X(2).
   01 WS-TIME-IN              PIC X(8) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM INITIALIZE-MONITOR.
   PERFORM LOAD-PARTNER-SCHEDULE.
   PERFORM LOAD-PROCESSING-CALENDAR.
   PERFORM LOAD-FEED-LOG.
   PERFORM DETERMINE-BUSINESS-DAY.
   OPEN OUTPUT CALC-MONITOR-REPORT.
   PERFORM PRINT-MONITOR-HEADER.
   PERFORM PRINT-SCHEDULE-SECTION.
   PERFORM PRINT-UNSCHEDULED-SECTION.
   PERFORM PRINT-FEED-LOG-SECTION.
   PERFORM PRINT-MONITOR-TOTALS.
   CLOSE CALC-MONITOR-REPORT.
   DISPLAY "CALCFEEDMON: " WS-CHECK-DATE " - " WS-EXPECTED-COUNT
       " FILES EXPECTED, " WS-MISSING-COUNT " MISSING, "
       WS-LATE-COUNT " LATE, " WS-DUPLICATE-COUNT " DUPLICATE".
   IF WS-FLAG-COUNT > 0
       DISPLAY "CALCFEEDMON: *** " WS-FLAG-COUNT
           " PARTNER FILE EXCEPTIONS - SEE CALCFDMN.PRT ***"
   ELSE
       DISPLAY "CALCFEEDMON: ALL SCHEDULED PARTNER FILES IN ORDER"
   END-IF.
   STOP RUN.

INITIALIZE-MONITOR.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
   MOVE WS-CURRENT-DATETIME(9:4) TO WS-NOW-HHMM.

   DISPLAY 1 UPON ARGUMENT-NUMBER.
   ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-DATE-PARM
   END-ACCEPT.
   IF WS-DATE-PARM = SPACES
       MOVE WS-RUN-DATE TO WS-CHECK-DATE
   ELSE
       IF WS-DATE-PARM NOT NUMERIC
           DISPLAY "CALCFEEDMON: BUSINESS DATE MUST BE YYYYMMDD, GOT <"
               WS-DATE-PARM ">"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-DATE-PARM TO WS-CHECK-DATE
   END-IF.
   MOVE WS-CHECK-DATE TO WS-CHECK-DATE-N.
   COMPUTE WS-CHECK-INTEGER =
       FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-N).
   IF WS-CHECK-INTEGER = 0
       DISPLAY "CALCFEEDMON: BUSINESS DATE " WS-CHECK-DATE
           " IS NOT A VALID DATE"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   DIVIDE 7 INTO WS-CHECK-INTEGER GIVING WS-WEEK-QUOTIENT
       REMAINDER WS-WEEKDAY.
   IF WS-WEEKDAY = 0
       MOVE 7 TO WS-WEEKDAY
   END-IF.

LOAD-PARTNER-SCHEDULE.
   MOVE 0 TO WS-SCHED-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-SCHEDULE-FILE.
   IF WS-SCHEDULE-STATUS = "35"
       DISPLAY "CALCFEEDMON: NO PARTNER SCHEDULE CALCPSCH.DAT - "
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
       DISPLAY "CALCFEEDMON: CALCPSCH.DAT HOLDS MORE THAN 100 "
           "PARTNERS - MONITOR WOULD MISS FILES"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-PROCESSING-CALENDAR.
   MOVE 0 TO WS-CAL-COUNT.
   MOVE "N" TO WS-CAL-MISSING-SW.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-CALENDAR-FILE.
   IF WS-CALENDAR-STATUS = "35"
       MOVE "Y" TO WS-CAL-MISSING-SW
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

LOAD-FEED-LOG.
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
               IF FL-BUSINESS-DATE = WS-CHECK-DATE
                  OR (FL-BUSINESS-DATE = SPACES
                      AND FL-EVENT-DATE = WS-CHECK-DATE)
                   PERFORM NOTE-FEED-EVENT
               END-IF
       END-READ
   END-PERFORM.
   IF WS-FEED-LOG-STATUS NOT = "35"
       CLOSE CALC-FEED-LOG-FILE
   END-IF.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCFEEDMON: MORE THAN " WS-MAX-EVENTS
           " FEED EVENTS FOR " WS-CHECK-DATE
           " - MONITOR WOULD BE INCOMPLETE"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

NOTE-FEED-EVENT.
   IF WS-EVENT-COUNT < WS-MAX-EVENTS
       ADD 1 TO WS-EVENT-COUNT
       SET WS-EV-IDX TO WS-EVENT-COUNT
       MOVE FL-EVENT-TYPE TO WS-EV-TYPE(WS-EV-IDX)
       MOVE FL-SENDER-ID TO WS-EV-SENDER(WS-EV-IDX)
       MOVE FL-EVENT-DATE TO WS-EV-DATE(WS-EV-IDX)
       MOVE FL-EVENT-TIME TO WS-EV-TIME(WS-EV-IDX)
       MOVE FL-FILE-NAME TO WS-EV-FILE-NAME(WS-EV-IDX)
       MOVE FL-OUTCOME TO WS-EV-OUTCOME(WS-EV-IDX)
       MOVE FL-RECORD-COUNT TO WS-EV-RECORDS(WS-EV-IDX)
       MOVE "N" TO WS-EV-MATCHED(WS-EV-IDX)
   ELSE
       MOVE "Y" TO WS-OVERFLOW-SW
   END-IF.

DETERMINE-BUSINESS-DAY.
   MOVE "N" TO WS-CAL-FOUND-SW.
   MOVE "N" TO WS-BUSINESS-DAY-SW.
   PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
           UNTIL WS-CAL-IDX > WS-CAL-COUNT
       IF WS-CAL-DATE(WS-CAL-IDX) = WS-CHECK-DATE
           MOVE "Y" TO WS-CAL-FOUND-SW
           IF WS-CAL-TYPE(WS-CAL-IDX) = "B"
               MOVE "Y" TO WS-BUSINESS-DAY-SW
           END-IF
       END-IF
   END-PERFORM.
   IF WS-CAL-FOUND-SW = "N" AND WS-WEEKDAY < 6
       MOVE "Y" TO WS-BUSINESS-DAY-SW
   END-IF.

PRINT-MONITOR-HEADER.
   MOVE SPACES TO MONITOR-REPORT-LINE.
   STRING "PARTNER FILE MONITOR          BUSINESS DATE: " WS-CHECK-DATE
       "   RUN: " WS-RUN-DATE " " WS-NOW-HHMM
       DELIMITED BY SIZE INTO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.
   MOVE SPACES TO MONITOR-REPORT-LINE.
   IF WS-CAL-FOUND-SW = "N"
       IF WS-CAL-MISSING-SW = "Y"
           MOVE "NO PROCESSING CALENDAR CALCCLDR.DAT - MONDAY TO FRIDAY"
               TO MONITOR-REPORT-LINE
       ELSE
           MOVE "DATE NOT ON THE PROCESSING CALENDAR - MONDAY TO FRIDAY"
               TO MONITOR-REPORT-LINE
       END-IF
       MOVE " TAKEN AS BUSINESS DAYS" TO MONITOR-REPORT-LINE(55:23)
   ELSE
       IF WS-BUSINESS-DAY-SW = "N"
           MOVE "NOT A BUSINESS DAY ON THE PROCESSING CALENDAR"
               TO MONITOR-REPORT-LINE
           MOVE " - NO FILES EXPECTED" TO MONITOR-REPORT-LINE(46:20)
       END-IF
   END-IF.
   WRITE MONITOR-REPORT-LINE.

PRINT-SCHEDULE-SECTION.
   MOVE SPACES TO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.
   MOVE "SCHEDULED PARTNER FILES" TO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.
   MOVE "  SENDER    PARTNER NAME          DUE   RECEIVED"
       TO MONITOR-REPORT-LINE.
   MOVE "FILES" TO MONITOR-REPORT-LINE(50:5).
   MOVE "ARRIVAL STATUS" TO MONITOR-REPORT-LINE(57:14).
   MOVE "DUE   RETURNED  RETURN STATUS" TO MONITOR-REPORT-LINE(77:29).
   WRITE MONITOR-REPORT-LINE.
   PERFORM VARYING WS-PS-IDX FROM 1 BY 1
           UNTIL WS-PS-IDX > WS-SCHED-COUNT
       PERFORM CHECK-ONE-PARTNER
   END-PERFORM.
   IF WS-EXPECTED-COUNT = 0
       MOVE "  NO PARTNER FILES ARE SCHEDULED FOR THIS DATE"
           TO MONITOR-REPORT-LINE
       WRITE MONITOR-REPORT-LINE
   END-IF.

CHECK-ONE-PARTNER.
   MOVE "N" TO WS-EXPECTED-SW.
   IF WS-PS-ACTIVE(WS-PS-IDX) = "Y" AND WS-BUSINESS-DAY-SW = "Y"
      AND WS-PS-DAYS(WS-PS-IDX)(WS-WEEKDAY:1) = "Y"
       MOVE "Y" TO WS-EXPECTED-SW
   END-IF.
   PERFORM GATHER-PARTNER-EVENTS.
   IF WS-EXPECTED-SW = "Y"
       ADD 1 TO WS-EXPECTED-COUNT
       PERFORM JUDGE-PARTNER-ARRIVAL
       PERFORM JUDGE-PARTNER-RETURN
       PERFORM PRINT-PARTNER-LINE
   END-IF.

GATHER-PARTNER-EVENTS.
   MOVE 0 TO WS-PW-ACCEPTED.
   MOVE 0 TO WS-PW-STOPPED.
   MOVE 0 TO WS-PW-RETURNS.
   MOVE SPACES TO WS-PW-ARRIVE-DATE.
   MOVE SPACES TO WS-PW-ARRIVE-TIME.
   MOVE SPACES TO WS-PW-RETURN-DATE.
   MOVE SPACES TO WS-PW-RETURN-TIME.
   PERFORM VARYING WS-EV-IDX FROM 1 BY 1
           UNTIL WS-EV-IDX > WS-EVENT-COUNT
       IF WS-EV-SENDER(WS-EV-IDX) = WS-PS-SENDER(WS-PS-IDX)
          AND WS-EXPECTED-SW = "Y"
           MOVE "Y" TO WS-EV-MATCHED(WS-EV-IDX)
           PERFORM NOTE-PARTNER-EVENT
       END-IF
   END-PERFORM.

NOTE-PARTNER-EVENT.
   IF WS-EV-TYPE(WS-EV-IDX) = "I"
       IF WS-EV-OUTCOME(WS-EV-IDX) = "A"
           ADD 1 TO WS-PW-ACCEPTED
           IF WS-PW-ARRIVE-DATE = SPACES
               MOVE WS-EV-DATE(WS-EV-IDX) TO WS-PW-ARRIVE-DATE
               MOVE WS-EV-TIME(WS-EV-IDX) TO WS-PW-ARRIVE-TIME
           END-IF
       ELSE
           ADD 1 TO WS-PW-STOPPED
       END-IF
   ELSE
       ADD 1 TO WS-PW-RETURNS
       MOVE WS-EV-DATE(WS-EV-IDX) TO WS-PW-RETURN-DATE
       MOVE WS-EV-TIME(WS-EV-IDX) TO WS-PW-RETURN-TIME
   END-IF.

JUDGE-PARTNER-ARRIVAL.
   MOVE "N" TO WS-ARRIVE-PASSED-SW.
   IF WS-CHECK-DATE < WS-RUN-DATE
       MOVE "Y" TO WS-ARRIVE-PASSED-SW
   END-IF.
   IF WS-CHECK-DATE = WS-RUN-DATE
      AND WS-NOW-HHMM > WS-PS-ARRIVAL(WS-PS-IDX)
       MOVE "Y" TO WS-ARRIVE-PASSED-SW
   END-IF.
   MOVE SPACES TO WS-PW-ARRIVE-TEXT.
   IF WS-PW-ACCEPTED = 0
       IF WS-PW-STOPPED > 0
           MOVE "STOPPED AT INTAKE" TO WS-PW-ARRIVE-TEXT
           ADD 1 TO WS-STOPPED-COUNT
           ADD 1 TO WS-FLAG-COUNT
       ELSE
           IF WS-ARRIVE-PASSED-SW = "Y"
               MOVE "*** MISSING ***" TO WS-PW-ARRIVE-TEXT
               ADD 1 TO WS-MISSING-COUNT
               ADD 1 TO WS-FLAG-COUNT
           ELSE
               MOVE "NOT YET DUE" TO WS-PW-ARRIVE-TEXT
           END-IF
       END-IF
   ELSE
       IF WS-PW-ARRIVE-DATE > WS-CHECK-DATE
          OR (WS-PW-ARRIVE-DATE = WS-CHECK-DATE
              AND WS-PW-ARRIVE-TIME(1:4) > WS-PS-ARRIVAL(WS-PS-IDX))
           MOVE "LATE" TO WS-PW-ARRIVE-TEXT
           ADD 1 TO WS-LATE-COUNT
           ADD 1 TO WS-FLAG-COUNT
       ELSE
           MOVE "ON TIME" TO WS-PW-ARRIVE-TEXT
       END-IF
       IF WS-PW-ACCEPTED > 1
           IF WS-PW-ARRIVE-TEXT = "LATE"
               MOVE "LATE + DUPLICATE" TO WS-PW-ARRIVE-TEXT
           ELSE
               MOVE "DUPLICATE DATE" TO WS-PW-ARRIVE-TEXT
           END-IF
           ADD 1 TO WS-DUPLICATE-COUNT
           ADD 1 TO WS-FLAG-COUNT
       END-IF
   END-IF.

JUDGE-PARTNER-RETURN.
   MOVE "N" TO WS-RETURN-PASSED-SW.
   IF WS-CHECK-DATE < WS-RUN-DATE
       MOVE "Y" TO WS-RETURN-PASSED-SW
   END-IF.
   IF WS-CHECK-DATE = WS-RUN-DATE
      AND WS-NOW-HHMM > WS-PS-RETURN(WS-PS-IDX)
       MOVE "Y" TO WS-RETURN-PASSED-SW
   END-IF.
   MOVE SPACES TO WS-PW-RETURN-TEXT.
   IF WS-PW-RETURNS = 0
       IF WS-PW-ACCEPTED = 0
           MOVE "NO INPUT FILE" TO WS-PW-RETURN-TEXT
       ELSE
           IF WS-RETURN-PASSED-SW = "Y"
               MOVE "*** OVERDUE ***" TO WS-PW-RETURN-TEXT
               ADD 1 TO WS-RETURN-LATE-COUNT
               ADD 1 TO WS-FLAG-COUNT
           ELSE
               MOVE "NOT YET DUE" TO WS-PW-RETURN-TEXT
           END-IF
       END-IF
   ELSE
       IF WS-PW-RETURN-DATE > WS-CHECK-DATE
          OR (WS-PW-RETURN-DATE = WS-CHECK-DATE
              AND WS-PW-RETURN-TIME(1:4) > WS-PS-RETURN(WS-PS-IDX))
           MOVE "LATE" TO WS-PW-RETURN-TEXT
           ADD 1 TO WS-RETURN-LATE-COUNT
           ADD 1 TO WS-FLAG-COUNT
       ELSE
           MOVE "ON TIME" TO WS-PW-RETURN-TEXT
       END-IF
   END-IF.

PRINT-PARTNER-LINE.
   MOVE SPACES TO WS-FM-DETAIL-LINE.
   MOVE WS-PS-SENDER(WS-PS-IDX) TO WS-FD-SENDER.
   MOVE WS-PS-NAME(WS-PS-IDX) TO WS-FD-NAME.
   MOVE WS-PS-ARRIVAL(WS-PS-IDX) TO WS-FD-ARRIVE-BY.
   IF WS-PW-ARRIVE-TIME NOT = SPACES
       MOVE WS-PW-ARRIVE-TIME TO WS-TIME-IN
       PERFORM EDIT-EVENT-TIME
       MOVE WS-TIME-EDIT TO WS-FD-RECEIVED
   END-IF.
   MOVE WS-PW-ACCEPTED TO WS-FD-FILES.
   MOVE WS-PW-ARRIVE-TEXT TO WS-FD-ARRIVE-TEXT.
   MOVE WS-PS-RETURN(WS-PS-IDX) TO WS-FD-RETURN-BY.
   IF WS-PW-RETURN-TIME NOT = SPACES
       MOVE WS-PW-RETURN-TIME TO WS-TIME-IN
       PERFORM EDIT-EVENT-TIME
       MOVE WS-TIME-EDIT TO WS-FD-RETURNED
   END-IF.
   MOVE WS-PW-RETURN-TEXT TO WS-FD-RETURN-TEXT.
   MOVE WS-FM-DETAIL-LINE TO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.

EDIT-EVENT-TIME.
   MOVE WS-TIME-IN(1:2) TO WS-TE-HH.
   MOVE WS-TIME-IN(3:2) TO WS-TE-MM.
   MOVE WS-TIME-IN(5:2) TO WS-TE-SS.

PRINT-UNSCHEDULED-SECTION.
   MOVE SPACES TO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.
   MOVE "FILES RECEIVED OUTSIDE THE SCHEDULE" TO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.
   PERFORM VARYING WS-EV-IDX FROM 1 BY 1
           UNTIL WS-EV-IDX > WS-EVENT-COUNT
       IF WS-EV-MATCHED(WS-EV-IDX) = "N"
          AND WS-EV-TYPE(WS-EV-IDX) = "I"
           PERFORM PRINT-UNSCHEDULED-FILE
       END-IF
   END-PERFORM.
   IF WS-UNSCHEDULED-COUNT = 0
       MOVE "  NONE" TO MONITOR-REPORT-LINE
       WRITE MONITOR-REPORT-LINE
   END-IF.

PRINT-UNSCHEDULED-FILE.
   ADD 1 TO WS-UNSCHEDULED-COUNT.
   ADD 1 TO WS-FLAG-COUNT.
   PERFORM BUILD-EVENT-LINE.
   MOVE "N" TO WS-FOUND-SW.
   PERFORM VARYING WS-PS-IDX FROM 1 BY 1
           UNTIL WS-PS-IDX > WS-SCHED-COUNT
       IF WS-PS-SENDER(WS-PS-IDX) = WS-EV-SENDER(WS-EV-IDX)
           MOVE "Y" TO WS-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-FOUND-SW = "N"
       MOVE "SENDER NOT ON SCHEDULE" TO WS-FE-NOTE
   ELSE
       MOVE "NOT EXPECTED THIS DATE" TO WS-FE-NOTE
   END-IF.
   MOVE WS-FM-EVENT-LINE TO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.

BUILD-EVENT-LINE.
   MOVE SPACES TO WS-FM-EVENT-LINE.
   IF WS-EV-TYPE(WS-EV-IDX) = "I"
       MOVE "INTAKE" TO WS-FE-TYPE
   ELSE
       MOVE "RETURN" TO WS-FE-TYPE
   END-IF.
   MOVE WS-EV-SENDER(WS-EV-IDX) TO WS-FE-SENDER.
   MOVE WS-EV-DATE(WS-EV-IDX) TO WS-FE-DATE.
   MOVE WS-EV-TIME(WS-EV-IDX) TO WS-TIME-IN.
   PERFORM EDIT-EVENT-TIME.
   MOVE WS-TIME-EDIT TO WS-FE-TIME.
   MOVE WS-EV-FILE-NAME(WS-EV-IDX) TO WS-FE-FILE-NAME.
   MOVE WS-EV-RECORDS(WS-EV-IDX) TO WS-FE-RECORDS.

PRINT-FEED-LOG-SECTION.
   MOVE SPACES TO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.
   MOVE "FEED LOG FOR THE BUSINESS DATE" TO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.
   MOVE "  EVENT   SENDER    LOGGED    AT        FILE"
       TO MONITOR-REPORT-LINE.
   MOVE "RECORDS  OUTCOME" TO MONITOR-REPORT-LINE(65:16).
   WRITE MONITOR-REPORT-LINE.
   PERFORM VARYING WS-EV-IDX FROM 1 BY 1
           UNTIL WS-EV-IDX > WS-EVENT-COUNT
       PERFORM BUILD-EVENT-LINE
       IF WS-EV-TYPE(WS-EV-IDX) = "I"
          AND WS-EV-OUTCOME(WS-EV-IDX) NOT = "A"
           MOVE "STOPPED AT INTAKE" TO WS-FE-NOTE
       ELSE
           MOVE "ACCEPTED" TO WS-FE-NOTE
       END-IF
       MOVE WS-FM-EVENT-LINE TO MONITOR-REPORT-LINE
       WRITE MONITOR-REPORT-LINE
   END-PERFORM.
   IF WS-EVENT-COUNT = 0
       MOVE "  NO FILES LOGGED" TO MONITOR-REPORT-LINE
       WRITE MONITOR-REPORT-LINE
   END-IF.

PRINT-MONITOR-TOTALS.
   MOVE SPACES TO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.
   MOVE "FILES EXPECTED            :" TO WS-FT-CAPTION.
   MOVE WS-EXPECTED-COUNT TO WS-FT-COUNT.
   MOVE WS-FM-TOTAL-LINE TO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.
   MOVE "MISSING                   :" TO WS-FT-CAPTION.
   MOVE WS-MISSING-COUNT TO WS-FT-COUNT.
   MOVE WS-FM-TOTAL-LINE TO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.
   MOVE "STOPPED AT INTAKE         :" TO WS-FT-CAPTION.
   MOVE WS-STOPPED-COUNT TO WS-FT-COUNT.
   MOVE WS-FM-TOTAL-LINE TO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.
   MOVE "LATE                      :" TO WS-FT-CAPTION.
   MOVE WS-LATE-COUNT TO WS-FT-COUNT.
   MOVE WS-FM-TOTAL-LINE TO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.
   MOVE "DUPLICATE DATE            :" TO WS-FT-CAPTION.
   MOVE WS-DUPLICATE-COUNT TO WS-FT-COUNT.
   MOVE WS-FM-TOTAL-LINE TO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.
   MOVE "RETURN LATE OR OVERDUE    :" TO WS-FT-CAPTION.
   MOVE WS-RETURN-LATE-COUNT TO WS-FT-COUNT.
   MOVE WS-FM-TOTAL-LINE TO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.
   MOVE "OUTSIDE THE SCHEDULE      :" TO WS-FT-CAPTION.
   MOVE WS-UNSCHEDULED-COUNT TO WS-FT-COUNT.
   MOVE WS-FM-TOTAL-LINE TO MONITOR-REPORT-LINE.
   WRITE MONITOR-REPORT-LINE.
