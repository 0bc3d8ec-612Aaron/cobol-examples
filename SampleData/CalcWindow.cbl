IDENTIFICATION DIVISION.
PROGRAM-ID. CalcWindow.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-STEP-FILE ASSIGN TO "CALCSTEP.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STEP-STATUS.
   SELECT CALC-RUN-CONTROL-FILE ASSIGN TO "CALCRUNC.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RUN-CONTROL-STATUS.
   SELECT CALC-PERIOD-FILE ASSIGN TO "CALCPTDH.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PERIOD-STATUS.
   SELECT CALC-WINDOW-HISTORY-FILE ASSIGN TO "CALCWINH.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.
   SELECT CALC-WINDOW-REPORT ASSIGN TO "CALCWIND.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CALC-STEP-FILE.
COPY CALCSTP.

FD  CALC-RUN-CONTROL-FILE.
COPY CALCRUN.

FD  CALC-PERIOD-FILE.
COPY CALCPTD.

FD  CALC-WINDOW-HISTORY-FILE.
COPY CALCWIN.

FD  CALC-WINDOW-REPORT.
   01 WINDOW-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW              PIC X VALUE "N".
      05 WS-STEP-STATUS         PIC X(2) VALUE "00".
      05 WS-RUN-CONTROL-STATUS  PIC X(2) VALUE "00".
      05 WS-PERIOD-STATUS       PIC X(2) VALUE "00".
      05 WS-HISTORY-STATUS      PIC X(2) VALUE "00".
      05 WS-FOUND-SW            PIC X VALUE "N".
      05 WS-HIST-FULL-SW        PIC X VALUE "N".
      05 WS-RG-OK-SW            PIC X VALUE "N".
      05 WS-SKEW-SW             PIC X VALUE "N".

   01 WS-CURRENT-DATETIME       PIC X(21) VALUE SPACES.
   01 WS-DATE-PARM              PIC X(8) VALUE SPACES.
   01 WS-REPORT-DATE            PIC X(8) VALUE SPACES.
   01 WS-REPORT-DATE-N          PIC 9(8) VALUE 0.
   01 WS-REPORT-INTEGER         PIC 9(9) VALUE 0.
   01 WS-RECAPTURE-FROM         PIC X(8) VALUE SPACES.
   01 WS-TREND-FROM             PIC X(8) VALUE SPACES.
   01 WS-TREND-INTEGER          PIC 9(9) VALUE 0.
   01 WS-GROWTH-FROM            PIC X(8) VALUE SPACES.
   01 WS-GROWTH-INTEGER         PIC 9(9) VALUE 0.
   01 WS-RETAIN-CUTOFF          PIC X(8) VALUE SPACES.
   01 WS-WORK-DATE-N            PIC 9(8) VALUE 0.
   01 WS-WORK-INTEGER           PIC 9(9) VALUE 0.

   01 WS-RECAPTURE-DAYS         PIC 9(3) VALUE 7.
   01 WS-TREND-DAYS             PIC 9(3) VALUE 30.
   01 WS-GROWTH-DAYS            PIC 9(3) VALUE 60.
   01 WS-RETAIN-DAYS            PIC 9(3) VALUE 120.
   01 WS-CUTOFF-PARM            PIC X(8) VALUE SPACES.
   01 WS-CUTOFF-TIME            PIC X(8) VALUE "06000000".
   01 WS-TREND-LIMIT-PCT        PIC 9(3) VALUE 10.
   01 WS-LEG-SKEW-PCT           PIC 9(3) VALUE 150.
   01 WS-LEG-SKEW-MIN-SECS      PIC 9(5) VALUE 60.
   01 WS-OVERRUN-WARN-DAYS      PIC 9(3) VALUE 30.
   01 WS-PROJECTION-LIMIT-DAYS  PIC 9(5) VALUE 3650.

   01 WS-MAX-HIST               PIC 9(4) VALUE 9000.
   01 WS-HIST-COUNT             PIC 9(4) VALUE 0.
   01 WS-PURGED-HIST            PIC 9(7) VALUE 0.
   01 WS-HIST-TABLE.
      05 WS-HIST-ENTRY OCCURS 9000 TIMES INDEXED BY WS-HIST-IDX.
         10 WS-H-DATE           PIC X(8).
         10 WS-H-TYPE           PIC X.
         10 WS-H-NUMBER         PIC 9(2).
         10 WS-H-NAME           PIC X(12).
         10 WS-H-START          PIC X(8).
         10 WS-H-END            PIC X(8).
         10 WS-H-ELAPSED        PIC 9(7).
         10 WS-H-RECORDS        PIC 9(9).

   01 WS-NEW-ROW.
      05 WS-NEW-DATE            PIC X(8) VALUE SPACES.
      05 WS-NEW-TYPE            PIC X VALUE SPACE.
      05 WS-NEW-NUMBER          PIC 9(2) VALUE 0.
      05 WS-NEW-NAME            PIC X(12) VALUE SPACES.
      05 WS-NEW-START           PIC X(8) VALUE SPACES.
      05 WS-NEW-END             PIC X(8) VALUE SPACES.
      05 WS-NEW-ELAPSED         PIC 9(7) VALUE 0.
      05 WS-NEW-RECORDS         PIC 9(9) VALUE 0.
   01 WS-STORED-COUNT           PIC 9(4) VALUE 0.

   01 WS-MAX-CAPTURE            PIC 9(3) VALUE 300.
   01 WS-CAP-COUNT              PIC 9(3) VALUE 0.
   01 WS-CAPTURE-TABLE.
      05 WS-CAP-ENTRY OCCURS 300 TIMES INDEXED BY WS-CAP-IDX.
         10 WS-CP-DATE          PIC X(8).
         10 WS-CP-NUMBER        PIC 9(2).
         10 WS-CP-NAME          PIC X(12).
         10 WS-CP-START         PIC X(8).
         10 WS-CP-END           PIC X(8).
         10 WS-CP-STATUS        PIC X.

   01 WS-CW-COUNT               PIC 9(2) VALUE 0.
   01 WS-CAPTURE-WINDOW-TABLE.
      05 WS-CW-ENTRY OCCURS 10 TIMES INDEXED BY WS-CW-IDX.
         10 WS-CW-DATE          PIC X(8).
         10 WS-CW-FIRST-START   PIC X(8).
         10 WS-CW-LAST-END      PIC X(8).

   01 WS-TIME-WORK              PIC X(8) VALUE SPACES.
   01 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
      05 WS-TM-HH               PIC 9(2).
      05 WS-TM-MM               PIC 9(2).
      05 WS-TM-SS               PIC 9(2).
      05 WS-TM-CC               PIC 9(2).
   01 WS-TIME-SECS              PIC 9(6) VALUE 0.
   01 WS-CALC-START             PIC X(8) VALUE SPACES.
   01 WS-CALC-END               PIC X(8) VALUE SPACES.
   01 WS-START-SECS             PIC 9(6) VALUE 0.
   01 WS-END-SECS               PIC 9(6) VALUE 0.
   01 WS-ELAPSED-SECS           PIC 9(7) VALUE 0.

   01 WS-MAX-STATS              PIC 9(2) VALUE 30.
   01 WS-STAT-COUNT             PIC 9(2) VALUE 0.
   01 WS-STEP-STAT-TABLE.
      05 WS-SS-ENTRY OCCURS 30 TIMES INDEXED BY WS-SS-IDX.
         10 WS-SS-TYPE          PIC X.
         10 WS-SS-NUMBER        PIC 9(2).
         10 WS-SS-NAME          PIC X(12).
         10 WS-SS-NIGHTS        PIC 9(5).
         10 WS-SS-SUM-SECS      PIC 9(11).
         10 WS-SS-PEAK-SECS     PIC 9(7).
         10 WS-SS-PEAK-DATE     PIC X(8).
         10 WS-SS-LAST-SECS     PIC 9(7).
         10 WS-SS-LAST-DATE     PIC X(8).
         10 WS-SS-SX            PIC 9(7).
         10 WS-SS-SY            PIC 9(13).
         10 WS-SS-SXY           PIC 9(15).
         10 WS-SS-SXX           PIC 9(9).
   01 WS-PRINT-NUMBER           PIC 9(3) VALUE 0.

   01 WS-LEG-STAT-TABLE.
      05 WS-LG-ENTRY OCCURS 9 TIMES INDEXED BY WS-LG-IDX.
         10 WS-LG-TONIGHT-SW    PIC X.
         10 WS-LG-TONIGHT-RECS  PIC 9(9).
         10 WS-LG-TONIGHT-SECS  PIC 9(7).
         10 WS-LG-NIGHTS        PIC 9(5).
         10 WS-LG-SUM-SECS      PIC 9(11).
         10 WS-LG-SUM-RECS      PIC 9(13).
         10 WS-LG-PEAK-SECS     PIC 9(7).
   01 WS-LEG-NUMBER             PIC 9(2) VALUE 0.
   01 WS-TONIGHT-LEGS           PIC 9(2) VALUE 0.
   01 WS-LONGEST-LEG            PIC 9(2) VALUE 0.
   01 WS-LONGEST-SECS           PIC 9(7) VALUE 0.
   01 WS-OTHER-LEG-SECS         PIC 9(9) VALUE 0.
   01 WS-OTHER-LEG-AVERAGE      PIC 9(7)V9(2) VALUE 0.
   01 WS-SKEW-PCT               PIC 9(7) VALUE 0.

   01 WS-PV-COUNT               PIC 9(3) VALUE 0.
   01 WS-PERIOD-VOLUME-TABLE.
      05 WS-PV-ENTRY OCCURS 100 TIMES INDEXED BY WS-PV-IDX.
         10 WS-PV-DATE          PIC X(8).
         10 WS-PV-TOTAL         PIC 9(11).

   01 WS-RG-N                   PIC 9(5) VALUE 0.
   01 WS-RG-X                   PIC 9(5) VALUE 0.
   01 WS-RG-SX                  PIC 9(7) VALUE 0.
   01 WS-RG-SY                  PIC 9(13) VALUE 0.
   01 WS-RG-SXY                 PIC 9(15) VALUE 0.
   01 WS-RG-SXX                 PIC 9(9) VALUE 0.
   01 WS-RG-DENOM               PIC S9(13) VALUE 0.
   01 WS-RG-SLOPE               PIC S9(11)V9(4) VALUE 0.
   01 WS-RG-INTERCEPT           PIC S9(13)V9(4) VALUE 0.

   01 WS-AVERAGE-SECS           PIC 9(7) VALUE 0.
   01 WS-TREND-PCT              PIC S9(7)V9(2) VALUE 0.

   01 WS-LATEST-WINDOW-DATE     PIC X(8) VALUE SPACES.
   01 WS-LATEST-WINDOW-START    PIC X(8) VALUE SPACES.
   01 WS-LATEST-WINDOW-SECS     PIC 9(7) VALUE 0.
   01 WS-PAIR-SECS              PIC 9(11) VALUE 0.
   01 WS-PAIR-RECORDS           PIC 9(13) VALUE 0.
   01 WS-SECS-PER-RECORD        PIC 9(5)V9(6) VALUE 0.
   01 WS-CUTOFF-SECS            PIC 9(6) VALUE 0.
   01 WS-AVAILABLE-SECS         PIC 9(6) VALUE 0.
   01 WS-GROWTH-PER-DAY         PIC S9(11)V9(4) VALUE 0.
   01 WS-CURRENT-VOLUME         PIC S9(13) VALUE 0.
   01 WS-OVERRUN-VOLUME         PIC 9(13) VALUE 0.
   01 WS-PROJECTED-SECS         PIC 9(11) VALUE 0.
   01 WS-DAYS-TO-OVERRUN        PIC 9(11) VALUE 0.
   01 WS-OVERRUN-DATE-N         PIC 9(8) VALUE 0.
   01 WS-PROJECTION-STATE       PIC X VALUE "N".

   01 WS-FMT-SECS               PIC 9(7) VALUE 0.
   01 WS-FMT-HMS.
      05 WS-FMT-HH              PIC 9(2) VALUE 0.
      05 FILLER                 PIC X VALUE ":".
      05 WS-FMT-MM              PIC 9(2) VALUE 0.
      05 FILLER                 PIC X VALUE ":".
      05 WS-FMT-SS              PIC 9(2) VALUE 0.
   01 WS-FMT-REMAINDER          PIC 9(7) VALUE 0.

   01 WS-ED-COUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9 VALUE 0.
   01 WS-ED-RATE                PIC ZZZ,ZZZ,ZZ9.9- VALUE 0.
   01 WS-ED-SPR                 PIC ZZ,ZZ9.999999 VALUE 0.
   01 WS-ED-DAYS                PIC Z,ZZZ,ZZ9 VALUE 0.
   01 WS-ED-PCT                 PIC ZZZ,ZZ9 VALUE 0.
   01 WS-ED-LEG                 PIC 9(2) VALUE 0.

   01 WS-SH-HEADING-LINE.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(4)  VALUE "STEP".
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(12) VALUE "NAME".
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(6)  VALUE "NIGHTS".
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(8)  VALUE "    LAST".
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(8)  VALUE " AVERAGE".
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(8)  VALUE "    PEAK".
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(9)  VALUE "PEAK DATE".
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(14) VALUE "  SECS/NIGHT".
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(8)  VALUE "TREND".

   01 WS-SL-DETAIL-LINE.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-SL-STEP             PIC X(4)  VALUE SPACES.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-SL-NAME             PIC X(12) VALUE SPACES.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-SL-NIGHTS           PIC ZZZZZ9 VALUE 0.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-SL-LAST             PIC X(8)  VALUE SPACES.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-SL-AVERAGE          PIC X(8)  VALUE SPACES.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-SL-PEAK             PIC X(8)  VALUE SPACES.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-SL-PEAK-DATE        PIC X(9)  VALUE SPACES.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-SL-SLOPE            PIC ZZZ,ZZZ,ZZ9.9- VALUE 0.
      05 WS-SL-SLOPE-X REDEFINES WS-SL-SLOPE PIC X(14).
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-SL-TREND            PIC X(8)  VALUE SPACES.

   01 WS-LH-HEADING-LINE.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(4)  VALUE " LEG".
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(11) VALUE " RECORDS IN".
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(8)  VALUE " ELAPSED".
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(11) VALUE "RECORDS/MIN".
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(6)  VALUE "NIGHTS".
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(8)  VALUE " AVERAGE".
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(8)  VALUE "    PEAK".
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(11) VALUE "AVG REC/MIN".
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(20) VALUE "NOTE".

   01 WS-LL-DETAIL-LINE.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-LL-LEG              PIC 9(2)  VALUE 0.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-LL-RECORDS          PIC ZZZ,ZZZ,ZZ9 VALUE 0.
      05 WS-LL-RECORDS-X REDEFINES WS-LL-RECORDS PIC X(11).
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-LL-ELAPSED          PIC X(8)  VALUE SPACES.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-LL-RATE             PIC ZZZ,ZZZ,ZZ9 VALUE 0.
      05 WS-LL-RATE-X REDEFINES WS-LL-RATE PIC X(11).
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-LL-NIGHTS           PIC ZZZZZ9 VALUE 0.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-LL-AVERAGE          PIC X(8)  VALUE SPACES.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-LL-PEAK             PIC X(8)  VALUE SPACES.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-LL-AVG-RATE         PIC ZZZ,ZZZ,ZZ9 VALUE 0.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-LL-NOTE             PIC X(20) VALUE SPACES.

   01 WS-CP-CAPTION-LINE.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-CL-CAPTION          PIC X(32) VALUE SPACES.
      05 WS-CL-TEXT             PIC X(98) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM INITIALIZE-WINDOW.
   PERFORM LOAD-WINDOW-HISTORY.
   PERFORM CAPTURE-STEP-TIMES.
   PERFORM CAPTURE-LEG-TIMES.
   PERFORM REWRITE-WINDOW-HISTORY.
   PERFORM SUMMARISE-STEP-HISTORY.
   PERFORM SUMMARISE-LEG-HISTORY.
   PERFORM LOAD-PERIOD-VOLUMES.
   PERFORM PROJECT-CUTOFF-OVERRUN.
   PERFORM PRINT-WINDOW-REPORT.
   DISPLAY "CALCWINDOW: " WS-STORED-COUNT " TIMINGS CAPTURED, "
       WS-HIST-COUNT " ON CALCWINH.DAT - REPORT ON CALCWIND.PRT".
   IF WS-SKEW-SW = "Y"
       MOVE WS-SKEW-PCT TO WS-ED-PCT
       DISPLAY "CALCWINDOW: *** LEG " WS-LONGEST-LEG " RAN "
           FUNCTION TRIM(WS-ED-PCT) "% OF THE OTHER LEGS' AVERAGE"
       DISPLAY "CALCWINDOW: *** CONSIDER RAISING THE CALCSPLIT "
           "PIECE COUNT ***"
   END-IF.
   EVALUATE WS-PROJECTION-STATE
       WHEN "P"
           DISPLAY "CALCWINDOW: *** THE WINDOW IS ALREADY AT OR PAST "
               "THE CUTOFF AT CURRENT VOLUME ***"
       WHEN "D"
           IF WS-DAYS-TO-OVERRUN <= WS-OVERRUN-WARN-DAYS
               DISPLAY "CALCWINDOW: *** WINDOW PROJECTED TO OVERRUN "
                   "THE CUTOFF ON " WS-OVERRUN-DATE-N " ***"
           END-IF
   END-EVALUATE.
   STOP RUN.

INITIALIZE-WINDOW.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   DISPLAY 1 UPON ARGUMENT-NUMBER.
   ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-DATE-PARM
   END-ACCEPT.
   IF WS-DATE-PARM = SPACES
       MOVE WS-CURRENT-DATETIME(1:8) TO WS-REPORT-DATE
   ELSE
       IF WS-DATE-PARM IS NUMERIC
           MOVE WS-DATE-PARM TO WS-REPORT-DATE
       ELSE
           DISPLAY "CALCWINDOW: RUN DATE MUST BE YYYYMMDD, GOT <"
               WS-DATE-PARM ">"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
   END-IF.
   DISPLAY 2 UPON ARGUMENT-NUMBER.
   ACCEPT WS-CUTOFF-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-CUTOFF-PARM
   END-ACCEPT.
   IF WS-CUTOFF-PARM NOT = SPACES
       IF WS-CUTOFF-PARM(5:4) = SPACES
           MOVE "0000" TO WS-CUTOFF-PARM(5:4)
       END-IF
       IF WS-CUTOFF-PARM IS NUMERIC
          AND WS-CUTOFF-PARM(1:2) <= "23"
          AND WS-CUTOFF-PARM(3:2) <= "59"
          AND WS-CUTOFF-PARM(5:2) <= "59"
           MOVE WS-CUTOFF-PARM TO WS-CUTOFF-TIME
       ELSE
           DISPLAY "CALCWINDOW: CUTOFF MUST BE HHMM OR HHMMSSCC, GOT <"
               WS-CUTOFF-PARM ">"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
   END-IF.
   MOVE WS-REPORT-DATE TO WS-REPORT-DATE-N.
   COMPUTE WS-REPORT-INTEGER =
       FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE-N).
   COMPUTE WS-WORK-INTEGER = WS-REPORT-INTEGER - WS-RECAPTURE-DAYS.
   COMPUTE WS-WORK-DATE-N = FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
   MOVE WS-WORK-DATE-N TO WS-RECAPTURE-FROM.
   COMPUTE WS-TREND-INTEGER = WS-REPORT-INTEGER - WS-TREND-DAYS + 1.
   COMPUTE WS-WORK-DATE-N = FUNCTION DATE-OF-INTEGER(WS-TREND-INTEGER).
   MOVE WS-WORK-DATE-N TO WS-TREND-FROM.
   COMPUTE WS-GROWTH-INTEGER = WS-REPORT-INTEGER - WS-GROWTH-DAYS + 1.
   COMPUTE WS-WORK-DATE-N =
       FUNCTION DATE-OF-INTEGER(WS-GROWTH-INTEGER).
   MOVE WS-WORK-DATE-N TO WS-GROWTH-FROM.
   COMPUTE WS-WORK-INTEGER = WS-REPORT-INTEGER - WS-RETAIN-DAYS.
   COMPUTE WS-WORK-DATE-N = FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
   MOVE WS-WORK-DATE-N TO WS-RETAIN-CUTOFF.
   MOVE WS-CUTOFF-TIME TO WS-TIME-WORK.
   PERFORM TIME-TO-SECONDS.
   MOVE WS-TIME-SECS TO WS-CUTOFF-SECS.
   PERFORM VARYING WS-LG-IDX FROM 1 BY 1 UNTIL WS-LG-IDX > 9
       MOVE "N" TO WS-LG-TONIGHT-SW(WS-LG-IDX)
       MOVE 0 TO WS-LG-TONIGHT-RECS(WS-LG-IDX)
       MOVE 0 TO WS-LG-TONIGHT-SECS(WS-LG-IDX)
       MOVE 0 TO WS-LG-NIGHTS(WS-LG-IDX)
       MOVE 0 TO WS-LG-SUM-SECS(WS-LG-IDX)
       MOVE 0 TO WS-LG-SUM-RECS(WS-LG-IDX)
       MOVE 0 TO WS-LG-PEAK-SECS(WS-LG-IDX)
   END-PERFORM.

LOAD-WINDOW-HISTORY.
   MOVE 0 TO WS-HIST-COUNT.
   MOVE 0 TO WS-PURGED-HIST.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-WINDOW-HISTORY-FILE.
   IF WS-HISTORY-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-WINDOW-HISTORY-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF WH-RUN-DATE < WS-RETAIN-CUTOFF
                   ADD 1 TO WS-PURGED-HIST
               ELSE
                   PERFORM KEEP-HISTORY-ROW
               END-IF
       END-READ
   END-PERFORM.
   IF WS-HISTORY-STATUS NOT = "35"
       CLOSE CALC-WINDOW-HISTORY-FILE
   END-IF.
   IF WS-HIST-FULL-SW = "Y"
       PERFORM REFUSE-HISTORY-FULL
   END-IF.
   IF WS-PURGED-HIST > 0
       DISPLAY "CALCWINDOW: " WS-PURGED-HIST " TIMINGS OLDER THAN "
           WS-RETAIN-CUTOFF " PURGED FROM CALCWINH.DAT"
   END-IF.

KEEP-HISTORY-ROW.
   IF WS-HIST-COUNT < WS-MAX-HIST
       ADD 1 TO WS-HIST-COUNT
       SET WS-HIST-IDX TO WS-HIST-COUNT
       MOVE WH-RUN-DATE TO WS-H-DATE(WS-HIST-IDX)
       MOVE WH-ENTRY-TYPE TO WS-H-TYPE(WS-HIST-IDX)
       MOVE WH-STEP-NUMBER TO WS-H-NUMBER(WS-HIST-IDX)
       MOVE WH-STEP-NAME TO WS-H-NAME(WS-HIST-IDX)
       MOVE WH-START-TIME TO WS-H-START(WS-HIST-IDX)
       MOVE WH-END-TIME TO WS-H-END(WS-HIST-IDX)
       MOVE WH-ELAPSED-SECS TO WS-H-ELAPSED(WS-HIST-IDX)
       MOVE WH-RECORDS TO WS-H-RECORDS(WS-HIST-IDX)
   ELSE
       MOVE "Y" TO WS-HIST-FULL-SW
   END-IF.

REFUSE-HISTORY-FULL.
   DISPLAY "CALCWINDOW: CALCWINH.DAT WOULD HOLD MORE THAN "
       WS-MAX-HIST " TIMINGS.".
   DISPLAY "CALCWINDOW: REFUSING TO RUN - RAISE WS-MAX-HIST OR "
       "SHORTEN WS-RETAIN-DAYS FIRST.".
   MOVE 8 TO RETURN-CODE.
   STOP RUN.

CAPTURE-STEP-TIMES.
   MOVE 0 TO WS-CAP-COUNT.
   MOVE 0 TO WS-CW-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-STEP-FILE.
   IF WS-STEP-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
       DISPLAY "CALCWINDOW: NO STEP CONTROL FILE CALCSTEP.DAT - "
           "NO STEP TIMES CAPTURED"
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-STEP-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF ST-RUN-DATE >= WS-RECAPTURE-FROM
                  AND ST-RUN-DATE <= WS-REPORT-DATE
                   PERFORM NOTE-STEP-CONTROL
               END-IF
       END-READ
   END-PERFORM.
   IF WS-STEP-STATUS NOT = "35"
       CLOSE CALC-STEP-FILE
   END-IF.
   PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
           UNTIL WS-CAP-IDX > WS-CAP-COUNT
       IF WS-CP-STATUS(WS-CAP-IDX) = "C"
          AND WS-CP-START(WS-CAP-IDX) NOT = SPACES
           MOVE WS-CP-DATE(WS-CAP-IDX) TO WS-NEW-DATE
           MOVE "S" TO WS-NEW-TYPE
           MOVE WS-CP-NUMBER(WS-CAP-IDX) TO WS-NEW-NUMBER
           MOVE WS-CP-NAME(WS-CAP-IDX) TO WS-NEW-NAME
           MOVE WS-CP-START(WS-CAP-IDX) TO WS-NEW-START
           MOVE WS-CP-END(WS-CAP-IDX) TO WS-NEW-END
           MOVE 0 TO WS-NEW-RECORDS
           PERFORM STORE-HISTORY-ROW
       END-IF
   END-PERFORM.
   PERFORM VARYING WS-CW-IDX FROM 1 BY 1
           UNTIL WS-CW-IDX > WS-CW-COUNT
       IF WS-CW-FIRST-START(WS-CW-IDX) NOT = SPACES
          AND WS-CW-LAST-END(WS-CW-IDX) NOT = SPACES
           MOVE WS-CW-DATE(WS-CW-IDX) TO WS-NEW-DATE
           MOVE "W" TO WS-NEW-TYPE
           MOVE 0 TO WS-NEW-NUMBER
           MOVE "NIGHT WINDOW" TO WS-NEW-NAME
           MOVE WS-CW-FIRST-START(WS-CW-IDX) TO WS-NEW-START
           MOVE WS-CW-LAST-END(WS-CW-IDX) TO WS-NEW-END
           MOVE 0 TO WS-NEW-RECORDS
           PERFORM STORE-HISTORY-ROW
       END-IF
   END-PERFORM.

NOTE-STEP-CONTROL.
   MOVE "N" TO WS-FOUND-SW.
   PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
           UNTIL WS-CAP-IDX > WS-CAP-COUNT OR WS-FOUND-SW = "Y"
       IF WS-CP-DATE(WS-CAP-IDX) = ST-RUN-DATE
          AND WS-CP-NUMBER(WS-CAP-IDX) = ST-STEP-NUMBER
           MOVE "Y" TO WS-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-FOUND-SW = "Y"
       SET WS-CAP-IDX DOWN BY 1
   ELSE
       IF WS-CAP-COUNT >= WS-MAX-CAPTURE
           DISPLAY "CALCWINDOW: MORE THAN " WS-MAX-CAPTURE
               " STEPS IN THE LAST " WS-RECAPTURE-DAYS
               " NIGHTS - RAISE WS-MAX-CAPTURE"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-CAP-COUNT
       SET WS-CAP-IDX TO WS-CAP-COUNT
       MOVE ST-RUN-DATE TO WS-CP-DATE(WS-CAP-IDX)
       MOVE ST-STEP-NUMBER TO WS-CP-NUMBER(WS-CAP-IDX)
       MOVE SPACES TO WS-CP-START(WS-CAP-IDX)
       MOVE SPACES TO WS-CP-END(WS-CAP-IDX)
       MOVE SPACE TO WS-CP-STATUS(WS-CAP-IDX)
   END-IF.
   MOVE ST-STEP-NAME TO WS-CP-NAME(WS-CAP-IDX).
   MOVE ST-STATUS TO WS-CP-STATUS(WS-CAP-IDX).
   IF ST-STATUS = "A"
       MOVE ST-START-TIME TO WS-CP-START(WS-CAP-IDX)
       MOVE SPACES TO WS-CP-END(WS-CAP-IDX)
   ELSE
       MOVE ST-END-TIME TO WS-CP-END(WS-CAP-IDX)
   END-IF.

   MOVE "N" TO WS-FOUND-SW.
   PERFORM VARYING WS-CW-IDX FROM 1 BY 1
           UNTIL WS-CW-IDX > WS-CW-COUNT OR WS-FOUND-SW = "Y"
       IF WS-CW-DATE(WS-CW-IDX) = ST-RUN-DATE
           MOVE "Y" TO WS-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-FOUND-SW = "Y"
       SET WS-CW-IDX DOWN BY 1
   ELSE
       ADD 1 TO WS-CW-COUNT
       SET WS-CW-IDX TO WS-CW-COUNT
       MOVE ST-RUN-DATE TO WS-CW-DATE(WS-CW-IDX)
       MOVE SPACES TO WS-CW-FIRST-START(WS-CW-IDX)
       MOVE SPACES TO WS-CW-LAST-END(WS-CW-IDX)
   END-IF.
   IF ST-STATUS = "A"
       IF WS-CW-FIRST-START(WS-CW-IDX) = SPACES
           MOVE ST-START-TIME TO WS-CW-FIRST-START(WS-CW-IDX)
       END-IF
   ELSE
       MOVE ST-END-TIME TO WS-CW-LAST-END(WS-CW-IDX)
   END-IF.

CAPTURE-LEG-TIMES.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-RUN-CONTROL-FILE.
   IF WS-RUN-CONTROL-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
       DISPLAY "CALCWINDOW: NO RUN CONTROL LEDGER CALCRUNC.DAT - "
           "NO LEG TIMES CAPTURED"
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-RUN-CONTROL-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF RC-RUN-DATE <= WS-REPORT-DATE
                  AND RC-STATUS = "C"
                  AND RC-END-TIME NOT = SPACES
                   PERFORM NOTE-RUN-CONTROL-TIME
               END-IF
       END-READ
   END-PERFORM.
   IF WS-RUN-CONTROL-STATUS NOT = "35"
       CLOSE CALC-RUN-CONTROL-FILE
   END-IF.

NOTE-RUN-CONTROL-TIME.
   MOVE RC-RUN-DATE TO WS-NEW-DATE.
   MOVE RC-RUN-TIME TO WS-NEW-START.
   MOVE RC-END-TIME TO WS-NEW-END.
   MOVE RC-RECORDS-IN TO WS-NEW-RECORDS.
   EVALUATE RC-RECORD-TYPE
       WHEN "S"
           MOVE "P" TO WS-NEW-TYPE
           MOVE 0 TO WS-NEW-NUMBER
           MOVE "CALCSPLIT" TO WS-NEW-NAME
           PERFORM STORE-HISTORY-ROW
       WHEN "L"
           IF RC-LEG-NUMBER >= 1 AND RC-LEG-NUMBER <= 9
               MOVE "L" TO WS-NEW-TYPE
               MOVE RC-LEG-NUMBER TO WS-NEW-NUMBER
               MOVE "CALCBATCH LEG" TO WS-NEW-NAME
               PERFORM STORE-HISTORY-ROW
           END-IF
   END-EVALUATE.

STORE-HISTORY-ROW.
   MOVE WS-NEW-START TO WS-CALC-START.
   MOVE WS-NEW-END TO WS-CALC-END.
   PERFORM COMPUTE-ELAPSED.
   MOVE WS-ELAPSED-SECS TO WS-NEW-ELAPSED.
   MOVE "N" TO WS-FOUND-SW.
   PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
           UNTIL WS-HIST-IDX > WS-HIST-COUNT OR WS-FOUND-SW = "Y"
       IF WS-H-DATE(WS-HIST-IDX) = WS-NEW-DATE
          AND WS-H-TYPE(WS-HIST-IDX) = WS-NEW-TYPE
          AND WS-H-NUMBER(WS-HIST-IDX) = WS-NEW-NUMBER
           MOVE "Y" TO WS-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-FOUND-SW = "Y"
       SET WS-HIST-IDX DOWN BY 1
   ELSE
       IF WS-HIST-COUNT >= WS-MAX-HIST
           PERFORM REFUSE-HISTORY-FULL
       END-IF
       ADD 1 TO WS-HIST-COUNT
       SET WS-HIST-IDX TO WS-HIST-COUNT
   END-IF.
   MOVE WS-NEW-DATE TO WS-H-DATE(WS-HIST-IDX).
   MOVE WS-NEW-TYPE TO WS-H-TYPE(WS-HIST-IDX).
   MOVE WS-NEW-NUMBER TO WS-H-NUMBER(WS-HIST-IDX).
   MOVE WS-NEW-NAME TO WS-H-NAME(WS-HIST-IDX).
   MOVE WS-NEW-START TO WS-H-START(WS-HIST-IDX).
   MOVE WS-NEW-END TO WS-H-END(WS-HIST-IDX).
   MOVE WS-NEW-ELAPSED TO WS-H-ELAPSED(WS-HIST-IDX).
   MOVE WS-NEW-RECORDS TO WS-H-RECORDS(WS-HIST-IDX).
   ADD 1 TO WS-STORED-COUNT.

COMPUTE-ELAPSED.
   MOVE 0 TO WS-ELAPSED-SECS.
   IF WS-CALC-START IS NUMERIC AND WS-CALC-END IS NUMERIC
       MOVE WS-CALC-START TO WS-TIME-WORK
       PERFORM TIME-TO-SECONDS
       MOVE WS-TIME-SECS TO WS-START-SECS
       MOVE WS-CALC-END TO WS-TIME-WORK
       PERFORM TIME-TO-SECONDS
       MOVE WS-TIME-SECS TO WS-END-SECS
       IF WS-END-SECS < WS-START-SECS
           ADD 86400 TO WS-END-SECS
       END-IF
       COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
   END-IF.

TIME-TO-SECONDS.
   COMPUTE WS-TIME-SECS =
       WS-TM-HH * 3600 + WS-TM-MM * 60 + WS-TM-SS.

REWRITE-WINDOW-HISTORY.
   OPEN OUTPUT CALC-WINDOW-HISTORY-FILE.
   PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
           UNTIL WS-HIST-IDX > WS-HIST-COUNT
       MOVE WS-H-DATE(WS-HIST-IDX) TO WH-RUN-DATE
       MOVE WS-H-TYPE(WS-HIST-IDX) TO WH-ENTRY-TYPE
       MOVE WS-H-NUMBER(WS-HIST-IDX) TO WH-STEP-NUMBER
       MOVE WS-H-NAME(WS-HIST-IDX) TO WH-STEP-NAME
       MOVE WS-H-START(WS-HIST-IDX) TO WH-START-TIME
       MOVE WS-H-END(WS-HIST-IDX) TO WH-END-TIME
       MOVE WS-H-ELAPSED(WS-HIST-IDX) TO WH-ELAPSED-SECS
       MOVE WS-H-RECORDS(WS-HIST-IDX) TO WH-RECORDS
       WRITE CALC-WINDOW-HISTORY-RECORD
   END-PERFORM.
   CLOSE CALC-WINDOW-HISTORY-FILE.

SUMMARISE-STEP-HISTORY.
   MOVE 0 TO WS-STAT-COUNT.
   PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
           UNTIL WS-HIST-IDX > WS-HIST-COUNT
       IF WS-H-DATE(WS-HIST-IDX) >= WS-TREND-FROM
          AND WS-H-DATE(WS-HIST-IDX) <= WS-REPORT-DATE
          AND (WS-H-TYPE(WS-HIST-IDX) = "W"
               OR WS-H-TYPE(WS-HIST-IDX) = "S"
               OR WS-H-TYPE(WS-HIST-IDX) = "P")
           PERFORM NOTE-STEP-TIMING
       END-IF
   END-PERFORM.

NOTE-STEP-TIMING.
   MOVE "N" TO WS-FOUND-SW.
   PERFORM VARYING WS-SS-IDX FROM 1 BY 1
           UNTIL WS-SS-IDX > WS-STAT-COUNT OR WS-FOUND-SW = "Y"
       IF WS-SS-TYPE(WS-SS-IDX) = WS-H-TYPE(WS-HIST-IDX)
          AND WS-SS-NUMBER(WS-SS-IDX) = WS-H-NUMBER(WS-HIST-IDX)
           MOVE "Y" TO WS-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-FOUND-SW = "Y"
       SET WS-SS-IDX DOWN BY 1
   ELSE
       IF WS-STAT-COUNT >= WS-MAX-STATS
           DISPLAY "CALCWINDOW: MORE THAN " WS-MAX-STATS
               " DISTINCT STEPS IN THE HISTORY - RAISE WS-MAX-STATS"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-STAT-COUNT
       SET WS-SS-IDX TO WS-STAT-COUNT
       MOVE WS-H-TYPE(WS-HIST-IDX) TO WS-SS-TYPE(WS-SS-IDX)
       MOVE WS-H-NUMBER(WS-HIST-IDX) TO WS-SS-NUMBER(WS-SS-IDX)
       MOVE 0 TO WS-SS-NIGHTS(WS-SS-IDX)
       MOVE 0 TO WS-SS-SUM-SECS(WS-SS-IDX)
       MOVE 0 TO WS-SS-PEAK-SECS(WS-SS-IDX)
       MOVE SPACES TO WS-SS-PEAK-DATE(WS-SS-IDX)
       MOVE 0 TO WS-SS-LAST-SECS(WS-SS-IDX)
       MOVE SPACES TO WS-SS-LAST-DATE(WS-SS-IDX)
       MOVE 0 TO WS-SS-SX(WS-SS-IDX)
       MOVE 0 TO WS-SS-SY(WS-SS-IDX)
       MOVE 0 TO WS-SS-SXY(WS-SS-IDX)
       MOVE 0 TO WS-SS-SXX(WS-SS-IDX)
   END-IF.
   MOVE WS-H-ELAPSED(WS-HIST-IDX) TO WS-ELAPSED-SECS.
   ADD 1 TO WS-SS-NIGHTS(WS-SS-IDX).
   ADD WS-ELAPSED-SECS TO WS-SS-SUM-SECS(WS-SS-IDX).
   IF WS-ELAPSED-SECS > WS-SS-PEAK-SECS(WS-SS-IDX)
      OR WS-SS-PEAK-DATE(WS-SS-IDX) = SPACES
       MOVE WS-ELAPSED-SECS TO WS-SS-PEAK-SECS(WS-SS-IDX)
       MOVE WS-H-DATE(WS-HIST-IDX) TO WS-SS-PEAK-DATE(WS-SS-IDX)
   END-IF.
   IF WS-H-DATE(WS-HIST-IDX) >= WS-SS-LAST-DATE(WS-SS-IDX)
       MOVE WS-ELAPSED-SECS TO WS-SS-LAST-SECS(WS-SS-IDX)
       MOVE WS-H-DATE(WS-HIST-IDX) TO WS-SS-LAST-DATE(WS-SS-IDX)
       MOVE WS-H-NAME(WS-HIST-IDX) TO WS-SS-NAME(WS-SS-IDX)
   END-IF.
   MOVE WS-H-DATE(WS-HIST-IDX) TO WS-WORK-DATE-N.
   COMPUTE WS-RG-X =
       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N) - WS-TREND-INTEGER.
   ADD WS-RG-X TO WS-SS-SX(WS-SS-IDX).
   ADD WS-ELAPSED-SECS TO WS-SS-SY(WS-SS-IDX).
   COMPUTE WS-SS-SXY(WS-SS-IDX) =
       WS-SS-SXY(WS-SS-IDX) + WS-RG-X * WS-ELAPSED-SECS.
   COMPUTE WS-SS-SXX(WS-SS-IDX) =
       WS-SS-SXX(WS-SS-IDX) + WS-RG-X * WS-RG-X.
   IF WS-H-TYPE(WS-HIST-IDX) = "W"
      AND WS-H-DATE(WS-HIST-IDX) >= WS-LATEST-WINDOW-DATE
       MOVE WS-H-DATE(WS-HIST-IDX) TO WS-LATEST-WINDOW-DATE
       MOVE WS-H-START(WS-HIST-IDX) TO WS-LATEST-WINDOW-START
       MOVE WS-ELAPSED-SECS TO WS-LATEST-WINDOW-SECS
   END-IF.

SUMMARISE-LEG-HISTORY.
   PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
           UNTIL WS-HIST-IDX > WS-HIST-COUNT
       IF WS-H-TYPE(WS-HIST-IDX) = "L"
          AND WS-H-DATE(WS-HIST-IDX) >= WS-TREND-FROM
          AND WS-H-DATE(WS-HIST-IDX) <= WS-REPORT-DATE
          AND WS-H-NUMBER(WS-HIST-IDX) >= 1
          AND WS-H-NUMBER(WS-HIST-IDX) <= 9
           SET WS-LG-IDX TO WS-H-NUMBER(WS-HIST-IDX)
           ADD 1 TO WS-LG-NIGHTS(WS-LG-IDX)
           ADD WS-H-ELAPSED(WS-HIST-IDX) TO WS-LG-SUM-SECS(WS-LG-IDX)
           ADD WS-H-RECORDS(WS-HIST-IDX) TO WS-LG-SUM-RECS(WS-LG-IDX)
           IF WS-H-ELAPSED(WS-HIST-IDX) > WS-LG-PEAK-SECS(WS-LG-IDX)
               MOVE WS-H-ELAPSED(WS-HIST-IDX)
                   TO WS-LG-PEAK-SECS(WS-LG-IDX)
           END-IF
           IF WS-H-DATE(WS-HIST-IDX) = WS-REPORT-DATE
               MOVE "Y" TO WS-LG-TONIGHT-SW(WS-LG-IDX)
               MOVE WS-H-RECORDS(WS-HIST-IDX)
                   TO WS-LG-TONIGHT-RECS(WS-LG-IDX)
               MOVE WS-H-ELAPSED(WS-HIST-IDX)
                   TO WS-LG-TONIGHT-SECS(WS-LG-IDX)
           END-IF
       END-IF
   END-PERFORM.
   MOVE 0 TO WS-TONIGHT-LEGS.
   MOVE 0 TO WS-LONGEST-LEG.
   MOVE 0 TO WS-LONGEST-SECS.
   MOVE 0 TO WS-OTHER-LEG-SECS.
   PERFORM VARYING WS-LG-IDX FROM 1 BY 1 UNTIL WS-LG-IDX > 9
       IF WS-LG-TONIGHT-SW(WS-LG-IDX) = "Y"
           ADD 1 TO WS-TONIGHT-LEGS
           ADD WS-LG-TONIGHT-SECS(WS-LG-IDX) TO WS-OTHER-LEG-SECS
           IF WS-LG-TONIGHT-SECS(WS-LG-IDX) > WS-LONGEST-SECS
              OR WS-LONGEST-LEG = 0
               SET WS-LEG-NUMBER TO WS-LG-IDX
               MOVE WS-LEG-NUMBER TO WS-LONGEST-LEG
               MOVE WS-LG-TONIGHT-SECS(WS-LG-IDX) TO WS-LONGEST-SECS
           END-IF
       END-IF
   END-PERFORM.
   PERFORM CHECK-LEG-SKEW.

CHECK-LEG-SKEW.
   MOVE "N" TO WS-SKEW-SW.
   MOVE 0 TO WS-SKEW-PCT.
   IF WS-TONIGHT-LEGS >= 2
       SUBTRACT WS-LONGEST-SECS FROM WS-OTHER-LEG-SECS
       COMPUTE WS-OTHER-LEG-AVERAGE ROUNDED =
           WS-OTHER-LEG-SECS / (WS-TONIGHT-LEGS - 1)
       IF WS-OTHER-LEG-AVERAGE > 0
           COMPUTE WS-SKEW-PCT ROUNDED =
               WS-LONGEST-SECS * 100 / WS-OTHER-LEG-AVERAGE
       ELSE
           MOVE 9999999 TO WS-SKEW-PCT
       END-IF
       IF WS-SKEW-PCT > WS-LEG-SKEW-PCT
          AND WS-LONGEST-SECS >= WS-LEG-SKEW-MIN-SECS
           MOVE "Y" TO WS-SKEW-SW
       END-IF
   END-IF.

LOAD-PERIOD-VOLUMES.
   MOVE 0 TO WS-PV-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-PERIOD-FILE.
   IF WS-PERIOD-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
       DISPLAY "CALCWINDOW: NO PERIOD HISTORY CALCPTDH.DAT - "
           "NO CUTOFF PROJECTION"
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-PERIOD-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF PH-RUN-DATE >= WS-GROWTH-FROM
                  AND PH-RUN-DATE <= WS-REPORT-DATE
                   PERFORM NOTE-PERIOD-VOLUME
               END-IF
       END-READ
   END-PERFORM.
   IF WS-PERIOD-STATUS NOT = "35"
       CLOSE CALC-PERIOD-FILE
   END-IF.

NOTE-PERIOD-VOLUME.
   MOVE "N" TO WS-FOUND-SW.
   PERFORM VARYING WS-PV-IDX FROM 1 BY 1
           UNTIL WS-PV-IDX > WS-PV-COUNT OR WS-FOUND-SW = "Y"
       IF WS-PV-DATE(WS-PV-IDX) = PH-RUN-DATE
           MOVE "Y" TO WS-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-FOUND-SW = "Y"
       SET WS-PV-IDX DOWN BY 1
   ELSE
       ADD 1 TO WS-PV-COUNT
       SET WS-PV-IDX TO WS-PV-COUNT
       MOVE PH-RUN-DATE TO WS-PV-DATE(WS-PV-IDX)
       MOVE 0 TO WS-PV-TOTAL(WS-PV-IDX)
   END-IF.
   ADD PH-COUNT TO WS-PV-TOTAL(WS-PV-IDX).

PROJECT-CUTOFF-OVERRUN.
   MOVE "N" TO WS-PROJECTION-STATE.
   MOVE 0 TO WS-PAIR-SECS.
   MOVE 0 TO WS-PAIR-RECORDS.
   PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
           UNTIL WS-HIST-IDX > WS-HIST-COUNT
       IF WS-H-TYPE(WS-HIST-IDX) = "W"
          AND WS-H-DATE(WS-HIST-IDX) >= WS-TREND-FROM
          AND WS-H-DATE(WS-HIST-IDX) <= WS-REPORT-DATE
           PERFORM PAIR-WINDOW-WITH-VOLUME
       END-IF
   END-PERFORM.
   IF WS-PAIR-RECORDS > 0 AND WS-LATEST-WINDOW-DATE NOT = SPACES
       PERFORM CALCULATE-CUTOFF-OVERRUN
   END-IF.

CALCULATE-CUTOFF-OVERRUN.
   COMPUTE WS-SECS-PER-RECORD ROUNDED =
       WS-PAIR-SECS / WS-PAIR-RECORDS.

   MOVE WS-LATEST-WINDOW-START TO WS-TIME-WORK.
   PERFORM TIME-TO-SECONDS.
   IF WS-CUTOFF-SECS > WS-TIME-SECS
       COMPUTE WS-AVAILABLE-SECS = WS-CUTOFF-SECS - WS-TIME-SECS
   ELSE
       COMPUTE WS-AVAILABLE-SECS =
           WS-CUTOFF-SECS + 86400 - WS-TIME-SECS
   END-IF.

   MOVE 0 TO WS-RG-N.
   MOVE 0 TO WS-RG-SX.
   MOVE 0 TO WS-RG-SY.
   MOVE 0 TO WS-RG-SXY.
   MOVE 0 TO WS-RG-SXX.
   PERFORM VARYING WS-PV-IDX FROM 1 BY 1
           UNTIL WS-PV-IDX > WS-PV-COUNT
       MOVE WS-PV-DATE(WS-PV-IDX) TO WS-WORK-DATE-N
       COMPUTE WS-RG-X =
           FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N)
           - WS-GROWTH-INTEGER
       ADD 1 TO WS-RG-N
       ADD WS-RG-X TO WS-RG-SX
       ADD WS-PV-TOTAL(WS-PV-IDX) TO WS-RG-SY
       COMPUTE WS-RG-SXY =
           WS-RG-SXY + WS-RG-X * WS-PV-TOTAL(WS-PV-IDX)
       COMPUTE WS-RG-SXX = WS-RG-SXX + WS-RG-X * WS-RG-X
   END-PERFORM.
   PERFORM COMPUTE-TREND-SLOPE.
   IF WS-RG-OK-SW = "Y"
       MOVE WS-RG-SLOPE TO WS-GROWTH-PER-DAY
       COMPUTE WS-RG-INTERCEPT ROUNDED =
           (WS-RG-SY - WS-RG-SLOPE * WS-RG-SX) / WS-RG-N
       COMPUTE WS-CURRENT-VOLUME ROUNDED = WS-RG-INTERCEPT
           + WS-RG-SLOPE * (WS-REPORT-INTEGER - WS-GROWTH-INTEGER)
   ELSE
       MOVE 0 TO WS-GROWTH-PER-DAY
       IF WS-RG-N > 0
           COMPUTE WS-CURRENT-VOLUME ROUNDED = WS-RG-SY / WS-RG-N
       ELSE
           MOVE 0 TO WS-CURRENT-VOLUME
       END-IF
   END-IF.
   IF WS-CURRENT-VOLUME < 0
       MOVE 0 TO WS-CURRENT-VOLUME
   END-IF.
   COMPUTE WS-PROJECTED-SECS ROUNDED =
       WS-CURRENT-VOLUME * WS-SECS-PER-RECORD.
   COMPUTE WS-OVERRUN-VOLUME =
       WS-AVAILABLE-SECS / WS-SECS-PER-RECORD.

   EVALUATE TRUE
       WHEN WS-CURRENT-VOLUME >= WS-OVERRUN-VOLUME
           MOVE "P" TO WS-PROJECTION-STATE
       WHEN WS-GROWTH-PER-DAY <= 0
           MOVE "G" TO WS-PROJECTION-STATE
       WHEN OTHER
           COMPUTE WS-DAYS-TO-OVERRUN ROUNDED =
               (WS-OVERRUN-VOLUME - WS-CURRENT-VOLUME)
               / WS-GROWTH-PER-DAY
           IF WS-DAYS-TO-OVERRUN > WS-PROJECTION-LIMIT-DAYS
               MOVE "F" TO WS-PROJECTION-STATE
           ELSE
               MOVE "D" TO WS-PROJECTION-STATE
               COMPUTE WS-WORK-INTEGER =
                   WS-REPORT-INTEGER + WS-DAYS-TO-OVERRUN
               COMPUTE WS-OVERRUN-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           END-IF
   END-EVALUATE.

PAIR-WINDOW-WITH-VOLUME.
   MOVE "N" TO WS-FOUND-SW.
   PERFORM VARYING WS-PV-IDX FROM 1 BY 1
           UNTIL WS-PV-IDX > WS-PV-COUNT OR WS-FOUND-SW = "Y"
       IF WS-PV-DATE(WS-PV-IDX) = WS-H-DATE(WS-HIST-IDX)
           MOVE "Y" TO WS-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-FOUND-SW = "Y"
       SET WS-PV-IDX DOWN BY 1
       IF WS-PV-TOTAL(WS-PV-IDX) > 0
           ADD WS-H-ELAPSED(WS-HIST-IDX) TO WS-PAIR-SECS
           ADD WS-PV-TOTAL(WS-PV-IDX) TO WS-PAIR-RECORDS
       END-IF
   END-IF.

COMPUTE-TREND-SLOPE.
   MOVE "N" TO WS-RG-OK-SW.
   MOVE 0 TO WS-RG-SLOPE.
   IF WS-RG-N >= 2
       COMPUTE WS-RG-DENOM =
           WS-RG-N * WS-RG-SXX - WS-RG-SX * WS-RG-SX
       IF WS-RG-DENOM NOT = 0
           COMPUTE WS-RG-SLOPE ROUNDED =
               (WS-RG-N * WS-RG-SXY - WS-RG-SX * WS-RG-SY)
               / WS-RG-DENOM
           MOVE "Y" TO WS-RG-OK-SW
       END-IF
   END-IF.

FORMAT-HMS.
   DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HH
       REMAINDER WS-FMT-REMAINDER.
   IF WS-FMT-SECS > 359999
       MOVE 99 TO WS-FMT-HH
   END-IF.
   DIVIDE WS-FMT-REMAINDER BY 60 GIVING WS-FMT-MM
       REMAINDER WS-FMT-SS.

PRINT-WINDOW-REPORT.
   OPEN OUTPUT CALC-WINDOW-REPORT.
   MOVE SPACES TO WINDOW-REPORT-LINE.
   STRING "BATCH WINDOW TIMING AND CAPACITY REPORT   RUN DATE: "
       WS-REPORT-DATE "   HISTORY FROM " WS-TREND-FROM
       " (" WS-TREND-DAYS " DAYS)"
       DELIMITED BY SIZE INTO WINDOW-REPORT-LINE.
   WRITE WINDOW-REPORT-LINE.
   MOVE SPACES TO WINDOW-REPORT-LINE.
   WRITE WINDOW-REPORT-LINE.
   PERFORM PRINT-STEP-SECTION.
   PERFORM PRINT-LEG-SECTION.
   PERFORM PRINT-CAPACITY-SECTION.
   CLOSE CALC-WINDOW-REPORT.

PRINT-STEP-SECTION.
   MOVE "STEP ELAPSED TIME (HH:MM:SS)" TO WINDOW-REPORT-LINE.
   WRITE WINDOW-REPORT-LINE.
   MOVE WS-SH-HEADING-LINE TO WINDOW-REPORT-LINE.
   WRITE WINDOW-REPORT-LINE.
   MOVE ALL "-" TO WINDOW-REPORT-LINE.
   WRITE WINDOW-REPORT-LINE.
   IF WS-STAT-COUNT = 0
       MOVE "  NO COMPLETED STEPS IN THE TIMING HISTORY"
           TO WINDOW-REPORT-LINE
       WRITE WINDOW-REPORT-LINE
   END-IF.
   PERFORM VARYING WS-SS-IDX FROM 1 BY 1
           UNTIL WS-SS-IDX > WS-STAT-COUNT
       IF WS-SS-TYPE(WS-SS-IDX) = "W"
           PERFORM PRINT-STEP-LINE
       END-IF
   END-PERFORM.
   PERFORM VARYING WS-PRINT-NUMBER FROM 0 BY 1
           UNTIL WS-PRINT-NUMBER > 99
       PERFORM VARYING WS-SS-IDX FROM 1 BY 1
               UNTIL WS-SS-IDX > WS-STAT-COUNT
           IF WS-SS-TYPE(WS-SS-IDX) NOT = "W"
              AND WS-SS-NUMBER(WS-SS-IDX) = WS-PRINT-NUMBER
               PERFORM PRINT-STEP-LINE
           END-IF
       END-PERFORM
   END-PERFORM.
   MOVE SPACES TO WINDOW-REPORT-LINE.
   WRITE WINDOW-REPORT-LINE.

PRINT-STEP-LINE.
   MOVE SPACES TO WS-SL-DETAIL-LINE.
   EVALUATE WS-SS-TYPE(WS-SS-IDX)
       WHEN "W"
           MOVE " ALL" TO WS-SL-STEP
       WHEN "P"
           MOVE " SPL" TO WS-SL-STEP
       WHEN OTHER
           MOVE WS-SS-NUMBER(WS-SS-IDX) TO WS-SL-STEP(3:2)
   END-EVALUATE.
   MOVE WS-SS-NAME(WS-SS-IDX) TO WS-SL-NAME.
   MOVE WS-SS-NIGHTS(WS-SS-IDX) TO WS-SL-NIGHTS.
   MOVE WS-SS-LAST-SECS(WS-SS-IDX) TO WS-FMT-SECS.
   PERFORM FORMAT-HMS.
   MOVE WS-FMT-HMS TO WS-SL-LAST.
   COMPUTE WS-AVERAGE-SECS ROUNDED =
       WS-SS-SUM-SECS(WS-SS-IDX) / WS-SS-NIGHTS(WS-SS-IDX).
   MOVE WS-AVERAGE-SECS TO WS-FMT-SECS.
   PERFORM FORMAT-HMS.
   MOVE WS-FMT-HMS TO WS-SL-AVERAGE.
   MOVE WS-SS-PEAK-SECS(WS-SS-IDX) TO WS-FMT-SECS.
   PERFORM FORMAT-HMS.
   MOVE WS-FMT-HMS TO WS-SL-PEAK.
   MOVE WS-SS-PEAK-DATE(WS-SS-IDX) TO WS-SL-PEAK-DATE.
   MOVE WS-SS-NIGHTS(WS-SS-IDX) TO WS-RG-N.
   MOVE WS-SS-SX(WS-SS-IDX) TO WS-RG-SX.
   MOVE WS-SS-SY(WS-SS-IDX) TO WS-RG-SY.
   MOVE WS-SS-SXY(WS-SS-IDX) TO WS-RG-SXY.
   MOVE WS-SS-SXX(WS-SS-IDX) TO WS-RG-SXX.
   PERFORM COMPUTE-TREND-SLOPE.
   IF WS-RG-OK-SW = "N" OR WS-SS-NIGHTS(WS-SS-IDX) < 3
       MOVE "           N/A" TO WS-SL-SLOPE-X
       MOVE "TOO FEW" TO WS-SL-TREND
   ELSE
       MOVE WS-RG-SLOPE TO WS-SL-SLOPE
       IF WS-AVERAGE-SECS > 0
           COMPUTE WS-TREND-PCT ROUNDED =
               WS-RG-SLOPE * WS-TREND-DAYS * 100 / WS-AVERAGE-SECS
       ELSE
           MOVE 0 TO WS-TREND-PCT
       END-IF
       EVALUATE TRUE
           WHEN WS-TREND-PCT > WS-TREND-LIMIT-PCT
               MOVE "RISING" TO WS-SL-TREND
           WHEN WS-TREND-PCT < 0 - WS-TREND-LIMIT-PCT
               MOVE "FALLING" TO WS-SL-TREND
           WHEN OTHER
               MOVE "STEADY" TO WS-SL-TREND
       END-EVALUATE
   END-IF.
   MOVE WS-SL-DETAIL-LINE TO WINDOW-REPORT-LINE.
   WRITE WINDOW-REPORT-LINE.

PRINT-LEG-SECTION.
   MOVE SPACES TO WINDOW-REPORT-LINE.
   STRING "CALCBATCH LEGS - TONIGHT AGAINST THE LAST "
       WS-TREND-DAYS " DAYS"
       DELIMITED BY SIZE INTO WINDOW-REPORT-LINE.
   WRITE WINDOW-REPORT-LINE.
   MOVE WS-LH-HEADING-LINE TO WINDOW-REPORT-LINE.
   WRITE WINDOW-REPORT-LINE.
   MOVE ALL "-" TO WINDOW-REPORT-LINE.
   WRITE WINDOW-REPORT-LINE.
   MOVE 0 TO WS-LEG-NUMBER.
   PERFORM VARYING WS-LG-IDX FROM 1 BY 1 UNTIL WS-LG-IDX > 9
       IF WS-LG-NIGHTS(WS-LG-IDX) > 0
           PERFORM PRINT-LEG-LINE
       END-IF
   END-PERFORM.
   IF WS-LEG-NUMBER = 0
       MOVE "  NO COMPLETED CALCBATCH LEGS IN THE TIMING HISTORY"
           TO WINDOW-REPORT-LINE
       WRITE WINDOW-REPORT-LINE
   END-IF.
   IF WS-SKEW-SW = "Y"
       MOVE SPACES TO WINDOW-REPORT-LINE
       MOVE WS-SKEW-PCT TO WS-ED-PCT
       STRING "  *** LEG " WS-LONGEST-LEG " RAN " WS-ED-PCT
           "% OF THE OTHER LEGS' AVERAGE (LIMIT " WS-LEG-SKEW-PCT
           "%) - CONSIDER RAISING THE CALCSPLIT PIECE COUNT ***"
           DELIMITED BY SIZE INTO WINDOW-REPORT-LINE
       WRITE WINDOW-REPORT-LINE
   END-IF.
   MOVE SPACES TO WINDOW-REPORT-LINE.
   WRITE WINDOW-REPORT-LINE.

PRINT-LEG-LINE.
   SET WS-LEG-NUMBER TO WS-LG-IDX.
   MOVE SPACES TO WS-LL-DETAIL-LINE.
   MOVE WS-LEG-NUMBER TO WS-LL-LEG.
   IF WS-LG-TONIGHT-SW(WS-LG-IDX) = "Y"
       MOVE WS-LG-TONIGHT-RECS(WS-LG-IDX) TO WS-LL-RECORDS
       MOVE WS-LG-TONIGHT-SECS(WS-LG-IDX) TO WS-FMT-SECS
       PERFORM FORMAT-HMS
       MOVE WS-FMT-HMS TO WS-LL-ELAPSED
       IF WS-LG-TONIGHT-SECS(WS-LG-IDX) > 0
           COMPUTE WS-LL-RATE ROUNDED =
               WS-LG-TONIGHT-RECS(WS-LG-IDX) * 60
               / WS-LG-TONIGHT-SECS(WS-LG-IDX)
       ELSE
           MOVE "        N/A" TO WS-LL-RATE-X
       END-IF
       IF WS-LEG-NUMBER = WS-LONGEST-LEG
           IF WS-SKEW-SW = "Y"
               MOVE "*** LONGEST - SKEW" TO WS-LL-NOTE
           ELSE
               MOVE "LONGEST" TO WS-LL-NOTE
           END-IF
       END-IF
   ELSE
       MOVE "    NOT RUN" TO WS-LL-RECORDS-X
       MOVE "        N/A" TO WS-LL-RATE-X
   END-IF.
   MOVE WS-LG-NIGHTS(WS-LG-IDX) TO WS-LL-NIGHTS.
   COMPUTE WS-FMT-SECS ROUNDED =
       WS-LG-SUM-SECS(WS-LG-IDX) / WS-LG-NIGHTS(WS-LG-IDX).
   PERFORM FORMAT-HMS.
   MOVE WS-FMT-HMS TO WS-LL-AVERAGE.
   MOVE WS-LG-PEAK-SECS(WS-LG-IDX) TO WS-FMT-SECS.
   PERFORM FORMAT-HMS.
   MOVE WS-FMT-HMS TO WS-LL-PEAK.
   IF WS-LG-SUM-SECS(WS-LG-IDX) > 0
       COMPUTE WS-LL-AVG-RATE ROUNDED =
           WS-LG-SUM-RECS(WS-LG-IDX) * 60 / WS-LG-SUM-SECS(WS-LG-IDX)
   END-IF.
   MOVE WS-LL-DETAIL-LINE TO WINDOW-REPORT-LINE.
   WRITE WINDOW-REPORT-LINE.

PRINT-CAPACITY-SECTION.
   MOVE "CUTOFF PROJECTION" TO WINDOW-REPORT-LINE.
   WRITE WINDOW-REPORT-LINE.
   MOVE ALL "-" TO WINDOW-REPORT-LINE.
   WRITE WINDOW-REPORT-LINE.
   MOVE WS-CUTOFF-SECS TO WS-FMT-SECS.
   PERFORM FORMAT-HMS.
   MOVE SPACES TO WS-CP-CAPTION-LINE.
   MOVE "CUTOFF TIME" TO WS-CL-CAPTION.
   MOVE WS-FMT-HMS TO WS-CL-TEXT.
   PERFORM WRITE-CAPTION-LINE.
   IF WS-PROJECTION-STATE = "N"
       MOVE SPACES TO WS-CP-CAPTION-LINE
       MOVE "PROJECTED OVERRUN DATE" TO WS-CL-CAPTION
       MOVE "NOT ENOUGH HISTORY - NEEDS WINDOW TIMINGS AND CALCPTDH "
           TO WS-CL-TEXT
       MOVE "VOLUMES FOR THE SAME NIGHTS" TO WS-CL-TEXT(56:)
       PERFORM WRITE-CAPTION-LINE
   ELSE
       PERFORM PRINT-CAPACITY-FIGURES
   END-IF.

PRINT-CAPACITY-FIGURES.

   MOVE SPACES TO WS-CP-CAPTION-LINE.
   MOVE "LATEST WINDOW" TO WS-CL-CAPTION.
   MOVE WS-LATEST-WINDOW-START TO WS-TIME-WORK.
   PERFORM TIME-TO-SECONDS.
   MOVE WS-TIME-SECS TO WS-FMT-SECS.
   PERFORM FORMAT-HMS.
   STRING WS-LATEST-WINDOW-DATE "  STARTED " WS-FMT-HMS
       DELIMITED BY SIZE INTO WS-CL-TEXT.
   MOVE WS-LATEST-WINDOW-SECS TO WS-FMT-SECS.
   PERFORM FORMAT-HMS.
   STRING "  RAN " WS-FMT-HMS
       DELIMITED BY SIZE INTO WS-CL-TEXT(28:).
   MOVE WS-AVAILABLE-SECS TO WS-FMT-SECS.
   PERFORM FORMAT-HMS.
   STRING "  AVAILABLE TO CUTOFF " WS-FMT-HMS
       DELIMITED BY SIZE INTO WS-CL-TEXT(42:).
   PERFORM WRITE-CAPTION-LINE.

   MOVE SPACES TO WS-CP-CAPTION-LINE.
   MOVE "SECONDS PER RECORD" TO WS-CL-CAPTION.
   MOVE WS-SECS-PER-RECORD TO WS-ED-SPR.
   STRING WS-ED-SPR "  (WINDOW TIME / CALCPTDH VOLUME, LAST "
       WS-TREND-DAYS " DAYS)"
       DELIMITED BY SIZE INTO WS-CL-TEXT.
   PERFORM WRITE-CAPTION-LINE.

   MOVE SPACES TO WS-CP-CAPTION-LINE.
   MOVE "DAILY VOLUME NOW" TO WS-CL-CAPTION.
   MOVE WS-CURRENT-VOLUME TO WS-ED-COUNT.
   MOVE WS-GROWTH-PER-DAY TO WS-ED-RATE.
   STRING WS-ED-COUNT "  GROWING " WS-ED-RATE
       " RECORDS A DAY (LAST " WS-GROWTH-DAYS " DAYS)"
       DELIMITED BY SIZE INTO WS-CL-TEXT.
   PERFORM WRITE-CAPTION-LINE.

   MOVE SPACES TO WS-CP-CAPTION-LINE.
   MOVE "PROJECTED WINDOW NOW" TO WS-CL-CAPTION.
   MOVE WS-PROJECTED-SECS TO WS-FMT-SECS.
   PERFORM FORMAT-HMS.
   MOVE WS-FMT-HMS TO WS-CL-TEXT.
   PERFORM WRITE-CAPTION-LINE.

   MOVE SPACES TO WS-CP-CAPTION-LINE.
   MOVE "DAILY VOLUME AT CUTOFF" TO WS-CL-CAPTION.
   MOVE WS-OVERRUN-VOLUME TO WS-ED-COUNT.
   MOVE WS-ED-COUNT TO WS-CL-TEXT.
   PERFORM WRITE-CAPTION-LINE.

   MOVE SPACES TO WS-CP-CAPTION-LINE.
   MOVE "PROJECTED OVERRUN DATE" TO WS-CL-CAPTION.
   EVALUATE WS-PROJECTION-STATE
       WHEN "P"
           MOVE "*** ALREADY AT OR PAST THE CUTOFF AT CURRENT VOLUME"
               TO WS-CL-TEXT
       WHEN "G"
           MOVE "NONE - VOLUME IS NOT GROWING" TO WS-CL-TEXT
       WHEN "F"
           STRING "NONE WITHIN " WS-PROJECTION-LIMIT-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-CL-TEXT
       WHEN "D"
           MOVE WS-DAYS-TO-OVERRUN TO WS-ED-DAYS
           IF WS-DAYS-TO-OVERRUN <= WS-OVERRUN-WARN-DAYS
               STRING WS-OVERRUN-DATE-N "  IN " WS-ED-DAYS
                   " DAYS  *** WITHIN " WS-OVERRUN-WARN-DAYS
                   " DAYS ***"
                   DELIMITED BY SIZE INTO WS-CL-TEXT
           ELSE
               STRING WS-OVERRUN-DATE-N "  IN " WS-ED-DAYS " DAYS"
                   DELIMITED BY SIZE INTO WS-CL-TEXT
           END-IF
   END-EVALUATE.
   PERFORM WRITE-CAPTION-LINE.

WRITE-CAPTION-LINE.
   MOVE WS-CP-CAPTION-LINE TO WINDOW-REPORT-LINE.
   WRITE WINDOW-REPORT-LINE.
