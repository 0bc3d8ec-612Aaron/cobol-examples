IDENTIFICATION DIVISION.
PROGRAM-ID. CalcScrReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-SCREEN-SUMMARY-FILE ASSIGN TO "CALCSCRS.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SUMMARY-STATUS.
   SELECT CALC-SCREEN-QUEUE-FILE ASSIGN TO "CALCSCRQ.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-QUEUE-STATUS.
   SELECT CALC-CLIENT-FILE ASSIGN TO "CALCCLNT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CLIENT-STATUS.
   SELECT CALC-SCREEN-REPORT ASSIGN TO "CALCSCRR.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CALC-SCREEN-SUMMARY-FILE.
COPY CALCSCS.

FD  CALC-SCREEN-QUEUE-FILE.
COPY CALCSCQ.

FD  CALC-CLIENT-FILE.
COPY CALCCLI.

FD  CALC-SCREEN-REPORT.
   01 SCREEN-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW            PIC X VALUE "N".
      05 WS-SUMMARY-STATUS    PIC X(2) VALUE "00".
      05 WS-QUEUE-STATUS      PIC X(2) VALUE "00".
      05 WS-CLIENT-STATUS     PIC X(2) VALUE "00".
      05 WS-OVERFLOW-SW       PIC X VALUE "N".
      05 WS-FOUND-SW          PIC X VALUE "N".

   01 WS-DATE-PARM            PIC X(8) VALUE SPACES.
   01 WS-REPORT-DATE          PIC X(8) VALUE SPACES.
   01 WS-RUN-DATE             PIC X(8) VALUE SPACES.
   01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.

   01 WS-CLIENT-COUNT         PIC 9(4) VALUE 0.
   01 WS-CLIENT-TABLE.
      05 WS-CM-ENTRY OCCURS 200 TIMES INDEXED BY WS-CM-IDX.
         10 WS-CM-CODE        PIC X(4).
         10 WS-CM-NAME        PIC X(20).

   01 WS-MAX-SUMMARY          PIC 9(4) VALUE 200.
   01 WS-SUMMARY-COUNT        PIC 9(4) VALUE 0.
   01 WS-SUMMARY-TABLE.
      05 WS-SU-ENTRY OCCURS 200 TIMES INDEXED BY WS-SU-IDX.
         10 WS-SU-CLIENT      PIC X(4).
         10 WS-SU-TXN-COUNT   PIC 9(7).
         10 WS-SU-DAY-VALUE   PIC 9(13)V9(2).
         10 WS-SU-BASE-DAYS   PIC 9(3).
         10 WS-SU-BASE-COUNT  PIC 9(7)V9(2).
         10 WS-SU-BASE-VALUE  PIC 9(13)V9(2).
         10 WS-SU-FLAG-COUNT  PIC 9(3).

   01 WS-MAX-ITEMS            PIC 9(4) VALUE 2000.
   01 WS-ITEM-COUNT           PIC 9(4) VALUE 0.
   01 WS-ITEM-TABLE.
      05 WS-IT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-IT-IDX.
         10 WS-IT-CLIENT      PIC X(4).
         10 WS-IT-FLAG-TYPE   PIC X.
         10 WS-IT-TXN-ID      PIC X(20).
         10 WS-IT-NUM1        PIC 9(5)V9(2).
         10 WS-IT-OPERATOR    PIC X.
         10 WS-IT-NUM2        PIC 9(5)V9(2).
         10 WS-IT-TXN-COUNT   PIC 9(7).
         10 WS-IT-DAY-VALUE   PIC 9(13)V9(2).
         10 WS-IT-STATUS      PIC X.
         10 WS-IT-REVIEW-USER PIC X(8).
         10 WS-IT-REVIEW-DATE PIC X(8).
         10 WS-IT-PRINTED-SW  PIC X.

   01 WS-CUR-CLIENT           PIC X(4) VALUE SPACES.
   01 WS-CLIENT-ITEMS         PIC 9(4) VALUE 0.

   01 WS-TOTAL-TXNS           PIC 9(9) VALUE 0.
   01 WS-TOTAL-VALUE          PIC 9(15)V9(2) VALUE 0.
   01 WS-FLAGGED-CLIENTS      PIC 9(4) VALUE 0.
   01 WS-OPEN-COUNT           PIC 9(5) VALUE 0.
   01 WS-CLEARED-COUNT        PIC 9(5) VALUE 0.
   01 WS-ESCALATED-COUNT      PIC 9(5) VALUE 0.
   01 WS-ORPHAN-COUNT         PIC 9(5) VALUE 0.

   01 WS-SR-CLIENT-LINE.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-SC-CLIENT         PIC X(4)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-SC-NAME           PIC X(20) VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-SC-TXN-COUNT      PIC Z,ZZZ,ZZ9 VALUE 0.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-SC-DAY-VALUE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER               PIC X(8)  VALUE SPACES.
      05 WS-SC-BASE-DAYS      PIC ZZ9   VALUE 0.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-SC-BASE-COUNT     PIC Z,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-SC-BASE-VALUE     PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER               PIC X(4)  VALUE SPACES.
      05 WS-SC-FLAG-COUNT     PIC ZZ9   VALUE 0.

   01 WS-SR-ITEM-LINE.
      05 FILLER               PIC X(8)  VALUE SPACES.
      05 WS-SI-FLAG-TEXT      PIC X(22) VALUE SPACES.
      05 WS-SI-TXN-ID         PIC X(20) VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-SI-NUM1           PIC ZZ,ZZ9.99 VALUE 0.
      05 FILLER               PIC X     VALUE SPACE.
      05 WS-SI-OPERATOR       PIC X     VALUE SPACE.
      05 FILLER               PIC X     VALUE SPACE.
      05 WS-SI-NUM2           PIC ZZ,ZZ9.99 VALUE 0.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-SI-TXN-COUNT      PIC Z,ZZZ,ZZ9 VALUE 0.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-SI-STATUS         PIC X(10) VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-SI-REVIEW-USER    PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-SI-REVIEW-DATE    PIC X(8)  VALUE SPACES.

   01 WS-SR-TOTAL-LINE.
      05 WS-ST-CAPTION        PIC X(32) VALUE SPACES.
      05 WS-ST-COUNT          PIC ZZZ,ZZZ,ZZ9 VALUE 0.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-ST-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM INITIALIZE-REPORT.
   PERFORM LOAD-CLIENT-NAMES.
   PERFORM LOAD-SCREEN-SUMMARY.
   PERFORM LOAD-SCREEN-ITEMS.
   OPEN OUTPUT CALC-SCREEN-REPORT.
   PERFORM PRINT-REPORT-HEADER.
   PERFORM VARYING WS-SU-IDX FROM 1 BY 1
           UNTIL WS-SU-IDX > WS-SUMMARY-COUNT
       PERFORM PRINT-ONE-CLIENT
   END-PERFORM.
   IF WS-SUMMARY-COUNT = 0
       MOVE SPACES TO SCREEN-REPORT-LINE
       WRITE SCREEN-REPORT-LINE
       MOVE "NO CLIENT ACTIVITY WAS SCREENED FOR THIS DATE"
           TO SCREEN-REPORT-LINE
       WRITE SCREEN-REPORT-LINE
   END-IF.
   PERFORM PRINT-ORPHAN-ITEMS.
   PERFORM PRINT-REPORT-TOTALS.
   CLOSE CALC-SCREEN-REPORT.
   DISPLAY "CALCSCRREPORT: " WS-REPORT-DATE " - "
       WS-SUMMARY-COUNT " CLIENTS, " WS-ITEM-COUNT " ITEMS, "
       WS-OPEN-COUNT " STILL OPEN - REPORT ON CALCSCRR.PRT".
   STOP RUN.

INITIALIZE-REPORT.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.

   DISPLAY 1 UPON ARGUMENT-NUMBER.
   ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-DATE-PARM
   END-ACCEPT.
   IF WS-DATE-PARM = SPACES
       MOVE WS-RUN-DATE TO WS-REPORT-DATE
   ELSE
       IF WS-DATE-PARM NOT NUMERIC
           DISPLAY "CALCSCRREPORT: RUN DATE MUST BE YYYYMMDD, GOT <"
               WS-DATE-PARM ">"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-DATE-PARM TO WS-REPORT-DATE
   END-IF.

LOAD-CLIENT-NAMES.
   MOVE 0 TO WS-CLIENT-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-CLIENT-FILE.
   IF WS-CLIENT-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-CLIENT-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF WS-CLIENT-COUNT < 200
                   ADD 1 TO WS-CLIENT-COUNT
                   SET WS-CM-IDX TO WS-CLIENT-COUNT
                   MOVE CM-CLIENT-CODE TO WS-CM-CODE(WS-CM-IDX)
                   MOVE CM-CLIENT-NAME TO WS-CM-NAME(WS-CM-IDX)
               END-IF
       END-READ
   END-PERFORM.
   IF WS-CLIENT-STATUS NOT = "35"
       CLOSE CALC-CLIENT-FILE
   END-IF.

LOAD-SCREEN-SUMMARY.
   MOVE 0 TO WS-SUMMARY-COUNT.
   MOVE "N" TO WS-OVERFLOW-SW.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-SCREEN-SUMMARY-FILE.
   IF WS-SUMMARY-STATUS = "35"
       DISPLAY "CALCSCRREPORT: NO SCREENING SUMMARY CALCSCRS.DAT - "
           "RUN CALCSCREEN FIRST"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-SCREEN-SUMMARY-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF SS-SCREEN-DATE = WS-REPORT-DATE
                   PERFORM KEEP-SUMMARY-ROW
               END-IF
       END-READ
   END-PERFORM.
   CLOSE CALC-SCREEN-SUMMARY-FILE.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCSCRREPORT: MORE THAN " WS-MAX-SUMMARY
           " CLIENTS SCREENED FOR " WS-REPORT-DATE
           " - RAISE WS-MAX-SUMMARY"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

KEEP-SUMMARY-ROW.
   IF WS-SUMMARY-COUNT < WS-MAX-SUMMARY
       ADD 1 TO WS-SUMMARY-COUNT
       SET WS-SU-IDX TO WS-SUMMARY-COUNT
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

LOAD-SCREEN-ITEMS.
   MOVE 0 TO WS-ITEM-COUNT.
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
               IF SQ-SCREEN-DATE = WS-REPORT-DATE
                   PERFORM KEEP-SCREEN-ITEM
               END-IF
       END-READ
   END-PERFORM.
   IF WS-QUEUE-STATUS NOT = "35"
       CLOSE CALC-SCREEN-QUEUE-FILE
   END-IF.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCSCRREPORT: MORE THAN " WS-MAX-ITEMS
           " QUEUE ITEMS FOR " WS-REPORT-DATE " - RAISE WS-MAX-ITEMS"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

KEEP-SCREEN-ITEM.
   IF WS-ITEM-COUNT < WS-MAX-ITEMS
       ADD 1 TO WS-ITEM-COUNT
       SET WS-IT-IDX TO WS-ITEM-COUNT
       MOVE SQ-CLIENT-CODE TO WS-IT-CLIENT(WS-IT-IDX)
       MOVE SQ-FLAG-TYPE TO WS-IT-FLAG-TYPE(WS-IT-IDX)
       MOVE SQ-TXN-ID TO WS-IT-TXN-ID(WS-IT-IDX)
       MOVE SQ-NUM1 TO WS-IT-NUM1(WS-IT-IDX)
       MOVE SQ-OPERATOR TO WS-IT-OPERATOR(WS-IT-IDX)
       MOVE SQ-NUM2 TO WS-IT-NUM2(WS-IT-IDX)
       MOVE SQ-TXN-COUNT TO WS-IT-TXN-COUNT(WS-IT-IDX)
       MOVE SQ-DAY-VALUE TO WS-IT-DAY-VALUE(WS-IT-IDX)
       MOVE SQ-STATUS TO WS-IT-STATUS(WS-IT-IDX)
       MOVE SQ-REVIEW-USER TO WS-IT-REVIEW-USER(WS-IT-IDX)
       MOVE SQ-REVIEW-DATE TO WS-IT-REVIEW-DATE(WS-IT-IDX)
       MOVE "N" TO WS-IT-PRINTED-SW(WS-IT-IDX)
       EVALUATE SQ-STATUS
           WHEN "O"
               ADD 1 TO WS-OPEN-COUNT
           WHEN "C"
               ADD 1 TO WS-CLEARED-COUNT
           WHEN "E"
               ADD 1 TO WS-ESCALATED-COUNT
       END-EVALUATE
   ELSE
       MOVE "Y" TO WS-OVERFLOW-SW
   END-IF.

PRINT-REPORT-HEADER.
   MOVE SPACES TO SCREEN-REPORT-LINE.
   STRING "CLIENT ACTIVITY SCREENING REPORT   RUN DATE: "
       WS-REPORT-DATE "   PRINTED: " WS-RUN-DATE
       DELIMITED BY SIZE INTO SCREEN-REPORT-LINE.
   WRITE SCREEN-REPORT-LINE.
   MOVE SPACES TO SCREEN-REPORT-LINE.
   WRITE SCREEN-REPORT-LINE.
   MOVE "  CODE  NAME" TO SCREEN-REPORT-LINE.
   MOVE "TXNS" TO SCREEN-REPORT-LINE(36:4).
   MOVE "DAY VALUE" TO SCREEN-REPORT-LINE(51:9).
   MOVE "BASE DAYS" TO SCREEN-REPORT-LINE(62:9).
   MOVE "AVG TXNS" TO SCREEN-REPORT-LINE(77:8).
   MOVE "AVG VALUE" TO SCREEN-REPORT-LINE(96:9).
   MOVE "FLAGS" TO SCREEN-REPORT-LINE(107:5).
   WRITE SCREEN-REPORT-LINE.
   MOVE SPACES TO SCREEN-REPORT-LINE.
   MOVE "        FLAG                  SAMPLE TXN ID" TO
       SCREEN-REPORT-LINE.
   MOVE "CALCULATION" TO SCREEN-REPORT-LINE(53:11).
   MOVE "COUNT" TO SCREEN-REPORT-LINE(80:5).
   MOVE "STATUS" TO SCREEN-REPORT-LINE(87:6).
   MOVE "REVIEWED BY" TO SCREEN-REPORT-LINE(99:11).
   WRITE SCREEN-REPORT-LINE.
   MOVE SPACES TO SCREEN-REPORT-LINE.
   MOVE ALL "-" TO SCREEN-REPORT-LINE(1:116).
   WRITE SCREEN-REPORT-LINE.

PRINT-ONE-CLIENT.
   MOVE WS-SU-CLIENT(WS-SU-IDX) TO WS-CUR-CLIENT.
   MOVE SPACES TO SCREEN-REPORT-LINE.
   WRITE SCREEN-REPORT-LINE.
   MOVE SPACES TO WS-SR-CLIENT-LINE.
   MOVE WS-CUR-CLIENT TO WS-SC-CLIENT.
   MOVE "*** NOT ON CALCCLNT ***" TO WS-SC-NAME.
   PERFORM VARYING WS-CM-IDX FROM 1 BY 1
           UNTIL WS-CM-IDX > WS-CLIENT-COUNT
       IF WS-CM-CODE(WS-CM-IDX) = WS-CUR-CLIENT
           MOVE WS-CM-NAME(WS-CM-IDX) TO WS-SC-NAME
       END-IF
   END-PERFORM.
   MOVE WS-SU-TXN-COUNT(WS-SU-IDX) TO WS-SC-TXN-COUNT.
   MOVE WS-SU-DAY-VALUE(WS-SU-IDX) TO WS-SC-DAY-VALUE.
   MOVE WS-SU-BASE-DAYS(WS-SU-IDX) TO WS-SC-BASE-DAYS.
   MOVE WS-SU-BASE-COUNT(WS-SU-IDX) TO WS-SC-BASE-COUNT.
   MOVE WS-SU-BASE-VALUE(WS-SU-IDX) TO WS-SC-BASE-VALUE.
   MOVE WS-SU-FLAG-COUNT(WS-SU-IDX) TO WS-SC-FLAG-COUNT.
   MOVE WS-SR-CLIENT-LINE TO SCREEN-REPORT-LINE.
   WRITE SCREEN-REPORT-LINE.
   ADD WS-SU-TXN-COUNT(WS-SU-IDX) TO WS-TOTAL-TXNS.
   ADD WS-SU-DAY-VALUE(WS-SU-IDX) TO WS-TOTAL-VALUE.
   MOVE 0 TO WS-CLIENT-ITEMS.
   PERFORM VARYING WS-IT-IDX FROM 1 BY 1
           UNTIL WS-IT-IDX > WS-ITEM-COUNT
       IF WS-IT-CLIENT(WS-IT-IDX) = WS-CUR-CLIENT
           PERFORM PRINT-ONE-ITEM
           ADD 1 TO WS-CLIENT-ITEMS
       END-IF
   END-PERFORM.
   IF WS-CLIENT-ITEMS > 0
       ADD 1 TO WS-FLAGGED-CLIENTS
   END-IF.

PRINT-ONE-ITEM.
   MOVE SPACES TO WS-SR-ITEM-LINE.
   EVALUATE WS-IT-FLAG-TYPE(WS-IT-IDX)
       WHEN "V"
           MOVE "VOLUME SPIKE" TO WS-SI-FLAG-TEXT
       WHEN "A"
           MOVE "VALUE SPIKE" TO WS-SI-FLAG-TEXT
       WHEN "R"
           MOVE "REPEATED CALCULATION" TO WS-SI-FLAG-TEXT
       WHEN "F"
           MOVE "FIRST-EVER ACTIVITY" TO WS-SI-FLAG-TEXT
       WHEN "N"
           MOVE "NON-BUSINESS DAY" TO WS-SI-FLAG-TEXT
       WHEN OTHER
           MOVE "UNKNOWN FLAG" TO WS-SI-FLAG-TEXT
   END-EVALUATE.
   MOVE WS-IT-TXN-ID(WS-IT-IDX) TO WS-SI-TXN-ID.
   IF WS-IT-FLAG-TYPE(WS-IT-IDX) = "R"
       MOVE WS-IT-NUM1(WS-IT-IDX) TO WS-SI-NUM1
       MOVE WS-IT-OPERATOR(WS-IT-IDX) TO WS-SI-OPERATOR
       MOVE WS-IT-NUM2(WS-IT-IDX) TO WS-SI-NUM2
   END-IF.
   MOVE WS-IT-TXN-COUNT(WS-IT-IDX) TO WS-SI-TXN-COUNT.
   EVALUATE WS-IT-STATUS(WS-IT-IDX)
       WHEN "O"
           MOVE "OPEN" TO WS-SI-STATUS
       WHEN "C"
           MOVE "CLEARED" TO WS-SI-STATUS
       WHEN "E"
           MOVE "ESCALATED" TO WS-SI-STATUS
       WHEN OTHER
           MOVE WS-IT-STATUS(WS-IT-IDX) TO WS-SI-STATUS
   END-EVALUATE.
   MOVE WS-IT-REVIEW-USER(WS-IT-IDX) TO WS-SI-REVIEW-USER.
   MOVE WS-IT-REVIEW-DATE(WS-IT-IDX) TO WS-SI-REVIEW-DATE.
   MOVE WS-SR-ITEM-LINE TO SCREEN-REPORT-LINE.
   WRITE SCREEN-REPORT-LINE.
   MOVE "Y" TO WS-IT-PRINTED-SW(WS-IT-IDX).

PRINT-ORPHAN-ITEMS.
   MOVE 0 TO WS-ORPHAN-COUNT.
   PERFORM VARYING WS-IT-IDX FROM 1 BY 1
           UNTIL WS-IT-IDX > WS-ITEM-COUNT
       IF WS-IT-PRINTED-SW(WS-IT-IDX) = "N"
           IF WS-ORPHAN-COUNT = 0
               MOVE SPACES TO SCREEN-REPORT-LINE
               WRITE SCREEN-REPORT-LINE
               MOVE "QUEUE ITEMS WITH NO SCREENING SUMMARY ROW"
                   TO SCREEN-REPORT-LINE
               WRITE SCREEN-REPORT-LINE
           END-IF
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE SPACES TO SCREEN-REPORT-LINE
           STRING "  CLIENT " WS-IT-CLIENT(WS-IT-IDX)
               DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
           WRITE SCREEN-REPORT-LINE
           PERFORM PRINT-ONE-ITEM
       END-IF
   END-PERFORM.

PRINT-REPORT-TOTALS.
   MOVE SPACES TO SCREEN-REPORT-LINE.
   WRITE SCREEN-REPORT-LINE.
   MOVE SPACES TO SCREEN-REPORT-LINE.
   MOVE ALL "-" TO SCREEN-REPORT-LINE(1:116).
   WRITE SCREEN-REPORT-LINE.
   MOVE SPACES TO WS-SR-TOTAL-LINE.
   MOVE "CLIENTS SCREENED               :" TO WS-ST-CAPTION.
   MOVE WS-SUMMARY-COUNT TO WS-ST-COUNT.
   MOVE WS-SR-TOTAL-LINE TO SCREEN-REPORT-LINE.
   WRITE SCREEN-REPORT-LINE.
   MOVE SPACES TO WS-SR-TOTAL-LINE.
   MOVE "TRANSACTIONS SCREENED / VALUE  :" TO WS-ST-CAPTION.
   MOVE WS-TOTAL-TXNS TO WS-ST-COUNT.
   MOVE WS-TOTAL-VALUE TO WS-ST-VALUE.
   MOVE WS-SR-TOTAL-LINE TO SCREEN-REPORT-LINE.
   WRITE SCREEN-REPORT-LINE.
   MOVE SPACES TO WS-SR-TOTAL-LINE.
   MOVE "CLIENTS WITH ITEMS QUEUED      :" TO WS-ST-CAPTION.
   MOVE WS-FLAGGED-CLIENTS TO WS-ST-COUNT.
   MOVE WS-SR-TOTAL-LINE TO SCREEN-REPORT-LINE.
   WRITE SCREEN-REPORT-LINE.
   MOVE SPACES TO WS-SR-TOTAL-LINE.
   MOVE "ITEMS QUEUED                   :" TO WS-ST-CAPTION.
   MOVE WS-ITEM-COUNT TO WS-ST-COUNT.
   MOVE WS-SR-TOTAL-LINE TO SCREEN-REPORT-LINE.
   WRITE SCREEN-REPORT-LINE.
   MOVE SPACES TO WS-SR-TOTAL-LINE.
   MOVE "  CLEARED                      :" TO WS-ST-CAPTION.
   MOVE WS-CLEARED-COUNT TO WS-ST-COUNT.
   MOVE WS-SR-TOTAL-LINE TO SCREEN-REPORT-LINE.
   WRITE SCREEN-REPORT-LINE.
   MOVE SPACES TO WS-SR-TOTAL-LINE.
   MOVE "  ESCALATED                    :" TO WS-ST-CAPTION.
   MOVE WS-ESCALATED-COUNT TO WS-ST-COUNT.
   MOVE WS-SR-TOTAL-LINE TO SCREEN-REPORT-LINE.
   WRITE SCREEN-REPORT-LINE.
   MOVE SPACES TO WS-SR-TOTAL-LINE.
   MOVE "  STILL OPEN                   :" TO WS-ST-CAPTION.
   MOVE WS-OPEN-COUNT TO WS-ST-COUNT.
   MOVE WS-SR-TOTAL-LINE TO SCREEN-REPORT-LINE.
   WRITE SCREEN-REPORT-LINE.
   MOVE SPACES TO SCREEN-REPORT-LINE.
   WRITE SCREEN-REPORT-LINE.
   IF WS-OPEN-COUNT > 0
       MOVE "*** ITEMS ARE STILL OPEN - CLEAR OR ESCALATE THEM WITH "
           TO SCREEN-REPORT-LINE
       MOVE "CALCSCRREVIEW BEFORE SIGN-OFF ***"
           TO SCREEN-REPORT-LINE(56:33)
       WRITE SCREEN-REPORT-LINE
       MOVE SPACES TO SCREEN-REPORT-LINE
       WRITE SCREEN-REPORT-LINE
   END-IF.
   MOVE "COMPLIANCE SIGN-OFF:  NAME ____________________  "
       TO SCREEN-REPORT-LINE.
   MOVE "SIGNATURE ____________________  DATE __________"
       TO SCREEN-REPORT-LINE(51:47).
   WRITE SCREEN-REPORT-LINE.
