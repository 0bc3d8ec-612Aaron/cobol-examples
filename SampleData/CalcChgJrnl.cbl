IDENTIFICATION DIVISION.
PROGRAM-ID. CalcChgJrnl.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-CHANGE-JOURNAL ASSIGN TO "CALCCHGJ.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.
   SELECT CALC-JOURNAL-REPORT ASSIGN TO "CALCCHGJ.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CALC-CHANGE-JOURNAL.
COPY CALCCHG.

FD  CALC-JOURNAL-REPORT.
   01 JOURNAL-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW           PIC X VALUE "N".
      05 WS-JOURNAL-STATUS   PIC X(2) VALUE "00".

   01 WS-FROM-PARM         PIC X(8) VALUE SPACES.
   01 WS-TO-PARM           PIC X(8) VALUE SPACES.
   01 WS-MASTER-PARM       PIC X(4) VALUE SPACES.

   01 WS-FROM-DATE         PIC X(8) VALUE SPACES.
   01 WS-TO-DATE           PIC X(8) VALUE SPACES.

   01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
   01 WS-CURRENT-DATETIME  PIC X(21) VALUE SPACES.

   01 WS-MASTER-LIST.
      05 FILLER            PIC X(16) VALUE "OPEROPERATOR    ".
      05 FILLER            PIC X(16) VALUE "CLNTCLIENT      ".
      05 FILLER            PIC X(16) VALUE "RATERATE        ".
      05 FILLER            PIC X(16) VALUE "STNDSTANDING    ".
      05 FILLER            PIC X(16) VALUE "CLDRCALENDAR    ".
      05 FILLER            PIC X(16) VALUE "PSCHPARTNER SCHD".
      05 FILLER            PIC X(16) VALUE "FXRTFX RATES    ".
      05 FILLER            PIC X(16) VALUE "BUDGGL BUDGET   ".
   01 WS-MASTER-LIST-TABLE REDEFINES WS-MASTER-LIST.
      05 WS-ML-ENTRY OCCURS 8 TIMES INDEXED BY WS-ML-IDX.
         10 WS-ML-MASTER-ID PIC X(4).
         10 WS-ML-NAME      PIC X(12).

   01 WS-EVENT-DATE        PIC X(8) VALUE SPACES.
   01 WS-EVENT-TIME        PIC X(8) VALUE SPACES.
   01 WS-EVENT-USER        PIC X(8) VALUE SPACES.
   01 WS-EVENT-TEXT        PIC X(9) VALUE SPACES.
   01 WS-ACTION-TEXT       PIC X(6) VALUE SPACES.

   01 WS-MASTER-EVENTS     PIC 9(7) VALUE 0.
   01 WS-TOTAL-EVENTS      PIC 9(7) VALUE 0.
   01 WS-TOTAL-REQUESTED   PIC 9(7) VALUE 0.
   01 WS-TOTAL-APPROVED    PIC 9(7) VALUE 0.
   01 WS-TOTAL-REJECTED    PIC 9(7) VALUE 0.
   01 WS-TOTAL-APPLIED     PIC 9(7) VALUE 0.
   01 WS-TOTAL-FAILED      PIC 9(7) VALUE 0.

   01 WS-JR-DETAIL-LINE.
      05 WS-JR-DATE           PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-JR-TIME           PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-JR-CHANGE-ID      PIC X(20) VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-JR-ACTION         PIC X(6)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-JR-EVENT          PIC X(9)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-JR-USER           PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-JR-REQ-USER       PIC X(8)  VALUE SPACES.

   01 WS-JR-IMAGE-LINE.
      05 FILLER               PIC X(4)  VALUE SPACES.
      05 WS-JR-IMAGE-LABEL    PIC X(8)  VALUE SPACES.
      05 WS-JR-IMAGE          PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM INITIALIZE-JOURNAL-REPORT.
   PERFORM VARYING WS-ML-IDX FROM 1 BY 1 UNTIL WS-ML-IDX > 8
       IF WS-MASTER-PARM = SPACES
          OR WS-MASTER-PARM = WS-ML-MASTER-ID(WS-ML-IDX)
           PERFORM REPORT-ONE-MASTER
       END-IF
   END-PERFORM.
   PERFORM TERMINATE-JOURNAL-REPORT.
   STOP RUN.

INITIALIZE-JOURNAL-REPORT.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.

   DISPLAY 1 UPON ARGUMENT-NUMBER.
   ACCEPT WS-MASTER-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION MOVE SPACES TO WS-MASTER-PARM
   END-ACCEPT.
   DISPLAY 2 UPON ARGUMENT-NUMBER.
   ACCEPT WS-FROM-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION MOVE SPACES TO WS-FROM-PARM
   END-ACCEPT.
   DISPLAY 3 UPON ARGUMENT-NUMBER.
   ACCEPT WS-TO-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION MOVE SPACES TO WS-TO-PARM
   END-ACCEPT.

   MOVE FUNCTION UPPER-CASE(WS-MASTER-PARM) TO WS-MASTER-PARM.
   IF WS-MASTER-PARM = "ALL" OR WS-MASTER-PARM = "*"
       MOVE SPACES TO WS-MASTER-PARM
   END-IF.
   IF WS-MASTER-PARM NOT = SPACES
      AND WS-MASTER-PARM NOT = "OPER" AND WS-MASTER-PARM NOT = "CLNT"
      AND WS-MASTER-PARM NOT = "RATE" AND WS-MASTER-PARM NOT = "STND"
      AND WS-MASTER-PARM NOT = "CLDR" AND WS-MASTER-PARM NOT = "PSCH"
      AND WS-MASTER-PARM NOT = "FXRT" AND WS-MASTER-PARM NOT = "BUDG"
       DISPLAY "CALCCHGJRNL: UNKNOWN MASTER " WS-MASTER-PARM
           " - USE OPER, CLNT, RATE, STND, CLDR, PSCH, FXRT, BUDG "
           "OR ALL"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-FROM-PARM = SPACES
       MOVE WS-RUN-DATE TO WS-FROM-DATE
   ELSE
       MOVE WS-FROM-PARM TO WS-FROM-DATE
   END-IF.
   IF WS-TO-PARM = SPACES
       MOVE WS-FROM-DATE TO WS-TO-DATE
   ELSE
       MOVE WS-TO-PARM TO WS-TO-DATE
   END-IF.
   IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
       DISPLAY "CALCCHGJRNL: INVALID DATE - FROM " WS-FROM-DATE
           " TO " WS-TO-DATE
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-FROM-DATE > WS-TO-DATE
       DISPLAY "CALCCHGJRNL: FROM DATE " WS-FROM-DATE
           " IS AFTER TO DATE " WS-TO-DATE
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

   OPEN OUTPUT CALC-JOURNAL-REPORT.
   MOVE SPACES TO JOURNAL-REPORT-LINE.
   STRING "MASTER FILE CHANGE JOURNAL  " WS-FROM-DATE " THRU "
       WS-TO-DATE "  RUN DATE: " WS-RUN-DATE
       DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE.
   WRITE JOURNAL-REPORT-LINE.

REPORT-ONE-MASTER.
   MOVE 0 TO WS-MASTER-EVENTS.
   MOVE SPACES TO JOURNAL-REPORT-LINE.
   WRITE JOURNAL-REPORT-LINE.
   MOVE SPACES TO JOURNAL-REPORT-LINE.
   STRING "MASTER: " WS-ML-MASTER-ID(WS-ML-IDX) "  "
       WS-ML-NAME(WS-ML-IDX)
       DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE.
   WRITE JOURNAL-REPORT-LINE.
   MOVE SPACES TO JOURNAL-REPORT-LINE.
   STRING "DATE      TIME      CHANGE ID             ACTION  "
       "EVENT      BY        REQUESTER"
       DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE.
   WRITE JOURNAL-REPORT-LINE.
   MOVE SPACES TO JOURNAL-REPORT-LINE.
   STRING "----------------------------------------"
       "----------------------------------------"
       "------------"
       DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE.
   WRITE JOURNAL-REPORT-LINE.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-CHANGE-JOURNAL.
   IF WS-JOURNAL-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-CHANGE-JOURNAL
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF CG-MASTER-ID = WS-ML-MASTER-ID(WS-ML-IDX)
                   PERFORM SELECT-JOURNAL-EVENT
               END-IF
       END-READ
   END-PERFORM.
   IF WS-JOURNAL-STATUS NOT = "35"
       CLOSE CALC-CHANGE-JOURNAL
   END-IF.
   MOVE SPACES TO JOURNAL-REPORT-LINE.
   IF WS-MASTER-EVENTS = 0
       MOVE "NO CHANGE ACTIVITY IN THE DATE RANGE"
           TO JOURNAL-REPORT-LINE
   ELSE
       STRING "EVENTS FOR " WS-ML-MASTER-ID(WS-ML-IDX) ": "
           WS-MASTER-EVENTS
           DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE
   END-IF.
   WRITE JOURNAL-REPORT-LINE.

SELECT-JOURNAL-EVENT.
   EVALUATE CG-STATUS
       WHEN SPACE
           MOVE "REQUESTED" TO WS-EVENT-TEXT
           MOVE CG-REQUEST-DATE TO WS-EVENT-DATE
           MOVE CG-REQUEST-TIME TO WS-EVENT-TIME
           MOVE CG-REQUEST-USER TO WS-EVENT-USER
       WHEN "A"
           MOVE "APPROVED" TO WS-EVENT-TEXT
           MOVE CG-REVIEW-DATE TO WS-EVENT-DATE
           MOVE CG-REVIEW-TIME TO WS-EVENT-TIME
           MOVE CG-REVIEW-USER TO WS-EVENT-USER
       WHEN "R"
           MOVE "REJECTED" TO WS-EVENT-TEXT
           MOVE CG-REVIEW-DATE TO WS-EVENT-DATE
           MOVE CG-REVIEW-TIME TO WS-EVENT-TIME
           MOVE CG-REVIEW-USER TO WS-EVENT-USER
       WHEN "U"
           MOVE "UNDONE" TO WS-EVENT-TEXT
           MOVE CG-REVIEW-DATE TO WS-EVENT-DATE
           MOVE CG-REVIEW-TIME TO WS-EVENT-TIME
           MOVE CG-REVIEW-USER TO WS-EVENT-USER
       WHEN "P"
           MOVE "APPLIED" TO WS-EVENT-TEXT
           MOVE CG-APPLY-DATE TO WS-EVENT-DATE
           MOVE CG-APPLY-TIME TO WS-EVENT-TIME
           MOVE CG-REVIEW-USER TO WS-EVENT-USER
       WHEN "F"
           MOVE "FAILED" TO WS-EVENT-TEXT
           MOVE CG-APPLY-DATE TO WS-EVENT-DATE
           MOVE CG-APPLY-TIME TO WS-EVENT-TIME
           MOVE CG-REVIEW-USER TO WS-EVENT-USER
       WHEN "L"
           MOVE "LOADED" TO WS-EVENT-TEXT
           MOVE CG-APPLY-DATE TO WS-EVENT-DATE
           MOVE CG-APPLY-TIME TO WS-EVENT-TIME
           MOVE CG-REQUEST-USER TO WS-EVENT-USER
       WHEN OTHER
           MOVE CG-STATUS TO WS-EVENT-TEXT
           MOVE CG-REQUEST-DATE TO WS-EVENT-DATE
           MOVE CG-REQUEST-TIME TO WS-EVENT-TIME
           MOVE CG-REQUEST-USER TO WS-EVENT-USER
   END-EVALUATE.
   IF WS-EVENT-DATE >= WS-FROM-DATE AND WS-EVENT-DATE <= WS-TO-DATE
       PERFORM PRINT-JOURNAL-EVENT
   END-IF.

PRINT-JOURNAL-EVENT.
   ADD 1 TO WS-MASTER-EVENTS.
   ADD 1 TO WS-TOTAL-EVENTS.
   EVALUATE CG-STATUS
       WHEN SPACE
           ADD 1 TO WS-TOTAL-REQUESTED
       WHEN "A"
           ADD 1 TO WS-TOTAL-APPROVED
       WHEN "R"
           ADD 1 TO WS-TOTAL-REJECTED
       WHEN "P"
           ADD 1 TO WS-TOTAL-APPLIED
       WHEN "L"
           ADD 1 TO WS-TOTAL-APPLIED
       WHEN "F"
           ADD 1 TO WS-TOTAL-FAILED
   END-EVALUATE.
   EVALUATE CG-ACTION
       WHEN "A"
           MOVE "ADD" TO WS-ACTION-TEXT
       WHEN "C"
           MOVE "CHANGE" TO WS-ACTION-TEXT
       WHEN "D"
           MOVE "DELETE" TO WS-ACTION-TEXT
       WHEN OTHER
           MOVE CG-ACTION TO WS-ACTION-TEXT
   END-EVALUATE.
   MOVE WS-EVENT-DATE TO WS-JR-DATE.
   MOVE WS-EVENT-TIME TO WS-JR-TIME.
   MOVE CG-CHANGE-ID TO WS-JR-CHANGE-ID.
   MOVE WS-ACTION-TEXT TO WS-JR-ACTION.
   MOVE WS-EVENT-TEXT TO WS-JR-EVENT.
   MOVE WS-EVENT-USER TO WS-JR-USER.
   MOVE CG-REQUEST-USER TO WS-JR-REQ-USER.
   MOVE WS-JR-DETAIL-LINE TO JOURNAL-REPORT-LINE.
   WRITE JOURNAL-REPORT-LINE.
   IF CG-STATUS = SPACE OR CG-STATUS = "P" OR CG-STATUS = "L"
       IF CG-BEFORE-IMAGE NOT = SPACES
           MOVE "BEFORE:" TO WS-JR-IMAGE-LABEL
           MOVE CG-BEFORE-IMAGE TO WS-JR-IMAGE
           MOVE WS-JR-IMAGE-LINE TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
       END-IF
       IF CG-AFTER-IMAGE NOT = SPACES
           MOVE "AFTER:" TO WS-JR-IMAGE-LABEL
           MOVE CG-AFTER-IMAGE TO WS-JR-IMAGE
           MOVE WS-JR-IMAGE-LINE TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
       END-IF
   END-IF.

TERMINATE-JOURNAL-REPORT.
   MOVE SPACES TO JOURNAL-REPORT-LINE.
   WRITE JOURNAL-REPORT-LINE.
   MOVE SPACES TO JOURNAL-REPORT-LINE.
   STRING "TOTAL EVENTS " WS-TOTAL-EVENTS
       "  REQUESTED " WS-TOTAL-REQUESTED
       "  APPROVED " WS-TOTAL-APPROVED
       "  REJECTED " WS-TOTAL-REJECTED
       "  APPLIED " WS-TOTAL-APPLIED
       "  FAILED " WS-TOTAL-FAILED
       DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE.
   WRITE JOURNAL-REPORT-LINE.
   CLOSE CALC-JOURNAL-REPORT.
   DISPLAY "CALCCHGJRNL: " WS-TOTAL-EVENTS " JOURNAL EVENTS "
       "WRITTEN TO CALCCHGJ.PRT".
