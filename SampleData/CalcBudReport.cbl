IDENTIFICATION DIVISION.
PROGRAM-ID. CalcBudReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-BALANCE-FILE ASSIGN TO "CALCGLAB.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BALANCE-STATUS.
   SELECT CALC-BUDGET-FILE ASSIGN TO "CALCBUDG.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BUDGET-STATUS.
   SELECT CALC-BUDGET-ACTUAL-FILE ASSIGN TO "CALCBUDA.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ACTUAL-STATUS.
   SELECT CALC-OPERATOR-FILE ASSIGN TO "CALCOPER.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPERATOR-STATUS.
   SELECT CALC-CALENDAR-FILE ASSIGN TO "CALCCLDR.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CALENDAR-STATUS.
   SELECT CALC-BUDGET-REPORT ASSIGN TO "CALCBUDR.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CALC-BALANCE-FILE.
COPY CALCGLA.

FD  CALC-BUDGET-FILE.
COPY CALCBUD.

FD  CALC-BUDGET-ACTUAL-FILE.
COPY CALCBDA.

FD  CALC-OPERATOR-FILE.
COPY CALCOPR.

FD  CALC-CALENDAR-FILE.
COPY CALCCAL.

FD  CALC-BUDGET-REPORT.
   01 BUDGET-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW              PIC X VALUE "N".
      05 WS-BALANCE-STATUS      PIC X(2) VALUE "00".
      05 WS-BUDGET-STATUS       PIC X(2) VALUE "00".
      05 WS-ACTUAL-STATUS       PIC X(2) VALUE "00".
      05 WS-OPERATOR-STATUS     PIC X(2) VALUE "00".
      05 WS-CALENDAR-STATUS     PIC X(2) VALUE "00".
      05 WS-PERIOD-END-SW       PIC X VALUE "N".
      05 WS-ACCT-FOUND-SW       PIC X VALUE "N".
      05 WS-OA-FOUND-SW         PIC X VALUE "N".
      05 WS-HIST-FULL-SW        PIC X VALUE "N".
      05 WS-LINE-BUDGET-SW      PIC X VALUE "N".
      05 WS-EXCEPTION-SW        PIC X VALUE "N".

   01 WS-MODE-PARM              PIC X(6) VALUE SPACES.
   01 WS-MONTH-PARM             PIC X(6) VALUE SPACES.

   01 WS-RUN-DATE               PIC X(8) VALUE SPACES.
   01 WS-RUN-MONTH              PIC X(6) VALUE SPACES.
   01 WS-REPORT-MONTH           PIC X(6) VALUE SPACES.
   01 WS-CURRENT-DATETIME       PIC X(21) VALUE SPACES.
   01 WS-ACTUALS-SOURCE         PIC X(40) VALUE SPACES.

   01 WS-TOL-PARM               PIC X(3) VALUE SPACES.
   01 WS-TOL-LENGTH             PIC 9(2) VALUE 0.
   01 WS-TOLERANCE-PCT          PIC 9(3) VALUE 10.

   01 WS-MAX-HIST               PIC 9(4) VALUE 3000.
   01 WS-HIST-COUNT             PIC 9(4) VALUE 0.
   01 WS-HIST-KEPT              PIC 9(4) VALUE 0.
   01 WS-HIST-PURGED            PIC 9(7) VALUE 0.
   01 WS-KEEP-YEAR              PIC 9(4) VALUE 0.
   01 WS-KEEP-FROM-MONTH        PIC X(6) VALUE SPACES.
   01 WS-HIST-TABLE.
      05 WS-HIST-ENTRY OCCURS 3000 TIMES INDEXED BY WS-HIST-IDX.
         10 WS-H-ACCOUNT        PIC X(10).
         10 WS-H-MONTH          PIC X(6).
         10 WS-H-DEBITS         PIC 9(15)V9(4).
         10 WS-H-CREDITS        PIC 9(15)V9(4).
         10 WS-H-CLOSE          PIC S9(15)V9(4).

   01 WS-MAX-ACCOUNTS           PIC 9(3) VALUE 100.
   01 WS-ACCT-COUNT             PIC 9(3) VALUE 0.
   01 WS-ACCT-TABLE.
      05 WS-AC-ENTRY OCCURS 100 TIMES INDEXED BY WS-AC-IDX.
         10 WS-AC-CODE          PIC X(10).
         10 WS-AC-MTD-DR        PIC 9(15)V9(4).
         10 WS-AC-MTD-CR        PIC 9(15)V9(4).
         10 WS-AC-CLOSE         PIC S9(15)V9(4).
         10 WS-AC-BUDGET        PIC S9(15)V9(2).
         10 WS-AC-BUDGET-SW     PIC X.
         10 WS-AC-YTD-DR        PIC 9(15)V9(4).
         10 WS-AC-YTD-CR        PIC 9(15)V9(4).
         10 WS-AC-YTD-BUDGET    PIC S9(15)V9(2).
         10 WS-AC-YTD-BUDGET-SW PIC X.
   01 WS-CUR-ACCOUNT            PIC X(10) VALUE SPACES.

   01 WS-MAX-OPER-ACCOUNTS      PIC 9(2) VALUE 50.
   01 WS-OA-COUNT               PIC 9(2) VALUE 0.
   01 WS-OPER-ACCOUNT-TABLE.
      05 WS-OA-ENTRY OCCURS 50 TIMES INDEXED BY WS-OA-IDX.
         10 WS-OA-ACCOUNT       PIC X(10).
         10 WS-OA-OPER-COUNT    PIC 9(2).
         10 WS-OA-OPERATORS     PIC X(20).

   01 WS-LINE-DEBITS            PIC 9(15)V9(4) VALUE 0.
   01 WS-LINE-CREDITS           PIC 9(15)V9(4) VALUE 0.
   01 WS-LINE-NET               PIC S9(15)V9(4) VALUE 0.
   01 WS-LINE-BUDGET            PIC S9(15)V9(2) VALUE 0.
   01 WS-LINE-VARIANCE          PIC S9(15)V9(4) VALUE 0.
   01 WS-ABS-BUDGET             PIC 9(15)V9(2) VALUE 0.
   01 WS-PCT-WORK               PIC S9(9)V9 VALUE 0.
   01 WS-ABS-PCT                PIC 9(9)V9 VALUE 0.

   01 WS-TOTALS.
      05 WS-TOT-MTD-DR          PIC 9(15)V9(4) VALUE 0.
      05 WS-TOT-MTD-CR          PIC 9(15)V9(4) VALUE 0.
      05 WS-TOT-MTD-BUDGET      PIC S9(15)V9(2) VALUE 0.
      05 WS-TOT-CLOSE           PIC S9(15)V9(4) VALUE 0.
      05 WS-TOT-YTD-DR          PIC 9(15)V9(4) VALUE 0.
      05 WS-TOT-YTD-CR          PIC 9(15)V9(4) VALUE 0.
      05 WS-TOT-YTD-BUDGET      PIC S9(15)V9(2) VALUE 0.
   01 WS-OVER-COUNT             PIC 9(3) VALUE 0.
   01 WS-NO-BUDGET-COUNT        PIC 9(3) VALUE 0.
   01 WS-EXCEPTION-COUNT        PIC 9(3) VALUE 0.

   01 WS-BV-DETAIL-LINE.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-BV-ACCT-CODE        PIC X(10) VALUE SPACES.
      05 FILLER                 PIC X(1)  VALUE SPACES.
      05 WS-BV-PERIOD           PIC X(3)  VALUE SPACES.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-BV-DEBITS           PIC ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-BV-CREDITS          PIC ZZZ,ZZZ,ZZ9.99 VALUE 0.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-BV-NET              PIC ZZZ,ZZZ,ZZ9.99- VALUE 0.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-BV-BUDGET           PIC ZZZ,ZZZ,ZZ9.99- VALUE 0.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-BV-VARIANCE         PIC ZZZ,ZZZ,ZZ9.99- VALUE 0.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-BV-PCT              PIC ZZZ9.9- VALUE 0.
      05 WS-BV-PCT-X REDEFINES WS-BV-PCT PIC X(7).
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-BV-FLAG             PIC X(5)  VALUE SPACES.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-BV-CLOSE            PIC ZZZ,ZZZ,ZZ9.99- VALUE 0.
      05 WS-BV-CLOSE-X REDEFINES WS-BV-CLOSE PIC X(15).

   01 WS-EX-DETAIL-LINE.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-EX-ACCT-CODE        PIC X(10) VALUE SPACES.
      05 FILLER                 PIC X(4)  VALUE SPACES.
      05 WS-EX-OPERATORS        PIC X(20) VALUE SPACES.
      05 FILLER                 PIC X(2)  VALUE SPACES.
      05 WS-EX-NET              PIC ZZZ,ZZZ,ZZ9.99- VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM INITIALIZE-BUDGET-REPORT.
   IF WS-MODE-PARM = "REPORT"
       PERFORM PRINT-BUDGET-REPORT
   ELSE
       PERFORM CHECK-PERIOD-END
       IF WS-PERIOD-END-SW = "Y"
           DISPLAY "CALCBUDREPORT: " WS-RUN-DATE " IS THE PERIOD-END "
               "BUSINESS DAY - RUNNING THE BUDGET REPORT"
           PERFORM PRINT-BUDGET-REPORT
       ELSE
           DISPLAY "CALCBUDREPORT: " WS-RUN-DATE " IS NOT THE "
               "PERIOD-END BUSINESS DAY - NO BUDGET REPORT"
       END-IF
   END-IF.
   STOP RUN.

INITIALIZE-BUDGET-REPORT.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
   MOVE WS-CURRENT-DATETIME(1:6) TO WS-RUN-MONTH.
   MOVE WS-RUN-MONTH TO WS-REPORT-MONTH.

   DISPLAY 1 UPON ARGUMENT-NUMBER.
   ACCEPT WS-MODE-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-MODE-PARM
   END-ACCEPT.
   MOVE FUNCTION UPPER-CASE(WS-MODE-PARM) TO WS-MODE-PARM.
   IF WS-MODE-PARM NOT = SPACES AND WS-MODE-PARM NOT = "REPORT"
       DISPLAY "CALCBUDREPORT: UNKNOWN MODE " WS-MODE-PARM
           " - LEAVE BLANK FOR THE NIGHTLY RUN OR USE REPORT"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

   DISPLAY 2 UPON ARGUMENT-NUMBER.
   ACCEPT WS-MONTH-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-MONTH-PARM
   END-ACCEPT.
   IF WS-MONTH-PARM NOT = SPACES
       IF WS-MONTH-PARM IS NUMERIC
          AND WS-MONTH-PARM(5:2) >= "01"
          AND WS-MONTH-PARM(5:2) <= "12"
           MOVE WS-MONTH-PARM TO WS-REPORT-MONTH
       ELSE
           DISPLAY "CALCBUDREPORT: REPORT MONTH MUST BE YYYYMM, GOT <"
               WS-MONTH-PARM ">"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
   END-IF.

   DISPLAY 3 UPON ARGUMENT-NUMBER.
   ACCEPT WS-TOL-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-TOL-PARM
   END-ACCEPT.
   IF WS-TOL-PARM NOT = SPACES
       MOVE 0 TO WS-TOL-LENGTH
       INSPECT WS-TOL-PARM TALLYING WS-TOL-LENGTH
           FOR CHARACTERS BEFORE INITIAL SPACE
       IF WS-TOL-LENGTH = 0
          OR WS-TOL-PARM(1:WS-TOL-LENGTH) NOT NUMERIC
          OR (WS-TOL-LENGTH < 3 AND
              WS-TOL-PARM(WS-TOL-LENGTH + 1:) NOT = SPACES)
           DISPLAY "CALCBUDREPORT: TOLERANCE MUST BE A WHOLE "
               "PERCENTAGE, GOT <" WS-TOL-PARM ">"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       COMPUTE WS-TOLERANCE-PCT = FUNCTION NUMVAL(WS-TOL-PARM)
   END-IF.
   MOVE WS-RUN-MONTH(1:4) TO WS-KEEP-YEAR.
   SUBTRACT 1 FROM WS-KEEP-YEAR.
   STRING WS-KEEP-YEAR "01" DELIMITED BY SIZE INTO WS-KEEP-FROM-MONTH.
   IF WS-REPORT-MONTH > WS-RUN-MONTH
       DISPLAY "CALCBUDREPORT: REPORT MONTH " WS-REPORT-MONTH
           " IS AFTER THE CURRENT MONTH " WS-RUN-MONTH
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-REPORT-MONTH < WS-KEEP-FROM-MONTH
       DISPLAY "CALCBUDREPORT: REPORT MONTH " WS-REPORT-MONTH
           " IS BEFORE " WS-KEEP-FROM-MONTH
           " - ONLY THE CURRENT AND PRIOR YEAR ARE KEPT"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

CHECK-PERIOD-END.
   MOVE "N" TO WS-PERIOD-END-SW.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-CALENDAR-FILE.
   IF WS-CALENDAR-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
       DISPLAY "CALCBUDREPORT: NO PROCESSING CALENDAR CALCCLDR.DAT - "
           "THE BUDGET REPORT MUST BE REQUESTED WITH THE REPORT "
           "PARAMETER"
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-CALENDAR-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF CA-DATE = WS-RUN-DATE
                  AND CA-DAY-TYPE = "B"
                  AND CA-PERIOD-END-FLAG = "Y"
                   MOVE "Y" TO WS-PERIOD-END-SW
               END-IF
       END-READ
   END-PERFORM.
   IF WS-CALENDAR-STATUS NOT = "35"
       CLOSE CALC-CALENDAR-FILE
   END-IF.

PRINT-BUDGET-REPORT.
   PERFORM LOAD-ACTUALS-HISTORY.
   MOVE 0 TO WS-ACCT-COUNT.
   IF WS-REPORT-MONTH = WS-RUN-MONTH
       PERFORM LOAD-BALANCE-MASTER
       PERFORM RECORD-MONTH-ACTUALS
       MOVE "CURRENT GL BALANCES (CALCGLAB.DAT)" TO WS-ACTUALS-SOURCE
   ELSE
       PERFORM TAKE-MONTH-FROM-HISTORY
       MOVE "MONTH-END HISTORY (CALCBUDA.DAT)" TO WS-ACTUALS-SOURCE
   END-IF.
   PERFORM ACCUMULATE-YTD-ACTUALS.
   PERFORM LOAD-BUDGET-MASTER.
   PERFORM LOAD-OPERATOR-ACCOUNTS.
   OPEN OUTPUT CALC-BUDGET-REPORT.
   PERFORM PRINT-REPORT-HEADING.
   PERFORM VARYING WS-AC-IDX FROM 1 BY 1
           UNTIL WS-AC-IDX > WS-ACCT-COUNT
       PERFORM PRINT-ACCOUNT-LINES
   END-PERFORM.
   IF WS-ACCT-COUNT = 0
       MOVE "NO GL ACTIVITY OR BUDGET LINES FOR THIS MONTH"
           TO BUDGET-REPORT-LINE
       WRITE BUDGET-REPORT-LINE
   END-IF.
   PERFORM PRINT-REPORT-TOTALS.
   PERFORM PRINT-BUDGET-EXCEPTIONS.
   CLOSE CALC-BUDGET-REPORT.
   DISPLAY "CALCBUDREPORT: MONTH " WS-REPORT-MONTH ", "
       WS-ACCT-COUNT " ACCOUNTS ON CALCBUDR.PRT, " WS-OVER-COUNT
       " OVER TOLERANCE".
   IF WS-EXCEPTION-COUNT > 0
       DISPLAY "CALCBUDREPORT: " WS-EXCEPTION-COUNT " OPERATOR GL "
           "ACCOUNTS HAVE NO BUDGET LINE FOR " WS-REPORT-MONTH
   END-IF.

LOAD-ACTUALS-HISTORY.
   MOVE 0 TO WS-HIST-COUNT.
   MOVE 0 TO WS-HIST-PURGED.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-BUDGET-ACTUAL-FILE.
   IF WS-ACTUAL-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-BUDGET-ACTUAL-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF BA-MONTH < WS-KEEP-FROM-MONTH
                   ADD 1 TO WS-HIST-PURGED
               ELSE
                   PERFORM KEEP-ACTUALS-ROW
               END-IF
       END-READ
   END-PERFORM.
   IF WS-ACTUAL-STATUS NOT = "35"
       CLOSE CALC-BUDGET-ACTUAL-FILE
   END-IF.
   IF WS-HIST-FULL-SW = "Y"
       DISPLAY "CALCBUDREPORT: CALCBUDA.DAT HOLDS MORE THAN "
           WS-MAX-HIST " ENTRIES FOR THE CURRENT AND PRIOR YEAR."
       DISPLAY "CALCBUDREPORT: REFUSING TO RUN - RAISE WS-MAX-HIST "
           "FIRST."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-HIST-PURGED > 0
       OPEN OUTPUT CALC-BUDGET-ACTUAL-FILE
       PERFORM WRITE-HISTORY-ROWS
       CLOSE CALC-BUDGET-ACTUAL-FILE
       DISPLAY "CALCBUDREPORT: " WS-HIST-PURGED " ACTUALS BEFORE "
           WS-KEEP-FROM-MONTH " PURGED FROM CALCBUDA.DAT"
   END-IF.

KEEP-ACTUALS-ROW.
   IF WS-HIST-COUNT < WS-MAX-HIST
       ADD 1 TO WS-HIST-COUNT
       SET WS-HIST-IDX TO WS-HIST-COUNT
       MOVE BA-ACCOUNT-CODE TO WS-H-ACCOUNT(WS-HIST-IDX)
       MOVE BA-MONTH TO WS-H-MONTH(WS-HIST-IDX)
       MOVE BA-MTD-DEBITS TO WS-H-DEBITS(WS-HIST-IDX)
       MOVE BA-MTD-CREDITS TO WS-H-CREDITS(WS-HIST-IDX)
       MOVE BA-CLOSE-BALANCE TO WS-H-CLOSE(WS-HIST-IDX)
   ELSE
       MOVE "Y" TO WS-HIST-FULL-SW
   END-IF.

WRITE-HISTORY-ROWS.
   PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
           UNTIL WS-HIST-IDX > WS-HIST-COUNT
       IF WS-H-MONTH(WS-HIST-IDX) NOT = SPACES
           MOVE WS-H-ACCOUNT(WS-HIST-IDX) TO BA-ACCOUNT-CODE
           MOVE WS-H-MONTH(WS-HIST-IDX) TO BA-MONTH
           MOVE WS-H-DEBITS(WS-HIST-IDX) TO BA-MTD-DEBITS
           MOVE WS-H-CREDITS(WS-HIST-IDX) TO BA-MTD-CREDITS
           MOVE WS-H-CLOSE(WS-HIST-IDX) TO BA-CLOSE-BALANCE
           WRITE CALC-BUDGET-ACTUAL-RECORD
       END-IF
   END-PERFORM.

LOAD-BALANCE-MASTER.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-BALANCE-FILE.
   IF WS-BALANCE-STATUS NOT = "00"
       DISPLAY "CALCBUDREPORT: UNABLE TO OPEN GL BALANCES "
           "CALCGLAB.DAT, STATUS = " WS-BALANCE-STATUS
       DISPLAY "CALCBUDREPORT: RUN CALCGLPOST FOR THE DAY FIRST"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-BALANCE-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               MOVE AB-ACCOUNT-CODE TO WS-CUR-ACCOUNT
               PERFORM FIND-OR-ADD-ACCOUNT
               MOVE AB-MTD-DEBITS TO WS-AC-MTD-DR(WS-AC-IDX)
               MOVE AB-MTD-CREDITS TO WS-AC-MTD-CR(WS-AC-IDX)
               MOVE AB-CLOSE-BALANCE TO WS-AC-CLOSE(WS-AC-IDX)
       END-READ
   END-PERFORM.
   CLOSE CALC-BALANCE-FILE.

RECORD-MONTH-ACTUALS.
   MOVE 0 TO WS-HIST-KEPT.
   PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
           UNTIL WS-HIST-IDX > WS-HIST-COUNT
       IF WS-H-MONTH(WS-HIST-IDX) = WS-REPORT-MONTH
           MOVE SPACES TO WS-H-MONTH(WS-HIST-IDX)
       ELSE
           ADD 1 TO WS-HIST-KEPT
       END-IF
   END-PERFORM.
   IF WS-HIST-KEPT + WS-ACCT-COUNT > WS-MAX-HIST
       DISPLAY "CALCBUDREPORT: RECORDING " WS-REPORT-MONTH
           " WOULD TAKE CALCBUDA.DAT PAST " WS-MAX-HIST " ENTRIES."
       DISPLAY "CALCBUDREPORT: REFUSING TO RUN - RAISE WS-MAX-HIST "
           "FIRST."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   OPEN OUTPUT CALC-BUDGET-ACTUAL-FILE.
   PERFORM WRITE-HISTORY-ROWS.
   PERFORM VARYING WS-AC-IDX FROM 1 BY 1
           UNTIL WS-AC-IDX > WS-ACCT-COUNT
       MOVE WS-AC-CODE(WS-AC-IDX) TO BA-ACCOUNT-CODE
       MOVE WS-REPORT-MONTH TO BA-MONTH
       MOVE WS-AC-MTD-DR(WS-AC-IDX) TO BA-MTD-DEBITS
       MOVE WS-AC-MTD-CR(WS-AC-IDX) TO BA-MTD-CREDITS
       MOVE WS-AC-CLOSE(WS-AC-IDX) TO BA-CLOSE-BALANCE
       WRITE CALC-BUDGET-ACTUAL-RECORD
   END-PERFORM.
   CLOSE CALC-BUDGET-ACTUAL-FILE.
   PERFORM LOAD-ACTUALS-HISTORY.
   DISPLAY "CALCBUDREPORT: " WS-ACCT-COUNT " ACCOUNT ACTUALS FOR "
       WS-REPORT-MONTH " RECORDED ON CALCBUDA.DAT".

TAKE-MONTH-FROM-HISTORY.
   PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
           UNTIL WS-HIST-IDX > WS-HIST-COUNT
       IF WS-H-MONTH(WS-HIST-IDX) = WS-REPORT-MONTH
           MOVE WS-H-ACCOUNT(WS-HIST-IDX) TO WS-CUR-ACCOUNT
           PERFORM FIND-OR-ADD-ACCOUNT
           MOVE WS-H-DEBITS(WS-HIST-IDX) TO WS-AC-MTD-DR(WS-AC-IDX)
           MOVE WS-H-CREDITS(WS-HIST-IDX) TO WS-AC-MTD-CR(WS-AC-IDX)
           MOVE WS-H-CLOSE(WS-HIST-IDX) TO WS-AC-CLOSE(WS-AC-IDX)
       END-IF
   END-PERFORM.
   IF WS-ACCT-COUNT = 0
       DISPLAY "CALCBUDREPORT: NO ACTUALS RECORDED ON CALCBUDA.DAT "
           "FOR " WS-REPORT-MONTH
       DISPLAY "CALCBUDREPORT: A PAST MONTH CAN ONLY BE REPORTED "
           "IF IT WAS REPORTED ON ITS PERIOD-END DAY"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

ACCUMULATE-YTD-ACTUALS.
   PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
           UNTIL WS-HIST-IDX > WS-HIST-COUNT
       IF WS-H-MONTH(WS-HIST-IDX)(1:4) = WS-REPORT-MONTH(1:4)
          AND WS-H-MONTH(WS-HIST-IDX) <= WS-REPORT-MONTH
           MOVE WS-H-ACCOUNT(WS-HIST-IDX) TO WS-CUR-ACCOUNT
           PERFORM FIND-OR-ADD-ACCOUNT
           ADD WS-H-DEBITS(WS-HIST-IDX) TO WS-AC-YTD-DR(WS-AC-IDX)
           ADD WS-H-CREDITS(WS-HIST-IDX) TO WS-AC-YTD-CR(WS-AC-IDX)
       END-IF
   END-PERFORM.

LOAD-BUDGET-MASTER.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-BUDGET-FILE.
   IF WS-BUDGET-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
       DISPLAY "CALCBUDREPORT: NO BUDGET MASTER CALCBUDG.DAT - "
           "EVERY ACCOUNT IS REPORTED WITHOUT A BUDGET"
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-BUDGET-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF BU-MONTH(1:4) = WS-REPORT-MONTH(1:4)
                  AND BU-MONTH <= WS-REPORT-MONTH
                   PERFORM TAKE-BUDGET-LINE
               END-IF
       END-READ
   END-PERFORM.
   IF WS-BUDGET-STATUS NOT = "35"
       CLOSE CALC-BUDGET-FILE
   END-IF.

TAKE-BUDGET-LINE.
   MOVE BU-ACCOUNT-CODE TO WS-CUR-ACCOUNT.
   PERFORM FIND-OR-ADD-ACCOUNT.
   ADD BU-AMOUNT TO WS-AC-YTD-BUDGET(WS-AC-IDX).
   MOVE "Y" TO WS-AC-YTD-BUDGET-SW(WS-AC-IDX).
   IF BU-MONTH = WS-REPORT-MONTH
       ADD BU-AMOUNT TO WS-AC-BUDGET(WS-AC-IDX)
       MOVE "Y" TO WS-AC-BUDGET-SW(WS-AC-IDX)
   END-IF.

FIND-OR-ADD-ACCOUNT.
   MOVE "N" TO WS-ACCT-FOUND-SW.
   PERFORM VARYING WS-AC-IDX FROM 1 BY 1
           UNTIL WS-AC-IDX > WS-ACCT-COUNT OR WS-ACCT-FOUND-SW = "Y"
       IF WS-AC-CODE(WS-AC-IDX) = WS-CUR-ACCOUNT
           MOVE "Y" TO WS-ACCT-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-ACCT-FOUND-SW = "Y"
       SET WS-AC-IDX DOWN BY 1
   ELSE
       IF WS-ACCT-COUNT >= WS-MAX-ACCOUNTS
           DISPLAY "CALCBUDREPORT: MORE THAN " WS-MAX-ACCOUNTS
               " GL ACCOUNTS TO REPORT - RAISE WS-MAX-ACCOUNTS"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-ACCT-COUNT
       SET WS-AC-IDX TO WS-ACCT-COUNT
       MOVE WS-CUR-ACCOUNT TO WS-AC-CODE(WS-AC-IDX)
       MOVE 0 TO WS-AC-MTD-DR(WS-AC-IDX)
       MOVE 0 TO WS-AC-MTD-CR(WS-AC-IDX)
       MOVE 0 TO WS-AC-CLOSE(WS-AC-IDX)
       MOVE 0 TO WS-AC-BUDGET(WS-AC-IDX)
       MOVE "N" TO WS-AC-BUDGET-SW(WS-AC-IDX)
       MOVE 0 TO WS-AC-YTD-DR(WS-AC-IDX)
       MOVE 0 TO WS-AC-YTD-CR(WS-AC-IDX)
       MOVE 0 TO WS-AC-YTD-BUDGET(WS-AC-IDX)
       MOVE "N" TO WS-AC-YTD-BUDGET-SW(WS-AC-IDX)
   END-IF.

LOAD-OPERATOR-ACCOUNTS.
   MOVE 0 TO WS-OA-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-OPERATOR-FILE.
   IF WS-OPERATOR-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
       DISPLAY "CALCBUDREPORT: NO OPERATOR MASTER CALCOPER.DAT - "
           "BUDGET EXCEPTIONS NOT CHECKED"
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-OPERATOR-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF OM-GL-ACCOUNT-CODE NOT = SPACES
                   PERFORM NOTE-OPERATOR-ACCOUNT
               END-IF
       END-READ
   END-PERFORM.
   IF WS-OPERATOR-STATUS NOT = "35"
       CLOSE CALC-OPERATOR-FILE
   END-IF.

NOTE-OPERATOR-ACCOUNT.
   MOVE "N" TO WS-OA-FOUND-SW.
   PERFORM VARYING WS-OA-IDX FROM 1 BY 1
           UNTIL WS-OA-IDX > WS-OA-COUNT OR WS-OA-FOUND-SW = "Y"
       IF WS-OA-ACCOUNT(WS-OA-IDX) = OM-GL-ACCOUNT-CODE
           MOVE "Y" TO WS-OA-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-OA-FOUND-SW = "Y"
       SET WS-OA-IDX DOWN BY 1
   ELSE
       IF WS-OA-COUNT >= WS-MAX-OPER-ACCOUNTS
           DISPLAY "CALCBUDREPORT: MORE THAN " WS-MAX-OPER-ACCOUNTS
               " OPERATOR GL ACCOUNTS - RAISE WS-MAX-OPER-ACCOUNTS"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-OA-COUNT
       SET WS-OA-IDX TO WS-OA-COUNT
       MOVE OM-GL-ACCOUNT-CODE TO WS-OA-ACCOUNT(WS-OA-IDX)
       MOVE 0 TO WS-OA-OPER-COUNT(WS-OA-IDX)
       MOVE SPACES TO WS-OA-OPERATORS(WS-OA-IDX)
   END-IF.
   IF WS-OA-OPER-COUNT(WS-OA-IDX) < 10
       ADD 1 TO WS-OA-OPER-COUNT(WS-OA-IDX)
       MOVE OM-OPERATOR TO WS-OA-OPERATORS(WS-OA-IDX)
           (WS-OA-OPER-COUNT(WS-OA-IDX) * 2 - 1:1)
   END-IF.

PRINT-REPORT-HEADING.
   MOVE SPACES TO BUDGET-REPORT-LINE.
   STRING "GL BUDGET VERSUS ACTUAL REPORT   MONTH: " WS-REPORT-MONTH
       "   RUN DATE: " WS-RUN-DATE
       DELIMITED BY SIZE INTO BUDGET-REPORT-LINE.
   WRITE BUDGET-REPORT-LINE.
   MOVE SPACES TO BUDGET-REPORT-LINE.
   STRING "ACTUALS FROM " WS-ACTUALS-SOURCE
       "   NET = CREDITS - DEBITS   TOLERANCE: +/- "
       WS-TOLERANCE-PCT "% OF BUDGET"
       DELIMITED BY SIZE INTO BUDGET-REPORT-LINE.
   WRITE BUDGET-REPORT-LINE.
   MOVE SPACES TO BUDGET-REPORT-LINE.
   WRITE BUDGET-REPORT-LINE.
   MOVE "  ACCOUNT    PER          DEBITS         CREDITS"
       TO BUDGET-REPORT-LINE.
   MOVE "     NET ACTUAL           BUDGET         VARIANCE"
       TO BUDGET-REPORT-LINE(49:).
   MOVE "    VAR %  FLAG   CLOSING BALANCE"
       TO BUDGET-REPORT-LINE(98:).
   WRITE BUDGET-REPORT-LINE.
   MOVE ALL "-" TO BUDGET-REPORT-LINE.
   WRITE BUDGET-REPORT-LINE.

PRINT-ACCOUNT-LINES.
   MOVE WS-AC-MTD-DR(WS-AC-IDX) TO WS-LINE-DEBITS.
   MOVE WS-AC-MTD-CR(WS-AC-IDX) TO WS-LINE-CREDITS.
   MOVE WS-AC-BUDGET(WS-AC-IDX) TO WS-LINE-BUDGET.
   MOVE WS-AC-BUDGET-SW(WS-AC-IDX) TO WS-LINE-BUDGET-SW.
   PERFORM BUILD-VARIANCE-LINE.
   MOVE WS-AC-CODE(WS-AC-IDX) TO WS-BV-ACCT-CODE.
   MOVE "MTD" TO WS-BV-PERIOD.
   MOVE WS-AC-CLOSE(WS-AC-IDX) TO WS-BV-CLOSE.
   IF WS-BV-FLAG = "OVER"
       ADD 1 TO WS-OVER-COUNT
   END-IF.
   IF WS-LINE-BUDGET-SW = "N"
       ADD 1 TO WS-NO-BUDGET-COUNT
   END-IF.
   MOVE WS-BV-DETAIL-LINE TO BUDGET-REPORT-LINE.
   WRITE BUDGET-REPORT-LINE.
   ADD WS-AC-MTD-DR(WS-AC-IDX) TO WS-TOT-MTD-DR.
   ADD WS-AC-MTD-CR(WS-AC-IDX) TO WS-TOT-MTD-CR.
   ADD WS-AC-BUDGET(WS-AC-IDX) TO WS-TOT-MTD-BUDGET.
   ADD WS-AC-CLOSE(WS-AC-IDX) TO WS-TOT-CLOSE.

   MOVE WS-AC-YTD-DR(WS-AC-IDX) TO WS-LINE-DEBITS.
   MOVE WS-AC-YTD-CR(WS-AC-IDX) TO WS-LINE-CREDITS.
   MOVE WS-AC-YTD-BUDGET(WS-AC-IDX) TO WS-LINE-BUDGET.
   MOVE WS-AC-YTD-BUDGET-SW(WS-AC-IDX) TO WS-LINE-BUDGET-SW.
   PERFORM BUILD-VARIANCE-LINE.
   MOVE "YTD" TO WS-BV-PERIOD.
   MOVE WS-BV-DETAIL-LINE TO BUDGET-REPORT-LINE.
   WRITE BUDGET-REPORT-LINE.
   ADD WS-AC-YTD-DR(WS-AC-IDX) TO WS-TOT-YTD-DR.
   ADD WS-AC-YTD-CR(WS-AC-IDX) TO WS-TOT-YTD-CR.
   ADD WS-AC-YTD-BUDGET(WS-AC-IDX) TO WS-TOT-YTD-BUDGET.

BUILD-VARIANCE-LINE.
   MOVE SPACES TO WS-BV-DETAIL-LINE.
   COMPUTE WS-LINE-NET = WS-LINE-CREDITS - WS-LINE-DEBITS.
   COMPUTE WS-LINE-VARIANCE = WS-LINE-NET - WS-LINE-BUDGET.
   MOVE WS-LINE-DEBITS TO WS-BV-DEBITS.
   MOVE WS-LINE-CREDITS TO WS-BV-CREDITS.
   MOVE WS-LINE-NET TO WS-BV-NET.
   MOVE WS-LINE-BUDGET TO WS-BV-BUDGET.
   MOVE WS-LINE-VARIANCE TO WS-BV-VARIANCE.
   MOVE SPACES TO WS-BV-CLOSE-X.
   EVALUATE TRUE
       WHEN WS-LINE-BUDGET-SW = "N"
           MOVE "    N/A" TO WS-BV-PCT-X
           MOVE "NOBUD" TO WS-BV-FLAG
       WHEN WS-LINE-BUDGET = 0
           MOVE "    N/A" TO WS-BV-PCT-X
           IF WS-LINE-VARIANCE NOT = 0
               MOVE "OVER" TO WS-BV-FLAG
           END-IF
       WHEN OTHER
           IF WS-LINE-BUDGET < 0
               COMPUTE WS-ABS-BUDGET = 0 - WS-LINE-BUDGET
           ELSE
               MOVE WS-LINE-BUDGET TO WS-ABS-BUDGET
           END-IF
           COMPUTE WS-PCT-WORK ROUNDED =
               WS-LINE-VARIANCE * 100 / WS-ABS-BUDGET
           IF WS-PCT-WORK < 0
               COMPUTE WS-ABS-PCT = 0 - WS-PCT-WORK
           ELSE
               MOVE WS-PCT-WORK TO WS-ABS-PCT
           END-IF
           IF WS-ABS-PCT > 9999.9
               MOVE "  *****" TO WS-BV-PCT-X
           ELSE
               MOVE WS-PCT-WORK TO WS-BV-PCT
           END-IF
           IF WS-ABS-PCT > WS-TOLERANCE-PCT
               MOVE "OVER" TO WS-BV-FLAG
           END-IF
   END-EVALUATE.

PRINT-REPORT-TOTALS.
   MOVE ALL "-" TO BUDGET-REPORT-LINE.
   WRITE BUDGET-REPORT-LINE.
   MOVE WS-TOT-MTD-DR TO WS-LINE-DEBITS.
   MOVE WS-TOT-MTD-CR TO WS-LINE-CREDITS.
   MOVE WS-TOT-MTD-BUDGET TO WS-LINE-BUDGET.
   MOVE "Y" TO WS-LINE-BUDGET-SW.
   PERFORM BUILD-VARIANCE-LINE.
   MOVE "TOTAL" TO WS-BV-ACCT-CODE.
   MOVE "MTD" TO WS-BV-PERIOD.
   MOVE SPACES TO WS-BV-FLAG.
   MOVE WS-TOT-CLOSE TO WS-BV-CLOSE.
   MOVE WS-BV-DETAIL-LINE TO BUDGET-REPORT-LINE.
   WRITE BUDGET-REPORT-LINE.
   MOVE WS-TOT-YTD-DR TO WS-LINE-DEBITS.
   MOVE WS-TOT-YTD-CR TO WS-LINE-CREDITS.
   MOVE WS-TOT-YTD-BUDGET TO WS-LINE-BUDGET.
   PERFORM BUILD-VARIANCE-LINE.
   MOVE "YTD" TO WS-BV-PERIOD.
   MOVE SPACES TO WS-BV-FLAG.
   MOVE WS-BV-DETAIL-LINE TO BUDGET-REPORT-LINE.
   WRITE BUDGET-REPORT-LINE.
   MOVE SPACES TO BUDGET-REPORT-LINE.
   STRING "ACCOUNTS OVER TOLERANCE: " WS-OVER-COUNT
       "   ACCOUNTS WITH NO BUDGET FOR THE MONTH: " WS-NO-BUDGET-COUNT
       DELIMITED BY SIZE INTO BUDGET-REPORT-LINE.
   WRITE BUDGET-REPORT-LINE.

PRINT-BUDGET-EXCEPTIONS.
   MOVE SPACES TO BUDGET-REPORT-LINE.
   WRITE BUDGET-REPORT-LINE.
   MOVE SPACES TO BUDGET-REPORT-LINE.
   STRING "OPERATOR GL ACCOUNTS WITH NO BUDGET LINE FOR "
       WS-REPORT-MONTH DELIMITED BY SIZE INTO BUDGET-REPORT-LINE.
   WRITE BUDGET-REPORT-LINE.
   MOVE "  ACCOUNT       OPERATORS                  NET ACTUAL"
       TO BUDGET-REPORT-LINE.
   WRITE BUDGET-REPORT-LINE.
   MOVE 0 TO WS-EXCEPTION-COUNT.
   PERFORM VARYING WS-OA-IDX FROM 1 BY 1 UNTIL WS-OA-IDX > WS-OA-COUNT
       PERFORM CHECK-OPERATOR-ACCOUNT
   END-PERFORM.
   IF WS-EXCEPTION-COUNT = 0
       MOVE "  NONE - EVERY OPERATOR GL ACCOUNT HAS A BUDGET LINE"
           TO BUDGET-REPORT-LINE
       WRITE BUDGET-REPORT-LINE
   END-IF.

CHECK-OPERATOR-ACCOUNT.
   MOVE "N" TO WS-ACCT-FOUND-SW.
   PERFORM VARYING WS-AC-IDX FROM 1 BY 1
           UNTIL WS-AC-IDX > WS-ACCT-COUNT OR WS-ACCT-FOUND-SW = "Y"
       IF WS-AC-CODE(WS-AC-IDX) = WS-OA-ACCOUNT(WS-OA-IDX)
           MOVE "Y" TO WS-ACCT-FOUND-SW
       END-IF
   END-PERFORM.
   MOVE 0 TO WS-LINE-NET.
   MOVE "Y" TO WS-EXCEPTION-SW.
   IF WS-ACCT-FOUND-SW = "Y"
       SET WS-AC-IDX DOWN BY 1
       IF WS-AC-BUDGET-SW(WS-AC-IDX) = "Y"
           MOVE "N" TO WS-EXCEPTION-SW
       ELSE
           COMPUTE WS-LINE-NET = WS-AC-MTD-CR(WS-AC-IDX)
               - WS-AC-MTD-DR(WS-AC-IDX)
       END-IF
   END-IF.
   IF WS-EXCEPTION-SW = "Y"
       ADD 1 TO WS-EXCEPTION-COUNT
       MOVE WS-OA-ACCOUNT(WS-OA-IDX) TO WS-EX-ACCT-CODE
       MOVE WS-OA-OPERATORS(WS-OA-IDX) TO WS-EX-OPERATORS
       MOVE WS-LINE-NET TO WS-EX-NET
       MOVE WS-EX-DETAIL-LINE TO BUDGET-REPORT-LINE
       WRITE BUDGET-REPORT-LINE
   END-IF.
