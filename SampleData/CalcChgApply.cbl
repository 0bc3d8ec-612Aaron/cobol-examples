IDENTIFICATION DIVISION.
PROGRAM-ID. CalcChgApply.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-CHANGE-FILE ASSIGN TO "CALCCHGP.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CHANGE-STATUS.
   SELECT CALC-CHANGE-JOURNAL ASSIGN TO "CALCCHGJ.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.
   SELECT CALC-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MASTER-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD  CALC-MASTER-FILE.
   01 CALC-MASTER-RECORD PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW            PIC X VALUE "N".
      05 WS-CHANGE-STATUS     PIC X(2) VALUE "00".
      05 WS-JOURNAL-STATUS    PIC X(2) VALUE "00".
      05 WS-MASTER-STATUS     PIC X(2) VALUE "00".
      05 WS-OVERFLOW-SW       PIC X VALUE "N".
      05 WS-MATCH-SW          PIC X VALUE "N".
      05 WS-KEY-TAKEN-SW      PIC X VALUE "N".
      05 WS-MASTER-CHANGED-SW PIC X VALUE "N".

   01 WS-RUN-STAMP.
      05 WS-RUN-DATE          PIC X(8) VALUE SPACES.
      05 WS-RUN-TIME          PIC X(8) VALUE SPACES.
   01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.

   01 WS-MAX-ROWS             PIC 9(4) VALUE 500.
   01 WS-CHANGE-TABLE.
      05 WS-CHANGE-ENTRY OCCURS 500 TIMES INDEXED BY WS-IDX.
         10 WS-G-CHANGE-ID    PIC X(20).
         10 WS-G-MASTER-ID    PIC X(4).
         10 WS-G-ACTION       PIC X.
         10 WS-G-STATUS       PIC X.
         10 WS-G-REQ-USER     PIC X(8).
         10 WS-G-REQ-DATE     PIC X(8).
         10 WS-G-REQ-TIME     PIC X(8).
         10 WS-G-REV-USER     PIC X(8).
         10 WS-G-REV-DATE     PIC X(8).
         10 WS-G-REV-TIME     PIC X(8).
         10 WS-G-APPLY-DATE   PIC X(8).
         10 WS-G-APPLY-TIME   PIC X(8).
         10 WS-G-BEFORE       PIC X(80).
         10 WS-G-AFTER        PIC X(80).
   01 WS-CHANGE-COUNT         PIC 9(4) VALUE 0.
   01 WS-FILE-RECORD-COUNT    PIC 9(7) VALUE 0.

   01 WS-MAX-MASTER-ROWS      PIC 9(4) VALUE 1000.
   01 WS-MASTER-TABLE.
      05 WS-MASTER-ENTRY OCCURS 1000 TIMES INDEXED BY WS-M-IDX.
         10 WS-M-IMAGE        PIC X(80).
         10 WS-M-DELETED-SW   PIC X.
   01 WS-MASTER-COUNT         PIC 9(4) VALUE 0.
   01 WS-MASTER-RECORD-COUNT  PIC 9(7) VALUE 0.
   01 WS-MATCH-ROW            PIC 9(4) VALUE 0.

   01 WS-MASTER-LIST.
      05 FILLER               PIC X(18) VALUE "OPERCALCOPER.DAT01".
      05 FILLER               PIC X(18) VALUE "CLNTCALCCLNT.DAT04".
      05 FILLER               PIC X(18) VALUE "RATECALCRATE.DAT01".
      05 FILLER               PIC X(18) VALUE "STNDCALCSTND.DAT00".
      05 FILLER               PIC X(18) VALUE "CLDRCALCCLDR.DAT08".
      05 FILLER               PIC X(18) VALUE "PSCHCALCPSCH.DAT08".
      05 FILLER               PIC X(18) VALUE "FXRTCALCFXRT.DAT11".
      05 FILLER               PIC X(18) VALUE "BUDGCALCBUDG.DAT16".
   01 WS-MASTER-LIST-TABLE REDEFINES WS-MASTER-LIST.
      05 WS-ML-ENTRY OCCURS 8 TIMES INDEXED BY WS-ML-IDX.
         10 WS-ML-MASTER-ID   PIC X(4).
         10 WS-ML-FILENAME    PIC X(12).
         10 WS-ML-KEY-LENGTH  PIC 9(2).

   01 WS-MASTER-ID            PIC X(4) VALUE SPACES.
   01 WS-MASTER-FILENAME      PIC X(12) VALUE SPACES.
   01 WS-KEY-LENGTH           PIC 9(2) VALUE 0.
   01 WS-FAIL-REASON          PIC X(30) VALUE SPACES.

   01 WS-APPROVED-COUNT       PIC 9(4) VALUE 0.
   01 WS-REJECTED-COUNT       PIC 9(4) VALUE 0.
   01 WS-PENDING-COUNT        PIC 9(4) VALUE 0.
   01 WS-APPLIED-COUNT        PIC 9(4) VALUE 0.
   01 WS-FAILED-COUNT         PIC 9(4) VALUE 0.
   01 WS-MASTER-APPROVED      PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM INITIALIZE-APPLY.
   PERFORM LOAD-CHANGE-FILE.
   PERFORM COUNT-STATUSES.
   IF WS-APPROVED-COUNT = 0 AND WS-REJECTED-COUNT = 0
       DISPLAY "CALCCHGAPPLY: NO APPROVED CHANGES TO APPLY ("
           WS-PENDING-COUNT " STILL AWAITING REVIEW)"
       STOP RUN
   END-IF.
   PERFORM VARYING WS-ML-IDX FROM 1 BY 1 UNTIL WS-ML-IDX > 8
       PERFORM CHECK-MASTER-SIZE
   END-PERFORM.
   OPEN EXTEND CALC-CHANGE-JOURNAL.
   IF WS-JOURNAL-STATUS = "35"
       OPEN OUTPUT CALC-CHANGE-JOURNAL
   END-IF.
   PERFORM VARYING WS-ML-IDX FROM 1 BY 1 UNTIL WS-ML-IDX > 8
       PERFORM APPLY-ONE-MASTER
   END-PERFORM.
   CLOSE CALC-CHANGE-JOURNAL.
   PERFORM REWRITE-CHANGE-FILE.
   DISPLAY "CALCCHGAPPLY: " WS-APPLIED-COUNT " CHANGES APPLIED, "
       WS-FAILED-COUNT " FAILED, " WS-REJECTED-COUNT
       " REJECTED CHANGES CLEARED".
   IF WS-FAILED-COUNT > 0
       DISPLAY "CALCCHGAPPLY: FAILED CHANGES ARE CLOSED ON THE "
           "JOURNAL - RE-KEY THEM AGAINST THE CURRENT MASTER"
   END-IF.
   DISPLAY "CALCCHGAPPLY: " WS-PENDING-COUNT
       " CHANGES STILL AWAITING REVIEW".
   IF WS-FAILED-COUNT > 0
       MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

INITIALIZE-APPLY.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
   MOVE WS-CURRENT-DATETIME(9:8) TO WS-RUN-TIME.

LOAD-CHANGE-FILE.
   MOVE 0 TO WS-CHANGE-COUNT.
   MOVE 0 TO WS-FILE-RECORD-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-CHANGE-FILE.
   IF WS-CHANGE-STATUS = "35"
       DISPLAY "CALCCHGAPPLY: NO CALCCHGP.DAT - NOTHING TO APPLY"
       STOP RUN
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-CHANGE-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               ADD 1 TO WS-FILE-RECORD-COUNT
               IF WS-CHANGE-COUNT < WS-MAX-ROWS
                   ADD 1 TO WS-CHANGE-COUNT
                   SET WS-IDX TO WS-CHANGE-COUNT
                   MOVE CG-CHANGE-ID TO WS-G-CHANGE-ID(WS-IDX)
                   MOVE CG-MASTER-ID TO WS-G-MASTER-ID(WS-IDX)
                   MOVE CG-ACTION TO WS-G-ACTION(WS-IDX)
                   MOVE CG-STATUS TO WS-G-STATUS(WS-IDX)
                   MOVE CG-REQUEST-USER TO WS-G-REQ-USER(WS-IDX)
                   MOVE CG-REQUEST-DATE TO WS-G-REQ-DATE(WS-IDX)
                   MOVE CG-REQUEST-TIME TO WS-G-REQ-TIME(WS-IDX)
                   MOVE CG-REVIEW-USER TO WS-G-REV-USER(WS-IDX)
                   MOVE CG-REVIEW-DATE TO WS-G-REV-DATE(WS-IDX)
                   MOVE CG-REVIEW-TIME TO WS-G-REV-TIME(WS-IDX)
                   MOVE CG-APPLY-DATE TO WS-G-APPLY-DATE(WS-IDX)
                   MOVE CG-APPLY-TIME TO WS-G-APPLY-TIME(WS-IDX)
                   MOVE CG-BEFORE-IMAGE TO WS-G-BEFORE(WS-IDX)
                   MOVE CG-AFTER-IMAGE TO WS-G-AFTER(WS-IDX)
               ELSE
                   MOVE "Y" TO WS-OVERFLOW-SW
               END-IF
       END-READ
   END-PERFORM.
   CLOSE CALC-CHANGE-FILE.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCCHGAPPLY: CALCCHGP.DAT HAS "
           WS-FILE-RECORD-COUNT " RECORDS, MORE THAN THE "
           WS-MAX-ROWS " THIS PROGRAM CAN HOLD."
       DISPLAY "CALCCHGAPPLY: REFUSING TO RUN - REWRITING WOULD "
           "DROP CHANGES. RAISE WS-MAX-ROWS FIRST."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

COUNT-STATUSES.
   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CHANGE-COUNT
       EVALUATE WS-G-STATUS(WS-IDX)
           WHEN "A"
               ADD 1 TO WS-APPROVED-COUNT
           WHEN "R"
               ADD 1 TO WS-REJECTED-COUNT
           WHEN SPACE
               ADD 1 TO WS-PENDING-COUNT
       END-EVALUATE
   END-PERFORM.

CHECK-MASTER-SIZE.
   PERFORM COUNT-MASTER-APPROVED.
   IF WS-MASTER-APPROVED > 0
       MOVE 0 TO WS-MASTER-RECORD-COUNT
       MOVE "N" TO WS-EOF-SW
       OPEN INPUT CALC-MASTER-FILE
       IF WS-MASTER-STATUS = "35"
           MOVE "Y" TO WS-EOF-SW
       END-IF
       PERFORM UNTIL WS-EOF-SW = "Y"
           READ CALC-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-MASTER-RECORD-COUNT
           END-READ
       END-PERFORM
       IF WS-MASTER-STATUS NOT = "35"
           CLOSE CALC-MASTER-FILE
       END-IF
       IF WS-MASTER-RECORD-COUNT > WS-MAX-MASTER-ROWS
           DISPLAY "CALCCHGAPPLY: " WS-MASTER-FILENAME " HAS "
               WS-MASTER-RECORD-COUNT " RECORDS, MORE THAN THE "
               WS-MAX-MASTER-ROWS " THIS PROGRAM CAN HOLD."
           DISPLAY "CALCCHGAPPLY: REFUSING TO RUN - NO MASTER HAS "
               "BEEN TOUCHED. RAISE WS-MAX-MASTER-ROWS FIRST."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
   END-IF.

COUNT-MASTER-APPROVED.
   MOVE WS-ML-MASTER-ID(WS-ML-IDX) TO WS-MASTER-ID.
   MOVE WS-ML-FILENAME(WS-ML-IDX) TO WS-MASTER-FILENAME.
   MOVE WS-ML-KEY-LENGTH(WS-ML-IDX) TO WS-KEY-LENGTH.
   MOVE 0 TO WS-MASTER-APPROVED.
   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CHANGE-COUNT
       IF WS-G-MASTER-ID(WS-IDX) = WS-MASTER-ID
          AND WS-G-STATUS(WS-IDX) = "A"
           ADD 1 TO WS-MASTER-APPROVED
       END-IF
   END-PERFORM.

APPLY-ONE-MASTER.
   PERFORM COUNT-MASTER-APPROVED.
   IF WS-MASTER-APPROVED > 0
       PERFORM LOAD-MASTER-FILE
       MOVE "N" TO WS-MASTER-CHANGED-SW
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CHANGE-COUNT
           IF WS-G-MASTER-ID(WS-IDX) = WS-MASTER-ID
              AND WS-G-STATUS(WS-IDX) = "A"
               PERFORM APPLY-ONE-CHANGE
           END-IF
       END-PERFORM
       IF WS-MASTER-CHANGED-SW = "Y"
           PERFORM REWRITE-MASTER-FILE
       END-IF
   END-IF.

LOAD-MASTER-FILE.
   MOVE 0 TO WS-MASTER-COUNT.
   MOVE 0 TO WS-MASTER-RECORD-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-MASTER-FILE.
   IF WS-MASTER-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-MASTER-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               ADD 1 TO WS-MASTER-RECORD-COUNT
               IF WS-MASTER-COUNT < WS-MAX-MASTER-ROWS
                   ADD 1 TO WS-MASTER-COUNT
                   SET WS-M-IDX TO WS-MASTER-COUNT
                   MOVE CALC-MASTER-RECORD TO WS-M-IMAGE(WS-M-IDX)
                   MOVE "N" TO WS-M-DELETED-SW(WS-M-IDX)
               END-IF
       END-READ
   END-PERFORM.
   IF WS-MASTER-STATUS NOT = "35"
       CLOSE CALC-MASTER-FILE
   END-IF.
   IF WS-MASTER-RECORD-COUNT > WS-MAX-MASTER-ROWS
       DISPLAY "CALCCHGAPPLY: " WS-MASTER-FILENAME " HAS "
           WS-MASTER-RECORD-COUNT " RECORDS, MORE THAN THE "
           WS-MAX-MASTER-ROWS " THIS PROGRAM CAN HOLD."
       DISPLAY "CALCCHGAPPLY: REFUSING TO RUN - REWRITING WOULD "
           "DROP RECORDS. RAISE WS-MAX-MASTER-ROWS FIRST."
       CLOSE CALC-CHANGE-JOURNAL
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

APPLY-ONE-CHANGE.
   MOVE SPACES TO WS-FAIL-REASON.
   MOVE 0 TO WS-MATCH-ROW.
   IF WS-G-ACTION(WS-IDX) NOT = "A"
       PERFORM FIND-BEFORE-IMAGE
       IF WS-MATCH-SW = "N"
           MOVE "MASTER CHANGED SINCE REQUEST" TO WS-FAIL-REASON
       END-IF
   END-IF.
   IF WS-FAIL-REASON = SPACES AND WS-G-ACTION(WS-IDX) NOT = "D"
      AND WS-KEY-LENGTH > 0
       PERFORM CHECK-KEY-TAKEN
       IF WS-KEY-TAKEN-SW = "Y"
           MOVE "KEY ALREADY ON MASTER" TO WS-FAIL-REASON
       END-IF
   END-IF.
   IF WS-FAIL-REASON = SPACES AND WS-G-ACTION(WS-IDX) = "A"
      AND WS-MASTER-COUNT >= WS-MAX-MASTER-ROWS
       MOVE "MASTER TABLE IS FULL" TO WS-FAIL-REASON
   END-IF.
   IF WS-FAIL-REASON = SPACES
       EVALUATE WS-G-ACTION(WS-IDX)
           WHEN "A"
               ADD 1 TO WS-MASTER-COUNT
               SET WS-M-IDX TO WS-MASTER-COUNT
               MOVE WS-G-AFTER(WS-IDX) TO WS-M-IMAGE(WS-M-IDX)
               MOVE "N" TO WS-M-DELETED-SW(WS-M-IDX)
           WHEN "C"
               SET WS-M-IDX TO WS-MATCH-ROW
               MOVE WS-G-AFTER(WS-IDX) TO WS-M-IMAGE(WS-M-IDX)
           WHEN "D"
               SET WS-M-IDX TO WS-MATCH-ROW
               MOVE "Y" TO WS-M-DELETED-SW(WS-M-IDX)
       END-EVALUATE
       MOVE "Y" TO WS-MASTER-CHANGED-SW
       MOVE "P" TO WS-G-STATUS(WS-IDX)
       ADD 1 TO WS-APPLIED-COUNT
   ELSE
       MOVE "F" TO WS-G-STATUS(WS-IDX)
       ADD 1 TO WS-FAILED-COUNT
       DISPLAY "CALCCHGAPPLY: CHANGE " WS-G-CHANGE-ID(WS-IDX) " ON "
           WS-MASTER-ID " NOT APPLIED - " WS-FAIL-REASON
   END-IF.
   MOVE WS-RUN-DATE TO WS-G-APPLY-DATE(WS-IDX).
   MOVE WS-RUN-TIME TO WS-G-APPLY-TIME(WS-IDX).
   PERFORM MOVE-ROW-TO-RECORD.
   WRITE CALC-JOURNAL-RECORD FROM CALC-CHANGE-RECORD.

FIND-BEFORE-IMAGE.
   MOVE "N" TO WS-MATCH-SW.
   PERFORM VARYING WS-M-IDX FROM 1 BY 1
           UNTIL WS-M-IDX > WS-MASTER-COUNT OR WS-MATCH-SW = "Y"
       IF WS-M-DELETED-SW(WS-M-IDX) = "N"
          AND WS-M-IMAGE(WS-M-IDX) = WS-G-BEFORE(WS-IDX)
           MOVE "Y" TO WS-MATCH-SW
           SET WS-MATCH-ROW TO WS-M-IDX
       END-IF
   END-PERFORM.

CHECK-KEY-TAKEN.
   MOVE "N" TO WS-KEY-TAKEN-SW.
   PERFORM VARYING WS-M-IDX FROM 1 BY 1
           UNTIL WS-M-IDX > WS-MASTER-COUNT
       IF WS-M-DELETED-SW(WS-M-IDX) = "N"
          AND WS-M-IMAGE(WS-M-IDX)(1:WS-KEY-LENGTH)
              = WS-G-AFTER(WS-IDX)(1:WS-KEY-LENGTH)
          AND WS-M-IDX NOT = WS-MATCH-ROW
           MOVE "Y" TO WS-KEY-TAKEN-SW
       END-IF
   END-PERFORM.

REWRITE-MASTER-FILE.
   OPEN OUTPUT CALC-MASTER-FILE.
   PERFORM VARYING WS-M-IDX FROM 1 BY 1
           UNTIL WS-M-IDX > WS-MASTER-COUNT
       IF WS-M-DELETED-SW(WS-M-IDX) = "N"
           MOVE WS-M-IMAGE(WS-M-IDX) TO CALC-MASTER-RECORD
           WRITE CALC-MASTER-RECORD
       END-IF
   END-PERFORM.
   CLOSE CALC-MASTER-FILE.
   DISPLAY "CALCCHGAPPLY: " WS-MASTER-FILENAME " REWRITTEN".

MOVE-ROW-TO-RECORD.
   MOVE WS-G-CHANGE-ID(WS-IDX) TO CG-CHANGE-ID.
   MOVE WS-G-MASTER-ID(WS-IDX) TO CG-MASTER-ID.
   MOVE WS-G-ACTION(WS-IDX) TO CG-ACTION.
   MOVE WS-G-STATUS(WS-IDX) TO CG-STATUS.
   MOVE WS-G-REQ-USER(WS-IDX) TO CG-REQUEST-USER.
   MOVE WS-G-REQ-DATE(WS-IDX) TO CG-REQUEST-DATE.
   MOVE WS-G-REQ-TIME(WS-IDX) TO CG-REQUEST-TIME.
   MOVE WS-G-REV-USER(WS-IDX) TO CG-REVIEW-USER.
   MOVE WS-G-REV-DATE(WS-IDX) TO CG-REVIEW-DATE.
   MOVE WS-G-REV-TIME(WS-IDX) TO CG-REVIEW-TIME.
   MOVE WS-G-APPLY-DATE(WS-IDX) TO CG-APPLY-DATE.
   MOVE WS-G-APPLY-TIME(WS-IDX) TO CG-APPLY-TIME.
   MOVE WS-G-BEFORE(WS-IDX) TO CG-BEFORE-IMAGE.
   MOVE WS-G-AFTER(WS-IDX) TO CG-AFTER-IMAGE.

REWRITE-CHANGE-FILE.
   OPEN OUTPUT CALC-CHANGE-FILE.
   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CHANGE-COUNT
       IF WS-G-STATUS(WS-IDX) NOT = "P"
          AND WS-G-STATUS(WS-IDX) NOT = "R"
          AND WS-G-STATUS(WS-IDX) NOT = "F"
           PERFORM MOVE-ROW-TO-RECORD
           WRITE CALC-CHANGE-RECORD
       END-IF
   END-PERFORM.
   CLOSE CALC-CHANGE-FILE.
