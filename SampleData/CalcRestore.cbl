IDENTIFICATION DIVISION.
PROGRAM-ID. CalcRestore.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-CATALOG-FILE ASSIGN TO "CALCBKCT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.
   SELECT CALC-RESTORE-LOG-FILE ASSIGN TO "CALCRSTL.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOG-STATUS.
   SELECT CALC-LIVE-FILE ASSIGN DYNAMIC WS-LIVE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LIVE-STATUS.
   SELECT CALC-BACKUP-FILE ASSIGN DYNAMIC WS-BACKUP-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BACKUP-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-CATALOG-FILE.
COPY CALCBKC.

FD  CALC-RESTORE-LOG-FILE.
COPY CALCRSL.

FD  CALC-LIVE-FILE.
   01 CALC-LIVE-RECORD   PIC X(512).

FD  CALC-BACKUP-FILE.
   01 CALC-BACKUP-RECORD PIC X(512).

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW            PIC X VALUE "N".
      05 WS-CATALOG-STATUS    PIC X(2) VALUE "00".
      05 WS-LOG-STATUS        PIC X(2) VALUE "00".
      05 WS-LIVE-STATUS       PIC X(2) VALUE "00".
      05 WS-BACKUP-STATUS     PIC X(2) VALUE "00".
      05 WS-FOUND-SW          PIC X VALUE "N".
      05 WS-VERIFY-SW         PIC X VALUE "Y".
      05 WS-RESTORE-OK-SW     PIC X VALUE "Y".

   01 WS-MODE                 PIC X(8) VALUE SPACES.
   01 WS-DATE-PARM            PIC X(8) VALUE SPACES.
   01 WS-USER-ID              PIC X(8) VALUE SPACES.
   01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.
   01 WS-RUN-DATE             PIC X(8) VALUE SPACES.
   01 WS-RUN-TIME             PIC X(8) VALUE SPACES.

COPY CALCBKL.

   01 WS-LIVE-FILENAME        PIC X(12) VALUE SPACES.
   01 WS-BACKUP-FILENAME      PIC X(24) VALUE SPACES.
   01 WS-DELETE-FILENAME      PIC X(24) VALUE SPACES.

   01 WS-MAX-GENS             PIC 9(3) VALUE 400.
   01 WS-GEN-COUNT            PIC 9(3) VALUE 0.
   01 WS-GEN-TABLE.
      05 WS-GN-ENTRY OCCURS 400 TIMES INDEXED BY WS-GN-IDX WS-GN-IDX2.
         10 WS-GN-GEN-DATE    PIC X(8).
         10 WS-GN-GEN-TIME    PIC X(8).
         10 WS-GN-FILES       PIC 9(2).
         10 WS-GN-MISSING     PIC 9(2).
         10 WS-GN-RECORDS     PIC 9(11).

   01 WS-SET-TABLE.
      05 WS-RS-ENTRY OCCURS 30 TIMES INDEXED BY WS-RS-IDX.
         10 WS-RS-FOUND-SW    PIC X.
         10 WS-RS-GEN-TIME    PIC X(8).
         10 WS-RS-BACKUP-NAME PIC X(24).
         10 WS-RS-RECORD-COUNT PIC 9(9).
         10 WS-RS-STATUS      PIC X.
         10 WS-RS-ACTUAL-COUNT PIC 9(9).
         10 WS-RS-OUTCOME     PIC X.

   01 WS-COUNT                PIC 9(9) VALUE 0.
   01 WS-SET-ROWS             PIC 9(2) VALUE 0.
   01 WS-TOTAL-RECORDS        PIC 9(11) VALUE 0.
   01 WS-DISP-COUNT           PIC ZZZ,ZZZ,ZZ9.
   01 WS-DISP-CATALOG         PIC ZZZ,ZZZ,ZZ9.
   01 WS-DISP-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.
   01 WS-DISP-STATE           PIC X(21) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
   MOVE WS-CURRENT-DATETIME(9:8) TO WS-RUN-TIME.
   PERFORM READ-PARAMETERS.
   EVALUATE WS-MODE
       WHEN "LIST"
           IF WS-DATE-PARM = SPACES
               PERFORM LIST-GENERATIONS
           ELSE
               PERFORM LIST-ONE-GENERATION
           END-IF
       WHEN "RESTORE"
           PERFORM RESTORE-GENERATION
       WHEN OTHER
           DISPLAY "CALCRESTORE: MODE MUST BE LIST OR RESTORE, GOT <"
               WS-MODE ">"
           MOVE 8 TO RETURN-CODE
   END-EVALUATE.
   STOP RUN.

READ-PARAMETERS.
   DISPLAY 1 UPON ARGUMENT-NUMBER.
   ACCEPT WS-MODE FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-MODE
   END-ACCEPT.
   MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
   IF WS-MODE = SPACES
       MOVE "LIST" TO WS-MODE
   END-IF.
   DISPLAY 2 UPON ARGUMENT-NUMBER.
   ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-DATE-PARM
   END-ACCEPT.
   IF WS-DATE-PARM NOT = SPACES AND WS-DATE-PARM NOT NUMERIC
       DISPLAY "CALCRESTORE: GENERATION DATE MUST BE YYYYMMDD, GOT <"
           WS-DATE-PARM ">"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-MODE = "RESTORE" AND WS-DATE-PARM = SPACES
       DISPLAY "CALCRESTORE: RESTORE NEEDS THE GENERATION DATE - "
           "USE LIST TO SEE WHAT IS HELD"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

OPEN-CATALOG.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-CATALOG-FILE.
   IF WS-CATALOG-STATUS = "35"
       DISPLAY "CALCRESTORE: NO BACKUP CATALOG (CALCBKCT.DAT) - "
           "NOTHING HAS BEEN BACKED UP"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-CATALOG-STATUS NOT = "00"
       DISPLAY "CALCRESTORE: UNABLE TO OPEN CALCBKCT.DAT, STATUS = "
           WS-CATALOG-STATUS
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LIST-GENERATIONS.
   PERFORM OPEN-CATALOG.
   MOVE 0 TO WS-GEN-COUNT.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-CATALOG-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               PERFORM ADD-TO-GENERATION
       END-READ
   END-PERFORM.
   CLOSE CALC-CATALOG-FILE.
   DISPLAY "CALCRESTORE: BACKUP GENERATIONS HELD".
   DISPLAY "  GEN DATE  TIME      FILES  MISSING         RECORDS".
   PERFORM VARYING WS-GN-IDX FROM 1 BY 1
           UNTIL WS-GN-IDX > WS-GEN-COUNT
       MOVE WS-GN-RECORDS(WS-GN-IDX) TO WS-DISP-TOTAL
       DISPLAY "  " WS-GN-GEN-DATE(WS-GN-IDX) "  "
           WS-GN-GEN-TIME(WS-GN-IDX)(1:2) ":"
           WS-GN-GEN-TIME(WS-GN-IDX)(3:2) ":"
           WS-GN-GEN-TIME(WS-GN-IDX)(5:2) "     "
           WS-GN-FILES(WS-GN-IDX) "       "
           WS-GN-MISSING(WS-GN-IDX) "  " WS-DISP-TOTAL
   END-PERFORM.
   DISPLAY "CALCRESTORE: " WS-GEN-COUNT " GENERATIONS".

ADD-TO-GENERATION.
   MOVE "N" TO WS-FOUND-SW.
   PERFORM VARYING WS-GN-IDX FROM 1 BY 1
           UNTIL WS-GN-IDX > WS-GEN-COUNT OR WS-FOUND-SW = "Y"
       IF WS-GN-GEN-DATE(WS-GN-IDX) = BC-GEN-DATE
           MOVE "Y" TO WS-FOUND-SW
       END-IF
   END-PERFORM.
   IF WS-FOUND-SW = "Y"
       SET WS-GN-IDX DOWN BY 1
   ELSE
       IF WS-GEN-COUNT >= WS-MAX-GENS
           DISPLAY "CALCRESTORE: MORE THAN " WS-MAX-GENS
               " GENERATIONS IN CALCBKCT.DAT - RAISE WS-MAX-GENS"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM INSERT-GENERATION
   END-IF.
   ADD 1 TO WS-GN-FILES(WS-GN-IDX).
   IF BC-STATUS = "M"
       ADD 1 TO WS-GN-MISSING(WS-GN-IDX)
   END-IF.
   ADD BC-RECORD-COUNT TO WS-GN-RECORDS(WS-GN-IDX).

INSERT-GENERATION.
   ADD 1 TO WS-GEN-COUNT.
   SET WS-GN-IDX TO WS-GEN-COUNT.
   MOVE "N" TO WS-FOUND-SW.
   PERFORM UNTIL WS-GN-IDX = 1 OR WS-FOUND-SW = "Y"
       SET WS-GN-IDX2 TO WS-GN-IDX
       SET WS-GN-IDX2 DOWN BY 1
       IF WS-GN-GEN-DATE(WS-GN-IDX2) > BC-GEN-DATE
           MOVE WS-GN-ENTRY(WS-GN-IDX2) TO WS-GN-ENTRY(WS-GN-IDX)
           SET WS-GN-IDX DOWN BY 1
       ELSE
           MOVE "Y" TO WS-FOUND-SW
       END-IF
   END-PERFORM.
   MOVE BC-GEN-DATE TO WS-GN-GEN-DATE(WS-GN-IDX).
   MOVE BC-GEN-TIME TO WS-GN-GEN-TIME(WS-GN-IDX).
   MOVE 0 TO WS-GN-FILES(WS-GN-IDX).
   MOVE 0 TO WS-GN-MISSING(WS-GN-IDX).
   MOVE 0 TO WS-GN-RECORDS(WS-GN-IDX).

LOAD-GENERATION-SET.
   PERFORM VARYING WS-RS-IDX FROM 1 BY 1
           UNTIL WS-RS-IDX > WS-FILE-LIST-COUNT
       MOVE "N" TO WS-RS-FOUND-SW(WS-RS-IDX)
       MOVE SPACES TO WS-RS-GEN-TIME(WS-RS-IDX)
       MOVE SPACES TO WS-RS-BACKUP-NAME(WS-RS-IDX)
       MOVE 0 TO WS-RS-RECORD-COUNT(WS-RS-IDX)
       MOVE SPACES TO WS-RS-STATUS(WS-RS-IDX)
       MOVE 0 TO WS-RS-ACTUAL-COUNT(WS-RS-IDX)
       MOVE SPACES TO WS-RS-OUTCOME(WS-RS-IDX)
   END-PERFORM.
   MOVE 0 TO WS-SET-ROWS.
   PERFORM OPEN-CATALOG.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-CATALOG-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF BC-GEN-DATE = WS-DATE-PARM
                   PERFORM TAKE-GENERATION-ROW
               END-IF
       END-READ
   END-PERFORM.
   CLOSE CALC-CATALOG-FILE.
   IF WS-SET-ROWS = 0
       DISPLAY "CALCRESTORE: NO GENERATION " WS-DATE-PARM
           " IN CALCBKCT.DAT"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

TAKE-GENERATION-ROW.
   MOVE "N" TO WS-FOUND-SW.
   PERFORM VARYING WS-FL-IDX FROM 1 BY 1
           UNTIL WS-FL-IDX > WS-FILE-LIST-COUNT
              OR WS-FOUND-SW = "Y"
       IF WS-FL-FILENAME(WS-FL-IDX) = BC-FILE-NAME
           MOVE "Y" TO WS-FOUND-SW
           SET WS-RS-IDX TO WS-FL-IDX
       END-IF
   END-PERFORM.
   IF WS-FOUND-SW = "N"
       DISPLAY "CALCRESTORE: CATALOG ENTRY FOR " BC-FILE-NAME
           " IS NOT A NIGHT-END FILE - IGNORED"
   ELSE
       IF WS-RS-FOUND-SW(WS-RS-IDX) = "N"
           ADD 1 TO WS-SET-ROWS
       END-IF
       MOVE "Y" TO WS-RS-FOUND-SW(WS-RS-IDX)
       MOVE BC-GEN-TIME TO WS-RS-GEN-TIME(WS-RS-IDX)
       MOVE BC-BACKUP-NAME TO WS-RS-BACKUP-NAME(WS-RS-IDX)
       MOVE BC-RECORD-COUNT TO WS-RS-RECORD-COUNT(WS-RS-IDX)
       MOVE BC-STATUS TO WS-RS-STATUS(WS-RS-IDX)
   END-IF.

LIST-ONE-GENERATION.
   PERFORM LOAD-GENERATION-SET.
   DISPLAY "CALCRESTORE: GENERATION " WS-DATE-PARM.
   DISPLAY "  FILE          BACKUP FILE                  "
       "RECORDS  STATE".
   MOVE 0 TO WS-TOTAL-RECORDS.
   PERFORM VARYING WS-RS-IDX FROM 1 BY 1
           UNTIL WS-RS-IDX > WS-FILE-LIST-COUNT
       SET WS-FL-IDX TO WS-RS-IDX
       PERFORM CHECK-BACKUP-FILE
       MOVE WS-RS-RECORD-COUNT(WS-RS-IDX) TO WS-DISP-CATALOG
       ADD WS-RS-RECORD-COUNT(WS-RS-IDX) TO WS-TOTAL-RECORDS
       DISPLAY "  " WS-FL-FILENAME(WS-FL-IDX) "  "
           WS-RS-BACKUP-NAME(WS-RS-IDX) " " WS-DISP-CATALOG "  "
           WS-DISP-STATE
   END-PERFORM.
   MOVE WS-TOTAL-RECORDS TO WS-DISP-TOTAL.
   DISPLAY "CALCRESTORE: " WS-SET-ROWS " FILES CATALOGUED, "
       WS-DISP-TOTAL " RECORDS".

CHECK-BACKUP-FILE.
   MOVE 0 TO WS-RS-ACTUAL-COUNT(WS-RS-IDX).
   EVALUATE TRUE
       WHEN WS-RS-FOUND-SW(WS-RS-IDX) = "N"
           MOVE "NOT CATALOGUED" TO WS-DISP-STATE
           MOVE "N" TO WS-VERIFY-SW
       WHEN WS-RS-STATUS(WS-RS-IDX) = "M"
           MOVE "NOT PRESENT AT BACKUP" TO WS-DISP-STATE
       WHEN OTHER
           MOVE WS-RS-BACKUP-NAME(WS-RS-IDX) TO WS-BACKUP-FILENAME
           OPEN INPUT CALC-BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               MOVE "BACKUP MISSING" TO WS-DISP-STATE
               MOVE "N" TO WS-VERIFY-SW
           ELSE
               PERFORM COUNT-BACKUP-FILE
               MOVE WS-COUNT TO WS-RS-ACTUAL-COUNT(WS-RS-IDX)
               IF WS-COUNT = WS-RS-RECORD-COUNT(WS-RS-IDX)
                   MOVE "OK" TO WS-DISP-STATE
               ELSE
                   MOVE "COUNT MISMATCH" TO WS-DISP-STATE
                   MOVE "N" TO WS-VERIFY-SW
               END-IF
           END-IF
   END-EVALUATE.

COUNT-BACKUP-FILE.
   MOVE 0 TO WS-COUNT.
   MOVE "N" TO WS-EOF-SW.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-BACKUP-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               ADD 1 TO WS-COUNT
       END-READ
   END-PERFORM.
   CLOSE CALC-BACKUP-FILE.

RESTORE-GENERATION.
   PERFORM IDENTIFY-USER.
   PERFORM LOAD-GENERATION-SET.
   MOVE "Y" TO WS-VERIFY-SW.
   PERFORM VARYING WS-RS-IDX FROM 1 BY 1
           UNTIL WS-RS-IDX > WS-FILE-LIST-COUNT
       SET WS-FL-IDX TO WS-RS-IDX
       PERFORM CHECK-BACKUP-FILE
       IF WS-DISP-STATE NOT = "OK"
           AND WS-DISP-STATE NOT = "NOT PRESENT AT BACKUP"
           DISPLAY "CALCRESTORE: " WS-FL-FILENAME(WS-FL-IDX) " - "
               WS-DISP-STATE
       END-IF
   END-PERFORM.
   PERFORM OPEN-RESTORE-LOG.
   IF WS-VERIFY-SW = "N"
       PERFORM VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-FILE-LIST-COUNT
           MOVE "X" TO WS-RS-OUTCOME(WS-RS-IDX)
           PERFORM WRITE-RESTORE-LOG
       END-PERFORM
       CLOSE CALC-RESTORE-LOG-FILE
       DISPLAY "CALCRESTORE: GENERATION " WS-DATE-PARM
           " IS NOT COMPLETE - NOTHING RESTORED"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE "Y" TO WS-RESTORE-OK-SW.
   MOVE 0 TO WS-TOTAL-RECORDS.
   PERFORM VARYING WS-RS-IDX FROM 1 BY 1
           UNTIL WS-RS-IDX > WS-FILE-LIST-COUNT
       SET WS-FL-IDX TO WS-RS-IDX
       PERFORM RESTORE-ONE-FILE
       PERFORM WRITE-RESTORE-LOG
   END-PERFORM.
   CLOSE CALC-RESTORE-LOG-FILE.
   MOVE WS-TOTAL-RECORDS TO WS-DISP-TOTAL.
   IF WS-RESTORE-OK-SW = "Y"
       DISPLAY "CALCRESTORE: GENERATION " WS-DATE-PARM
           " RESTORED BY " WS-USER-ID " - " WS-DISP-TOTAL " RECORDS"
       MOVE 0 TO RETURN-CODE
   ELSE
       DISPLAY "CALCRESTORE: GENERATION " WS-DATE-PARM
           " RESTORE FAILED COUNT CHECK - SEE CALCRSTL.DAT"
       MOVE 8 TO RETURN-CODE
   END-IF.

IDENTIFY-USER.
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
       DISPLAY "CALCRESTORE: NO USER ID IN THE ENVIRONMENT - "
           "A RESTORE CANNOT BE RECORDED."
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

RESTORE-ONE-FILE.
   MOVE WS-FL-FILENAME(WS-FL-IDX) TO WS-LIVE-FILENAME.
   IF WS-RS-STATUS(WS-RS-IDX) = "M"
       PERFORM REMOVE-MISSING-FILE
   ELSE
       PERFORM REPLACE-LIVE-FILE
   END-IF.

REMOVE-MISSING-FILE.
   MOVE 0 TO WS-RS-ACTUAL-COUNT(WS-RS-IDX).
   OPEN INPUT CALC-LIVE-FILE.
   IF WS-LIVE-STATUS = "35"
       MOVE "K" TO WS-RS-OUTCOME(WS-RS-IDX)
       DISPLAY "CALCRESTORE: " WS-LIVE-FILENAME " WAS NOT PRESENT AT "
           "BACKUP AND IS NOT PRESENT NOW"
   ELSE
       IF WS-LIVE-STATUS = "00"
           CLOSE CALC-LIVE-FILE
       END-IF
       MOVE WS-LIVE-FILENAME TO WS-DELETE-FILENAME
       CALL "CBL_DELETE_FILE" USING WS-DELETE-FILENAME
       IF RETURN-CODE = 0
           MOVE "D" TO WS-RS-OUTCOME(WS-RS-IDX)
           DISPLAY "CALCRESTORE: " WS-LIVE-FILENAME " WAS NOT PRESENT "
               "AT BACKUP - LIVE FILE DELETED"
       ELSE
           MOVE "F" TO WS-RS-OUTCOME(WS-RS-IDX)
           MOVE "N" TO WS-RESTORE-OK-SW
           DISPLAY "CALCRESTORE: " WS-LIVE-FILENAME " WAS NOT PRESENT "
               "AT BACKUP - UNABLE TO DELETE THE LIVE FILE"
       END-IF
       MOVE 0 TO RETURN-CODE
   END-IF.

REPLACE-LIVE-FILE.
   OPEN OUTPUT CALC-LIVE-FILE.
   IF WS-LIVE-STATUS NOT = "00"
       DISPLAY "CALCRESTORE: UNABLE TO REPLACE " WS-LIVE-FILENAME
           ", STATUS = " WS-LIVE-STATUS
       MOVE "F" TO WS-RS-OUTCOME(WS-RS-IDX)
       MOVE "N" TO WS-RESTORE-OK-SW
   ELSE
       IF WS-RS-STATUS(WS-RS-IDX) = "B"
           MOVE WS-RS-BACKUP-NAME(WS-RS-IDX) TO WS-BACKUP-FILENAME
           OPEN INPUT CALC-BACKUP-FILE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ CALC-BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE CALC-BACKUP-RECORD TO CALC-LIVE-RECORD
                       WRITE CALC-LIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE CALC-BACKUP-FILE
       END-IF
       CLOSE CALC-LIVE-FILE
       PERFORM RECOUNT-LIVE-FILE
   END-IF.

RECOUNT-LIVE-FILE.
   MOVE 0 TO WS-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-LIVE-FILE.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-LIVE-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               ADD 1 TO WS-COUNT
       END-READ
   END-PERFORM.
   CLOSE CALC-LIVE-FILE.
   MOVE WS-COUNT TO WS-RS-ACTUAL-COUNT(WS-RS-IDX).
   ADD WS-COUNT TO WS-TOTAL-RECORDS.
   MOVE WS-COUNT TO WS-DISP-COUNT.
   MOVE WS-RS-RECORD-COUNT(WS-RS-IDX) TO WS-DISP-CATALOG.
   IF WS-COUNT = WS-RS-RECORD-COUNT(WS-RS-IDX)
       MOVE "R" TO WS-RS-OUTCOME(WS-RS-IDX)
       DISPLAY "CALCRESTORE: " WS-LIVE-FILENAME " RESTORED "
           WS-DISP-COUNT " RECORDS"
   ELSE
       MOVE "F" TO WS-RS-OUTCOME(WS-RS-IDX)
       MOVE "N" TO WS-RESTORE-OK-SW
       DISPLAY "CALCRESTORE: " WS-LIVE-FILENAME " HAS " WS-DISP-COUNT
           " RECORDS, CATALOG SAYS " WS-DISP-CATALOG
   END-IF.

OPEN-RESTORE-LOG.
   OPEN EXTEND CALC-RESTORE-LOG-FILE.
   IF WS-LOG-STATUS = "35"
       OPEN OUTPUT CALC-RESTORE-LOG-FILE
   END-IF.
   IF WS-LOG-STATUS NOT = "00"
       DISPLAY "CALCRESTORE: UNABLE TO OPEN CALCRSTL.DAT, STATUS = "
           WS-LOG-STATUS
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

WRITE-RESTORE-LOG.
   MOVE WS-RUN-DATE TO RL-RESTORE-DATE.
   MOVE WS-RUN-TIME TO RL-RESTORE-TIME.
   MOVE WS-USER-ID TO RL-USER-ID.
   MOVE WS-DATE-PARM TO RL-GEN-DATE.
   MOVE WS-FL-FILENAME(WS-RS-IDX) TO RL-FILE-NAME.
   MOVE WS-RS-ACTUAL-COUNT(WS-RS-IDX) TO RL-RECORD-COUNT.
   MOVE WS-RS-OUTCOME(WS-RS-IDX) TO RL-OUTCOME.
   WRITE CALC-RESTORE-LOG-RECORD.
