IDENTIFICATION DIVISION.
PROGRAM-ID. CalcBackup.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-CATALOG-FILE ASSIGN TO "CALCBKCT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CATALOG-STATUS.
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

FD  CALC-LIVE-FILE.
   01 CALC-LIVE-RECORD   PIC X(512).

FD  CALC-BACKUP-FILE.
   01 CALC-BACKUP-RECORD PIC X(512).

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW            PIC X VALUE "N".
      05 WS-CATALOG-STATUS    PIC X(2) VALUE "00".
      05 WS-LIVE-STATUS       PIC X(2) VALUE "00".
      05 WS-BACKUP-STATUS     PIC X(2) VALUE "00".
      05 WS-OVERFLOW-SW       PIC X VALUE "N".

   01 WS-DATE-PARM            PIC X(8) VALUE SPACES.
   01 WS-RETENTION-PARM       PIC X(4) VALUE SPACES.
   01 WS-RETENTION-DAYS       PIC 9(4) VALUE 30.
   01 WS-RETENTION-LENGTH     PIC 9(2) VALUE 0.

   01 WS-RUN-STAMP.
      05 WS-RUN-DATE          PIC X(8) VALUE SPACES.
      05 WS-RUN-TIME          PIC X(8) VALUE SPACES.
   01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.
   01 WS-GEN-DATE             PIC X(8) VALUE SPACES.
   01 WS-GEN-DATE-N           PIC 9(8) VALUE 0.
   01 WS-DATE-INTEGER         PIC 9(9) VALUE 0.
   01 WS-CUTOFF-DATE-N        PIC 9(8) VALUE 0.
   01 WS-CUTOFF-DATE          PIC X(8) VALUE SPACES.

COPY CALCBKL.

   01 WS-LIVE-FILENAME        PIC X(12) VALUE SPACES.
   01 WS-BACKUP-FILENAME      PIC X(24) VALUE SPACES.
   01 WS-DELETE-FILENAME      PIC X(24) VALUE SPACES.

   01 WS-MAX-CATALOG          PIC 9(4) VALUE 3000.
   01 WS-CATALOG-COUNT        PIC 9(4) VALUE 0.
   01 WS-CATALOG-TABLE.
      05 WS-BC-ENTRY OCCURS 3000 TIMES INDEXED BY WS-BC-IDX.
         10 WS-BC-GEN-DATE    PIC X(8).
         10 WS-BC-GEN-TIME    PIC X(8).
         10 WS-BC-FILE-NAME   PIC X(12).
         10 WS-BC-BACKUP-NAME PIC X(24).
         10 WS-BC-RECORD-COUNT PIC 9(9).
         10 WS-BC-STATUS      PIC X.
         10 WS-BC-KEEP-SW     PIC X.

   01 WS-COPY-COUNT           PIC 9(9) VALUE 0.
   01 WS-TOTAL-RECORDS        PIC 9(11) VALUE 0.
   01 WS-COPIED-FILES         PIC 9(2) VALUE 0.
   01 WS-MISSING-FILES        PIC 9(2) VALUE 0.
   01 WS-REPLACED-ROWS        PIC 9(4) VALUE 0.
   01 WS-PURGED-FILES         PIC 9(5) VALUE 0.
   01 WS-PURGED-GENS          PIC 9(4) VALUE 0.
   01 WS-LAST-PURGED-DATE     PIC X(8) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM INITIALIZE-BACKUP.
   PERFORM LOAD-BACKUP-CATALOG.
   PERFORM VARYING WS-FL-IDX FROM 1 BY 1
           UNTIL WS-FL-IDX > WS-FILE-LIST-COUNT
       PERFORM BACKUP-ONE-FILE
   END-PERFORM.
   PERFORM PURGE-OLD-GENERATIONS.
   PERFORM REWRITE-BACKUP-CATALOG.
   DISPLAY "CALCBACKUP: GENERATION " WS-GEN-DATE " - "
       WS-COPIED-FILES " FILES, " WS-TOTAL-RECORDS " RECORDS COPIED, "
       WS-MISSING-FILES " NOT PRESENT".
   DISPLAY "CALCBACKUP: RETAINING " WS-RETENTION-DAYS
       " DAYS - " WS-PURGED-GENS " GENERATIONS OLDER THAN "
       WS-CUTOFF-DATE " PURGED (" WS-PURGED-FILES " FILES)".
   MOVE 0 TO RETURN-CODE.
   STOP RUN.

INITIALIZE-BACKUP.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.
   MOVE WS-CURRENT-DATETIME(9:8) TO WS-RUN-TIME.

   DISPLAY 1 UPON ARGUMENT-NUMBER.
   ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-DATE-PARM
   END-ACCEPT.
   IF WS-DATE-PARM = SPACES
       MOVE WS-RUN-DATE TO WS-GEN-DATE
   ELSE
       IF WS-DATE-PARM NOT NUMERIC
           DISPLAY "CALCBACKUP: GENERATION DATE MUST BE YYYYMMDD, "
               "GOT <" WS-DATE-PARM ">"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-DATE-PARM TO WS-GEN-DATE
   END-IF.

   DISPLAY 2 UPON ARGUMENT-NUMBER.
   ACCEPT WS-RETENTION-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-RETENTION-PARM
   END-ACCEPT.
   IF WS-RETENTION-PARM NOT = SPACES
       MOVE 0 TO WS-RETENTION-LENGTH
       INSPECT WS-RETENTION-PARM TALLYING WS-RETENTION-LENGTH
           FOR CHARACTERS BEFORE INITIAL SPACE
       IF WS-RETENTION-LENGTH = 0
          OR WS-RETENTION-PARM(1:WS-RETENTION-LENGTH) NOT NUMERIC
          OR (WS-RETENTION-LENGTH < 4 AND
              WS-RETENTION-PARM(WS-RETENTION-LENGTH + 1:) NOT = SPACES)
           DISPLAY "CALCBACKUP: RETENTION MUST BE A NUMBER OF DAYS, "
               "GOT <" WS-RETENTION-PARM ">"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       COMPUTE WS-RETENTION-DAYS =
           FUNCTION NUMVAL(WS-RETENTION-PARM)
   END-IF.
   IF WS-RETENTION-DAYS < 1
       DISPLAY "CALCBACKUP: RETENTION MUST BE AT LEAST ONE DAY"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

   MOVE WS-GEN-DATE TO WS-GEN-DATE-N.
   COMPUTE WS-DATE-INTEGER =
       FUNCTION INTEGER-OF-DATE(WS-GEN-DATE-N) - WS-RETENTION-DAYS.
   COMPUTE WS-CUTOFF-DATE-N = FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
   MOVE WS-CUTOFF-DATE-N TO WS-CUTOFF-DATE.

LOAD-BACKUP-CATALOG.
   MOVE 0 TO WS-CATALOG-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-CATALOG-FILE.
   IF WS-CATALOG-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-CATALOG-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF BC-GEN-DATE = WS-GEN-DATE
                   ADD 1 TO WS-REPLACED-ROWS
               ELSE
                   PERFORM KEEP-CATALOG-ROW
               END-IF
       END-READ
   END-PERFORM.
   IF WS-CATALOG-STATUS NOT = "35"
       CLOSE CALC-CATALOG-FILE
   END-IF.
   IF WS-OVERFLOW-SW = "Y"
       DISPLAY "CALCBACKUP: CALCBKCT.DAT HOLDS MORE THAN "
           WS-MAX-CATALOG " ENTRIES - LOWER THE RETENTION OR RAISE "
           "WS-MAX-CATALOG"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-REPLACED-ROWS > 0
       DISPLAY "CALCBACKUP: REPLACING THE EXISTING GENERATION FOR "
           WS-GEN-DATE
   END-IF.

KEEP-CATALOG-ROW.
   IF WS-CATALOG-COUNT < WS-MAX-CATALOG
       ADD 1 TO WS-CATALOG-COUNT
       SET WS-BC-IDX TO WS-CATALOG-COUNT
       MOVE BC-GEN-DATE TO WS-BC-GEN-DATE(WS-BC-IDX)
       MOVE BC-GEN-TIME TO WS-BC-GEN-TIME(WS-BC-IDX)
       MOVE BC-FILE-NAME TO WS-BC-FILE-NAME(WS-BC-IDX)
       MOVE BC-BACKUP-NAME TO WS-BC-BACKUP-NAME(WS-BC-IDX)
       MOVE BC-RECORD-COUNT TO WS-BC-RECORD-COUNT(WS-BC-IDX)
       MOVE BC-STATUS TO WS-BC-STATUS(WS-BC-IDX)
       MOVE "Y" TO WS-BC-KEEP-SW(WS-BC-IDX)
   ELSE
       MOVE "Y" TO WS-OVERFLOW-SW
   END-IF.

BACKUP-ONE-FILE.
   MOVE WS-FL-FILENAME(WS-FL-IDX) TO WS-LIVE-FILENAME.
   MOVE SPACES TO WS-BACKUP-FILENAME.
   STRING WS-LIVE-FILENAME(1:8) "." WS-GEN-DATE ".BKP"
       DELIMITED BY SIZE INTO WS-BACKUP-FILENAME.
   MOVE 0 TO WS-COPY-COUNT.
   IF WS-CATALOG-COUNT >= WS-MAX-CATALOG
       DISPLAY "CALCBACKUP: CALCBKCT.DAT FULL AT " WS-MAX-CATALOG
           " ENTRIES - GENERATION " WS-GEN-DATE " NOT CATALOGUED"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   ADD 1 TO WS-CATALOG-COUNT.
   SET WS-BC-IDX TO WS-CATALOG-COUNT.
   MOVE WS-GEN-DATE TO WS-BC-GEN-DATE(WS-BC-IDX).
   MOVE WS-RUN-TIME TO WS-BC-GEN-TIME(WS-BC-IDX).
   MOVE WS-LIVE-FILENAME TO WS-BC-FILE-NAME(WS-BC-IDX).
   MOVE WS-BACKUP-FILENAME TO WS-BC-BACKUP-NAME(WS-BC-IDX).
   MOVE "Y" TO WS-BC-KEEP-SW(WS-BC-IDX).
   OPEN INPUT CALC-LIVE-FILE.
   IF WS-LIVE-STATUS = "35"
       MOVE 0 TO WS-BC-RECORD-COUNT(WS-BC-IDX)
       MOVE "M" TO WS-BC-STATUS(WS-BC-IDX)
       ADD 1 TO WS-MISSING-FILES
       DISPLAY "CALCBACKUP: " WS-LIVE-FILENAME
           " NOT PRESENT - CATALOGUED AS MISSING"
   ELSE
       IF WS-LIVE-STATUS NOT = "00"
           DISPLAY "CALCBACKUP: UNABLE TO OPEN " WS-LIVE-FILENAME
               ", STATUS = " WS-LIVE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM COPY-LIVE-TO-BACKUP
       MOVE WS-COPY-COUNT TO WS-BC-RECORD-COUNT(WS-BC-IDX)
       MOVE "B" TO WS-BC-STATUS(WS-BC-IDX)
       ADD 1 TO WS-COPIED-FILES
       ADD WS-COPY-COUNT TO WS-TOTAL-RECORDS
   END-IF.

COPY-LIVE-TO-BACKUP.
   OPEN OUTPUT CALC-BACKUP-FILE.
   IF WS-BACKUP-STATUS NOT = "00"
       DISPLAY "CALCBACKUP: UNABLE TO CREATE " WS-BACKUP-FILENAME
           ", STATUS = " WS-BACKUP-STATUS
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE "N" TO WS-EOF-SW.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-LIVE-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               MOVE CALC-LIVE-RECORD TO CALC-BACKUP-RECORD
               WRITE CALC-BACKUP-RECORD
               ADD 1 TO WS-COPY-COUNT
       END-READ
   END-PERFORM.
   CLOSE CALC-LIVE-FILE.
   CLOSE CALC-BACKUP-FILE.

PURGE-OLD-GENERATIONS.
   PERFORM VARYING WS-BC-IDX FROM 1 BY 1
           UNTIL WS-BC-IDX > WS-CATALOG-COUNT
       IF WS-BC-GEN-DATE(WS-BC-IDX) < WS-CUTOFF-DATE
           PERFORM PURGE-CATALOG-ROW
       END-IF
   END-PERFORM.

PURGE-CATALOG-ROW.
   IF WS-BC-GEN-DATE(WS-BC-IDX) NOT = WS-LAST-PURGED-DATE
       MOVE WS-BC-GEN-DATE(WS-BC-IDX) TO WS-LAST-PURGED-DATE
       ADD 1 TO WS-PURGED-GENS
   END-IF.
   IF WS-BC-STATUS(WS-BC-IDX) = "B"
       MOVE WS-BC-BACKUP-NAME(WS-BC-IDX) TO WS-DELETE-FILENAME
       CALL "CBL_DELETE_FILE" USING WS-DELETE-FILENAME
       ADD 1 TO WS-PURGED-FILES
   END-IF.
   MOVE "N" TO WS-BC-KEEP-SW(WS-BC-IDX).

REWRITE-BACKUP-CATALOG.
   OPEN OUTPUT CALC-CATALOG-FILE.
   PERFORM VARYING WS-BC-IDX FROM 1 BY 1
           UNTIL WS-BC-IDX > WS-CATALOG-COUNT
       IF WS-BC-KEEP-SW(WS-BC-IDX) = "Y"
           MOVE WS-BC-GEN-DATE(WS-BC-IDX) TO BC-GEN-DATE
           MOVE WS-BC-GEN-TIME(WS-BC-IDX) TO BC-GEN-TIME
           MOVE WS-BC-FILE-NAME(WS-BC-IDX) TO BC-FILE-NAME
           MOVE WS-BC-BACKUP-NAME(WS-BC-IDX) TO BC-BACKUP-NAME
           MOVE WS-BC-RECORD-COUNT(WS-BC-IDX) TO BC-RECORD-COUNT
           MOVE WS-BC-STATUS(WS-BC-IDX) TO BC-STATUS
           WRITE CALC-BACKUP-CATALOG-RECORD
       END-IF
   END-PERFORM.
   CLOSE CALC-CATALOG-FILE.
