   01 WS-STEP-STATUS-TABLE.
      05 WS-SS-STATUS OCCURS 20 TIMES PIC X VALUE SPACE.

   01 WS-BACKUP-STEP-NUMBER PIC 9(2) VALUE 99.
   01 WS-BACKUP-STEP-NAME   PIC X(12) VALUE "NIGHT-BACKUP".
   01 WS-BACKUP-STATUS      PIC X VALUE SPACE.

   01 WS-CUR-STEP-NUMBER    PIC 9(2) VALUE 0.
   01 WS-CUR-STEP-NAME      PIC X(12) VALUE SPACES.
   01 WS-CUR-COMMAND        PIC X(60) VALUE SPACES.
          OR WS-ABORT-SW = "Y"
       PERFORM DISPATCH-ONE-STEP
   END-PERFORM.
   IF WS-ABORT-SW = "N"
       PERFORM RUN-NIGHT-END-BACKUP
   END-IF.
   PERFORM TERMINATE-NIGHT.
   STOP RUN.

                  AND ST-STEP-NUMBER <= WS-MAX-STEPS
                   MOVE ST-STATUS TO WS-SS-STATUS(ST-STEP-NUMBER)
               END-IF
               IF ST-RUN-DATE = WS-RUN-DATE
                  AND ST-STEP-NUMBER NUMERIC
                  AND ST-STEP-NUMBER = WS-BACKUP-STEP-NUMBER
                   MOVE ST-STATUS TO WS-BACKUP-STATUS
               END-IF
       END-READ
   END-PERFORM.
   IF WS-STEP-STATUS NOT = "35"
           " ***"
   END-IF.

RUN-NIGHT-END-BACKUP.
   MOVE WS-BACKUP-STEP-NUMBER TO WS-CUR-STEP-NUMBER.
   MOVE WS-BACKUP-STEP-NAME TO WS-CUR-STEP-NAME.
   IF WS-BACKUP-STATUS = "C"
       ADD 1 TO WS-SKIPPED-COUNT
       DISPLAY "CALCNIGHT: STEP " WS-CUR-STEP-NUMBER " "
           WS-CUR-STEP-NAME " ALREADY COMPLETE FOR " WS-RUN-DATE
           " - SKIPPED"
   ELSE
       MOVE SPACES TO WS-CUR-COMMAND
       STRING "./CalcBackup " WS-RUN-DATE
           DELIMITED BY SIZE INTO WS-CUR-COMMAND
       DISPLAY "CALCNIGHT: STARTING STEP " WS-CUR-STEP-NUMBER " "
           WS-CUR-STEP-NAME
       MOVE "A" TO ST-STATUS
       PERFORM WRITE-STEP-CONTROL
       MOVE 0 TO RETURN-CODE
       CALL "SYSTEM" USING WS-CUR-COMMAND
       MOVE RETURN-CODE TO WS-STEP-RC
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
       MOVE WS-CURRENT-DATETIME(9:8) TO WS-RUN-TIME
       IF WS-STEP-RC = 0
           MOVE "C" TO ST-STATUS
           PERFORM WRITE-STEP-CONTROL
           MOVE "C" TO WS-BACKUP-STATUS
           ADD 1 TO WS-RAN-COUNT
           DISPLAY "CALCNIGHT: STEP " WS-CUR-STEP-NUMBER " "
               WS-CUR-STEP-NAME " COMPLETE"
       ELSE
           MOVE "F" TO ST-STATUS
           PERFORM WRITE-STEP-CONTROL
           MOVE "F" TO WS-BACKUP-STATUS
           MOVE "Y" TO WS-ABORT-SW
           DISPLAY "CALCNIGHT: *** STEP " WS-CUR-STEP-NUMBER " "
               WS-CUR-STEP-NAME " FAILED, RETURN CODE " WS-STEP-RC
               " ***"
       END-IF
   END-IF.

WRITE-STEP-CONTROL.
   OPEN EXTEND CALC-STEP-FILE.
   IF WS-STEP-STATUS = "35"
