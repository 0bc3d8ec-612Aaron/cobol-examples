         10 WS-T-RECYCLE   PIC 9(2) VALUE 0.
         10 WS-T-TXN-ID    PIC X(20) VALUE SPACES.
         10 WS-T-CLIENT    PIC X(4) VALUE SPACES.
         10 WS-T-TRAN-TYPE PIC X VALUE SPACE.
         10 WS-T-ORIG-TXN-ID PIC X(20) VALUE SPACES.
         10 WS-T-CURRENCY  PIC X(3) VALUE SPACES.

   01 WS-TRANS-COUNT    PIC 9(4) VALUE 0.
   01 WS-FILE-RECORD-COUNT PIC 9(7) VALUE 0.
   01 WS-EDIT-OPERATOR  PIC X VALUE SPACE.
   01 WS-EDIT-NUM2      PIC 9(5)V9(2) VALUE 0.
   01 WS-EDIT-CLIENT    PIC X(4) VALUE SPACES.
   01 WS-EDIT-TRAN-TYPE PIC X VALUE SPACE.
   01 WS-EDIT-ORIG-TXN-ID PIC X(20) VALUE SPACES.
   01 WS-EDIT-VALID-SW  PIC X VALUE "Y".

SCREEN SECTION.
01 CALC-MAINT-SCREEN.
   05 LINE 7  COLUMN 11 PIC 9(5).9(2) USING WS-EDIT-NUM2.
   05 LINE 8  COLUMN 1  VALUE "CLIENT  : ".
   05 LINE 8  COLUMN 11 PIC X(4) USING WS-EDIT-CLIENT.
   05 LINE 9  COLUMN 1  VALUE "TYPE    : ".
   05 LINE 9  COLUMN 11 PIC X USING WS-EDIT-TRAN-TYPE.
   05 LINE 9  COLUMN 14 VALUE "(V=REVERSAL)".
   05 LINE 10 COLUMN 1  VALUE "REVERSES: ".
   05 LINE 10 COLUMN 11 PIC X(20) USING WS-EDIT-ORIG-TXN-ID.
   05 LINE 11 COLUMN 1  VALUE
      "N=NEXT P=PREV A=ADD C=CHANGE D=DELETE S=SAVE/EXIT Q=QUIT".
   05 LINE 12 COLUMN 1  VALUE "FUNCTION: ".
   05 LINE 12 COLUMN 11 PIC X USING WS-FUNCTION-KEY.
   05 LINE 14 COLUMN 1  PIC X(40) FROM WS-MSG-LINE.

PROCEDURE DIVISION.
MAIN-LOGIC.
                  END-IF
                  MOVE CT-TXN-ID TO WS-T-TXN-ID(WS-IDX)
                  MOVE CT-CLIENT-CODE TO WS-T-CLIENT(WS-IDX)
                  MOVE CT-TRAN-TYPE TO WS-T-TRAN-TYPE(WS-IDX)
                  MOVE CT-ORIG-TXN-ID TO WS-T-ORIG-TXN-ID(WS-IDX)
                  MOVE CT-CURRENCY-CODE TO WS-T-CURRENCY(WS-IDX)
              END-IF
      END-READ
   END-PERFORM.
       MOVE WS-T-OPERATOR(WS-IDX) TO WS-EDIT-OPERATOR
       MOVE WS-T-NUM2(WS-IDX) TO WS-EDIT-NUM2
       MOVE WS-T-CLIENT(WS-IDX) TO WS-EDIT-CLIENT
       MOVE WS-T-TRAN-TYPE(WS-IDX) TO WS-EDIT-TRAN-TYPE
       MOVE WS-T-ORIG-TXN-ID(WS-IDX) TO WS-EDIT-ORIG-TXN-ID
   ELSE
       MOVE 0 TO WS-EDIT-NUM1
       MOVE SPACE TO WS-EDIT-OPERATOR
       MOVE 0 TO WS-EDIT-NUM2
       MOVE SPACES TO WS-EDIT-CLIENT
       MOVE SPACE TO WS-EDIT-TRAN-TYPE
       MOVE SPACES TO WS-EDIT-ORIG-TXN-ID
   END-IF.

PROCESS-FUNCTION-KEY.
   END-IF.

ADD-ROW.
   PERFORM EDIT-TRAN-TYPE.
   IF WS-EDIT-VALID-SW = "Y"
       IF WS-TRANS-COUNT >= WS-MAX-ROWS
           MOVE "TRANSACTION TABLE IS FULL" TO WS-MSG-LINE
       ELSE
           ADD 1 TO WS-TRANS-COUNT
           MOVE WS-TRANS-COUNT TO WS-CURRENT-ROW
           SET WS-IDX TO WS-CURRENT-ROW
           MOVE WS-EDIT-NUM1 TO WS-T-NUM1(WS-IDX)
           MOVE WS-EDIT-OPERATOR TO WS-T-OPERATOR(WS-IDX)
           MOVE WS-EDIT-NUM2 TO WS-T-NUM2(WS-IDX)
           MOVE 0 TO WS-T-RECYCLE(WS-IDX)
           MOVE SPACES TO WS-T-TXN-ID(WS-IDX)
           MOVE FUNCTION UPPER-CASE(WS-EDIT-CLIENT)
               TO WS-T-CLIENT(WS-IDX)
           MOVE WS-EDIT-TRAN-TYPE TO WS-T-TRAN-TYPE(WS-IDX)
           MOVE WS-EDIT-ORIG-TXN-ID TO WS-T-ORIG-TXN-ID(WS-IDX)
           MOVE SPACES TO WS-T-CURRENCY(WS-IDX)
           MOVE "ROW ADDED" TO WS-MSG-LINE
       END-IF
   END-IF.

CHANGE-ROW.
   PERFORM EDIT-TRAN-TYPE.
   IF WS-EDIT-VALID-SW = "Y"
       IF WS-CURRENT-ROW = 0
           MOVE "NO ROW TO CHANGE" TO WS-MSG-LINE
       ELSE
           SET WS-IDX TO WS-CURRENT-ROW
           MOVE WS-EDIT-NUM1 TO WS-T-NUM1(WS-IDX)
           MOVE WS-EDIT-OPERATOR TO WS-T-OPERATOR(WS-IDX)
           MOVE WS-EDIT-NUM2 TO WS-T-NUM2(WS-IDX)
           MOVE FUNCTION UPPER-CASE(WS-EDIT-CLIENT)
               TO WS-T-CLIENT(WS-IDX)
           MOVE WS-EDIT-TRAN-TYPE TO WS-T-TRAN-TYPE(WS-IDX)
           MOVE WS-EDIT-ORIG-TXN-ID TO WS-T-ORIG-TXN-ID(WS-IDX)
           MOVE "ROW CHANGED" TO WS-MSG-LINE
       END-IF
   END-IF.

EDIT-TRAN-TYPE.
   MOVE "Y" TO WS-EDIT-VALID-SW.
   MOVE FUNCTION UPPER-CASE(WS-EDIT-TRAN-TYPE) TO WS-EDIT-TRAN-TYPE.
   IF WS-EDIT-TRAN-TYPE NOT = SPACE AND WS-EDIT-TRAN-TYPE NOT = "V"
       MOVE "TYPE MUST BE BLANK OR V" TO WS-MSG-LINE
       MOVE "N" TO WS-EDIT-VALID-SW
   END-IF.
   IF WS-EDIT-VALID-SW = "Y"
       IF WS-EDIT-TRAN-TYPE = "V"
           IF WS-EDIT-ORIG-TXN-ID = SPACES
               MOVE "REVERSAL NEEDS THE ORIGINAL TXN-ID" TO WS-MSG-LINE
               MOVE "N" TO WS-EDIT-VALID-SW
           END-IF
       ELSE
           MOVE SPACES TO WS-EDIT-ORIG-TXN-ID
       END-IF
   END-IF.

DELETE-ROW.
       MOVE WS-T-RECYCLE(WS-IDX) TO CT-RECYCLE-COUNT
       MOVE WS-T-TXN-ID(WS-IDX) TO CT-TXN-ID
       MOVE WS-T-CLIENT(WS-IDX) TO CT-CLIENT-CODE
       MOVE WS-T-TRAN-TYPE(WS-IDX) TO CT-TRAN-TYPE
       MOVE WS-T-ORIG-TXN-ID(WS-IDX) TO CT-ORIG-TXN-ID
       MOVE WS-T-CURRENCY(WS-IDX) TO CT-CURRENCY-CODE
       WRITE CALC-TRANS-RECORD
   END-PERFORM.
   CLOSE CALC-TRANS-FILE.
