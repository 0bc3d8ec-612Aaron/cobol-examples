IDENTIFICATION DIVISION.
PROGRAM-ID. CalcWhseExt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALC-CERTIFICATE-FILE ASSIGN TO "CALCXCRT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CERT-STATUS.
   SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUDT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.
   SELECT CALC-REJECT-FILE ASSIGN TO "CALCREJC.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REJECT-STATUS.
   SELECT CALC-RESULT-HV-FILE ASSIGN TO "CALCRSLH.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RESULT-HV-STATUS.
   SELECT CALC-CLIENT-FILE ASSIGN TO "CALCCLNT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CLIENT-STATUS.
   SELECT CALC-OPERATOR-FILE ASSIGN TO "CALCOPER.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPERATOR-STATUS.
   SELECT CALC-RATE-FILE ASSIGN TO "CALCRATE.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RATE-STATUS.
   SELECT CALC-CALENDAR-FILE ASSIGN TO "CALCCLDR.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CALENDAR-STATUS.
   SELECT CALC-BALANCE-FILE ASSIGN TO "CALCGLAB.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BALANCE-STATUS.
   SELECT CALC-DIMENSION-HISTORY-FILE ASSIGN TO "CALCWDMH.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DIMENSION-STATUS.
   SELECT CALC-EXTRACT-FILE ASSIGN DYNAMIC WS-EXTRACT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EXTRACT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-CERTIFICATE-FILE.
COPY CALCXCT.

FD  CALC-AUDIT-FILE.
COPY CALCAUD.

FD  CALC-REJECT-FILE.
COPY CALCREJ.

FD  CALC-RESULT-HV-FILE.
COPY CALCRSH.

FD  CALC-CLIENT-FILE.
COPY CALCCLI.

FD  CALC-OPERATOR-FILE.
COPY CALCOPR.

FD  CALC-RATE-FILE.
COPY CALCRTE.

FD  CALC-CALENDAR-FILE.
COPY CALCCAL.

FD  CALC-BALANCE-FILE.
COPY CALCGLA.

FD  CALC-DIMENSION-HISTORY-FILE.
COPY CALCWDM.

FD  CALC-EXTRACT-FILE.
   01 EXTRACT-LINE PIC X(300).

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
      05 WS-EOF-SW              PIC X VALUE "N".
      05 WS-CERT-STATUS         PIC X(2) VALUE "00".
      05 WS-AUDIT-STATUS        PIC X(2) VALUE "00".
      05 WS-REJECT-STATUS       PIC X(2) VALUE "00".
      05 WS-RESULT-HV-STATUS    PIC X(2) VALUE "00".
      05 WS-CLIENT-STATUS       PIC X(2) VALUE "00".
      05 WS-OPERATOR-STATUS     PIC X(2) VALUE "00".
      05 WS-RATE-STATUS         PIC X(2) VALUE "00".
      05 WS-CALENDAR-STATUS     PIC X(2) VALUE "00".
      05 WS-BALANCE-STATUS      PIC X(2) VALUE "00".
      05 WS-DIMENSION-STATUS    PIC X(2) VALUE "00".
      05 WS-EXTRACT-STATUS      PIC X(2) VALUE "00".
      05 WS-CERT-FOUND-SW       PIC X VALUE "N".
      05 WS-FOUND-SW            PIC X VALUE "N".
      05 WS-DIM-FULL-SW         PIC X VALUE "N".

   01 WS-CURRENT-DATETIME       PIC X(21) VALUE SPACES.
   01 WS-EXTRACT-DATE           PIC X(8) VALUE SPACES.
   01 WS-EXTRACT-TIME           PIC X(8) VALUE SPACES.
   01 WS-DATE-PARM              PIC X(8) VALUE SPACES.
   01 WS-RUN-DATE               PIC X(8) VALUE SPACES.
   01 WS-RUN-DATE-N             PIC 9(8) VALUE 0.
   01 WS-DATE-INTEGER           PIC 9(9) VALUE 0.
   01 WS-PRIOR-DATE-N           PIC 9(8) VALUE 0.
   01 WS-PRIOR-DATE             PIC X(8) VALUE SPACES.
   01 WS-OPEN-END-DATE          PIC X(8) VALUE "99991231".
   01 WS-EXTRACT-FILENAME       PIC X(12) VALUE SPACES.
   01 WS-FILE-ID                PIC X(4) VALUE SPACES.

   01 WS-CERT-DATE              PIC X(8) VALUE SPACES.
   01 WS-CERT-COUNT             PIC 9(9) VALUE 0.
   01 WS-CERT-TOTAL             PIC S9(13)V9(2) VALUE 0.
   01 WS-CERT-WORD              PIC X(5) VALUE SPACES.
   01 WS-AUDIT-COUNT            PIC 9(9) VALUE 0.
   01 WS-AUDIT-TOTAL            PIC S9(13)V9(2) VALUE 0.

   01 WS-OPER-COUNT             PIC 9(2) VALUE 0.
   01 WS-OPER-TABLE.
      05 WS-OP-ENTRY OCCURS 50 TIMES INDEXED BY WS-OP-IDX.
         10 WS-OP-CHAR          PIC X.
         10 WS-OP-GL-ACCOUNT    PIC X(10).
   01 WS-LOOKUP-OPERATOR        PIC X VALUE SPACE.
   01 WS-STORED-GL-ACCOUNT      PIC X(10) VALUE SPACES.
   01 WS-GL-ACCOUNT-CODE        PIC X(10) VALUE SPACES.

   01 WS-MAX-DIM                PIC 9(4) VALUE 5000.
   01 WS-DIM-COUNT              PIC 9(4) VALUE 0.
   01 WS-DIMENSION-TABLE.
      05 WS-DH-ENTRY OCCURS 5000 TIMES INDEXED BY WS-DH-IDX.
         10 WS-DH-DIMENSION     PIC X(4).
         10 WS-DH-KEY           PIC X(10).
         10 WS-DH-VERSION       PIC 9(3).
         10 WS-DH-VALID-FROM    PIC X(8).
         10 WS-DH-VALID-TO      PIC X(8).
         10 WS-DH-CURRENT-FLAG  PIC X.
         10 WS-DH-IMAGE         PIC X(40).
         10 WS-DH-SEEN-SW       PIC X.
   01 WS-LATEST-VALID-FROM      PIC X(8) VALUE SPACES.
   01 WS-CURRENT-ROW            PIC 9(4) VALUE 0.
   01 WS-MAX-VERSION            PIC 9(3) VALUE 0.

   01 WS-CUR-DIMENSION          PIC X(4) VALUE SPACES.
   01 WS-CUR-KEY                PIC X(10) VALUE SPACES.
   01 WS-CUR-IMAGE              PIC X(40) VALUE SPACES.
   01 WS-DIM-NEW-COUNT          PIC 9(5) VALUE 0.
   01 WS-DIM-CHANGED-COUNT      PIC 9(5) VALUE 0.
   01 WS-DIM-CLOSED-COUNT       PIC 9(5) VALUE 0.

   01 WS-DIM-IMAGE              PIC X(40) VALUE SPACES.
   01 WS-DIM-CLIENT-VIEW REDEFINES WS-DIM-IMAGE.
      05 WS-DC-CLIENT-CODE      PIC X(4).
      05 WS-DC-CLIENT-NAME      PIC X(20).
      05 WS-DC-ENABLED-FLAG     PIC X.
      05 WS-DC-CURRENCY-CODE    PIC X(3).
      05 FILLER                 PIC X(12).
   01 WS-DIM-OPERATOR-VIEW REDEFINES WS-DIM-IMAGE.
      05 WS-DO-OPERATOR         PIC X.
      05 WS-DO-ENABLED-FLAG     PIC X.
      05 WS-DO-MIN-OPERAND      PIC 9(5)V9(2).
      05 WS-DO-MAX-OPERAND      PIC 9(5)V9(2).
      05 WS-DO-ROUNDING-RULE    PIC X.
      05 WS-DO-GL-ACCOUNT-CODE  PIC X(10).
      05 FILLER                 PIC X(13).
   01 WS-DIM-RATE-VIEW REDEFINES WS-DIM-IMAGE.
      05 WS-DR-OPERATOR         PIC X.
      05 WS-DR-RATE             PIC 9(3)V9(4).
      05 FILLER                 PIC X(32).
   01 WS-DIM-CALENDAR-VIEW REDEFINES WS-DIM-IMAGE.
      05 WS-DA-DATE             PIC X(8).
      05 WS-DA-DAY-TYPE         PIC X.
      05 WS-DA-PERIOD-END-FLAG  PIC X.
      05 WS-DA-COMPLETED-FLAG   PIC X.
      05 FILLER                 PIC X(29).
   01 WS-DIM-ACCOUNT-VIEW REDEFINES WS-DIM-IMAGE.
      05 WS-DG-ACCOUNT-CODE     PIC X(10).
      05 FILLER                 PIC X(30).

   01 WS-ROW-COUNT              PIC 9(9) VALUE 0.
   01 WS-AMOUNT-TOTAL           PIC S9(15)V9(4) VALUE 0.
   01 WS-FILE-COUNT             PIC 9(2) VALUE 0.
   01 WS-DISPOSITION-TEXT       PIC X(12) VALUE SPACES.
   01 WS-DIM-ROW-TEXT           PIC X(300) VALUE SPACES.

   01 WS-ED-NUM1                PIC -(6)9.99 VALUE 0.
   01 WS-ED-NUM2                PIC -(6)9.99 VALUE 0.
   01 WS-ED-RESULT              PIC -(13)9.9(4) VALUE 0.
   01 WS-ED-FX-RATE             PIC Z(4)9.9(6) VALUE 0.
   01 WS-ED-RATE                PIC ZZ9.9(4) VALUE 0.
   01 WS-ED-COUNT               PIC Z(8)9 VALUE 0.
   01 WS-ED-CERT-COUNT          PIC Z(8)9 VALUE 0.
   01 WS-ED-VERSION             PIC ZZ9 VALUE 0.
   01 WS-ED-RECYCLE             PIC Z9 VALUE 0.
   01 WS-ED-TOTAL               PIC -(15)9.9(4) VALUE 0.
   01 WS-ED-CERT-TOTAL          PIC -(15)9.9(4) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
   PERFORM INITIALIZE-EXTRACT.
   PERFORM READ-CERTIFICATE.
   PERFORM PROVE-AUDIT-TOTALS.
   PERFORM LOAD-DIMENSION-HISTORY.
   PERFORM LOAD-OPERATOR-TABLE.
   IF WS-RUN-DATE < WS-LATEST-VALID-FROM
       DISPLAY "CALCWHSEEXT: " WS-RUN-DATE " IS EARLIER THAN THE "
           "LATEST DIMENSION CHANGE OF " WS-LATEST-VALID-FROM
       DISPLAY "CALCWHSEEXT: FACTS ONLY - DIMENSION HISTORY LEFT AS "
           "IT IS, TODAY'S MASTERS DO NOT DESCRIBE THAT DATE"
   ELSE
       PERFORM TRACK-CLIENT-CHANGES
       PERFORM TRACK-OPERATOR-CHANGES
       PERFORM TRACK-RATE-CHANGES
       PERFORM TRACK-CALENDAR-CHANGES
       PERFORM TRACK-ACCOUNT-CHANGES
       PERFORM REWRITE-DIMENSION-HISTORY
   END-IF.
   PERFORM WRITE-CALCULATION-FACTS.
   PERFORM WRITE-REJECT-FACTS.
   PERFORM WRITE-HIGH-VALUE-FACTS.
   PERFORM WRITE-DIMENSION-FILES.
   DISPLAY "CALCWHSEEXT: " WS-FILE-COUNT " WAREHOUSE FILES WRITTEN "
       "FOR " WS-RUN-DATE ", TIED TO CERTIFICATE " WS-CERT-COUNT
       " ROWS".
   DISPLAY "CALCWHSEEXT: DIMENSIONS - " WS-DIM-NEW-COUNT " NEW, "
       WS-DIM-CHANGED-COUNT " CHANGED, " WS-DIM-CLOSED-COUNT
       " CLOSED".
   STOP RUN.

INITIALIZE-EXTRACT.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
   MOVE WS-CURRENT-DATETIME(1:8) TO WS-EXTRACT-DATE.
   MOVE WS-CURRENT-DATETIME(9:8) TO WS-EXTRACT-TIME.
   DISPLAY 1 UPON ARGUMENT-NUMBER.
   ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
       ON EXCEPTION
           MOVE SPACES TO WS-DATE-PARM
   END-ACCEPT.
   IF WS-DATE-PARM = SPACES
       MOVE WS-EXTRACT-DATE TO WS-RUN-DATE
   ELSE
       IF WS-DATE-PARM IS NUMERIC
           MOVE WS-DATE-PARM TO WS-RUN-DATE
       ELSE
           DISPLAY "CALCWHSEEXT: RUN DATE MUST BE YYYYMMDD, GOT <"
               WS-DATE-PARM ">"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
   END-IF.
   MOVE WS-RUN-DATE TO WS-RUN-DATE-N.
   COMPUTE WS-DATE-INTEGER =
       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) - 1.
   COMPUTE WS-PRIOR-DATE-N = FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
   MOVE WS-PRIOR-DATE-N TO WS-PRIOR-DATE.

READ-CERTIFICATE.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-CERTIFICATE-FILE.
   IF WS-CERT-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-CERTIFICATE-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               MOVE "Y" TO WS-CERT-FOUND-SW
               MOVE XC-RUN-DATE TO WS-CERT-DATE
               MOVE XC-RESULT-COUNT TO WS-CERT-COUNT
               MOVE XC-RESULT-TOTAL TO WS-CERT-TOTAL
               MOVE XC-STATUS TO WS-CERT-WORD
       END-READ
   END-PERFORM.
   IF WS-CERT-STATUS NOT = "35"
       CLOSE CALC-CERTIFICATE-FILE
   END-IF.
   IF WS-CERT-FOUND-SW = "N"
      OR WS-CERT-DATE NOT = WS-RUN-DATE
      OR WS-CERT-WORD NOT = "CLEAN"
       DISPLAY "CALCWHSEEXT: NO CLEAN CROSS-CHECK CERTIFICATE FOR "
           WS-RUN-DATE " ON CALCXCRT.DAT"
       DISPLAY "CALCWHSEEXT: WAREHOUSE FEED HELD - RUN CALCXCHECK "
           "FIRST"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

PROVE-AUDIT-TOTALS.
   MOVE 0 TO WS-AUDIT-COUNT.
   MOVE 0 TO WS-AUDIT-TOTAL.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-AUDIT-FILE.
   IF WS-AUDIT-STATUS NOT = "00"
       DISPLAY "CALCWHSEEXT: UNABLE TO OPEN CALCAUDT.DAT, STATUS = "
           WS-AUDIT-STATUS
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-AUDIT-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF AU-RUN-DATE = WS-RUN-DATE
                   ADD 1 TO WS-AUDIT-COUNT
                   ADD AU-RESULT TO WS-AUDIT-TOTAL
               END-IF
       END-READ
   END-PERFORM.
   CLOSE CALC-AUDIT-FILE.
   IF WS-AUDIT-COUNT NOT = WS-CERT-COUNT
      OR WS-AUDIT-TOTAL NOT = WS-CERT-TOTAL
       MOVE WS-AUDIT-TOTAL TO WS-ED-TOTAL
       MOVE WS-CERT-TOTAL TO WS-ED-CERT-TOTAL
       DISPLAY "CALCWHSEEXT: CALCAUDT.DAT HOLDS " WS-AUDIT-COUNT
           " ROWS FOR " WS-RUN-DATE ", TOTAL "
           FUNCTION TRIM(WS-ED-TOTAL)
       DISPLAY "CALCWHSEEXT: CERTIFICATE SHOWS " WS-CERT-COUNT
           " ROWS, TOTAL " FUNCTION TRIM(WS-ED-CERT-TOTAL)
       DISPLAY "CALCWHSEEXT: *** AUDIT NO LONGER TIES TO THE "
           "CERTIFICATE - WAREHOUSE FEED HELD ***"
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-DIMENSION-HISTORY.
   MOVE 0 TO WS-DIM-COUNT.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-DIMENSION-HISTORY-FILE.
   IF WS-DIMENSION-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-DIMENSION-HISTORY-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF WS-DIM-COUNT < WS-MAX-DIM
                   ADD 1 TO WS-DIM-COUNT
                   SET WS-DH-IDX TO WS-DIM-COUNT
                   MOVE DH-DIMENSION TO WS-DH-DIMENSION(WS-DH-IDX)
                   MOVE DH-KEY TO WS-DH-KEY(WS-DH-IDX)
                   MOVE DH-VERSION TO WS-DH-VERSION(WS-DH-IDX)
                   MOVE DH-VALID-FROM TO WS-DH-VALID-FROM(WS-DH-IDX)
                   IF DH-VALID-FROM > WS-LATEST-VALID-FROM
                       MOVE DH-VALID-FROM TO WS-LATEST-VALID-FROM
                   END-IF
                   MOVE DH-VALID-TO TO WS-DH-VALID-TO(WS-DH-IDX)
                   MOVE DH-CURRENT-FLAG
                       TO WS-DH-CURRENT-FLAG(WS-DH-IDX)
                   MOVE DH-IMAGE TO WS-DH-IMAGE(WS-DH-IDX)
                   MOVE "N" TO WS-DH-SEEN-SW(WS-DH-IDX)
               ELSE
                   MOVE "Y" TO WS-DIM-FULL-SW
               END-IF
       END-READ
   END-PERFORM.
   IF WS-DIMENSION-STATUS NOT = "35"
       CLOSE CALC-DIMENSION-HISTORY-FILE
   END-IF.
   IF WS-DIM-FULL-SW = "Y"
       PERFORM REFUSE-DIMENSION-FULL
   END-IF.

REFUSE-DIMENSION-FULL.
   DISPLAY "CALCWHSEEXT: CALCWDMH.DAT WOULD HOLD MORE THAN "
       WS-MAX-DIM " DIMENSION ROWS.".
   DISPLAY "CALCWHSEEXT: REFUSING TO RUN - ARCHIVE CLOSED DIMENSION "
       "VERSIONS FIRST.".
   MOVE 8 TO RETURN-CODE.
   STOP RUN.

TRACK-CLIENT-CHANGES.
   MOVE "CLNT" TO WS-CUR-DIMENSION.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-CLIENT-FILE.
   IF WS-CLIENT-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
       DISPLAY "CALCWHSEEXT: NO CLIENT MASTER CALCCLNT.DAT - CLIENT "
           "DIMENSION LEFT AS IT WAS"
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-CLIENT-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               MOVE CM-CLIENT-CODE TO WS-CUR-KEY
               MOVE CALC-CLIENT-RECORD TO WS-CUR-IMAGE
               PERFORM TRACK-ONE-MEMBER
       END-READ
   END-PERFORM.
   IF WS-CLIENT-STATUS NOT = "35"
       CLOSE CALC-CLIENT-FILE
       PERFORM CLOSE-VANISHED-MEMBERS
   END-IF.

LOAD-OPERATOR-TABLE.
   MOVE 0 TO WS-OPER-COUNT.
   MOVE "N" TO WS-EOF-SW.
   PERFORM OPEN-OPERATOR-MASTER.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-OPERATOR-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF WS-OPER-COUNT < 50
                   ADD 1 TO WS-OPER-COUNT
                   SET WS-OP-IDX TO WS-OPER-COUNT
                   MOVE OM-OPERATOR TO WS-OP-CHAR(WS-OP-IDX)
                   MOVE OM-GL-ACCOUNT-CODE
                       TO WS-OP-GL-ACCOUNT(WS-OP-IDX)
               END-IF
       END-READ
   END-PERFORM.
   CLOSE CALC-OPERATOR-FILE.

OPEN-OPERATOR-MASTER.
   OPEN INPUT CALC-OPERATOR-FILE.
   IF WS-OPERATOR-STATUS NOT = "00"
       DISPLAY "CALCWHSEEXT: UNABLE TO OPEN OPERATOR MASTER "
           "CALCOPER.DAT, STATUS = " WS-OPERATOR-STATUS
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.

TRACK-OPERATOR-CHANGES.
   MOVE "OPER" TO WS-CUR-DIMENSION.
   MOVE "N" TO WS-EOF-SW.
   PERFORM OPEN-OPERATOR-MASTER.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-OPERATOR-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               MOVE OM-OPERATOR TO WS-CUR-KEY
               MOVE CALC-OPERATOR-RECORD TO WS-CUR-IMAGE
               PERFORM TRACK-ONE-MEMBER
       END-READ
   END-PERFORM.
   CLOSE CALC-OPERATOR-FILE.
   PERFORM CLOSE-VANISHED-MEMBERS.

TRACK-RATE-CHANGES.
   MOVE "RATE" TO WS-CUR-DIMENSION.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-RATE-FILE.
   IF WS-RATE-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
       DISPLAY "CALCWHSEEXT: NO RATE MASTER CALCRATE.DAT - RATE "
           "DIMENSION LEFT AS IT WAS"
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-RATE-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               MOVE RM-OPERATOR TO WS-CUR-KEY
               MOVE CALC-RATE-RECORD TO WS-CUR-IMAGE
               PERFORM TRACK-ONE-MEMBER
       END-READ
   END-PERFORM.
   IF WS-RATE-STATUS NOT = "35"
       CLOSE CALC-RATE-FILE
       PERFORM CLOSE-VANISHED-MEMBERS
   END-IF.

TRACK-CALENDAR-CHANGES.
   MOVE "CLDR" TO WS-CUR-DIMENSION.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-CALENDAR-FILE.
   IF WS-CALENDAR-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
       DISPLAY "CALCWHSEEXT: NO PROCESSING CALENDAR CALCCLDR.DAT - "
           "CALENDAR DIMENSION LEFT AS IT WAS"
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-CALENDAR-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               MOVE CA-DATE TO WS-CUR-KEY
               MOVE CALC-CALENDAR-RECORD TO WS-CUR-IMAGE
               PERFORM TRACK-ONE-MEMBER
       END-READ
   END-PERFORM.
   IF WS-CALENDAR-STATUS NOT = "35"
       CLOSE CALC-CALENDAR-FILE
       PERFORM CLOSE-VANISHED-MEMBERS
   END-IF.

TRACK-ACCOUNT-CHANGES.
   MOVE "GLAC" TO WS-CUR-DIMENSION.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-BALANCE-FILE.
   IF WS-BALANCE-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
       DISPLAY "CALCWHSEEXT: NO GL BALANCES CALCGLAB.DAT - ACCOUNT "
           "DIMENSION LEFT AS IT WAS"
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-BALANCE-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               MOVE AB-ACCOUNT-CODE TO WS-CUR-KEY
               MOVE AB-ACCOUNT-CODE TO WS-CUR-IMAGE
               PERFORM TRACK-ONE-MEMBER
       END-READ
   END-PERFORM.
   IF WS-BALANCE-STATUS NOT = "35"
       CLOSE CALC-BALANCE-FILE
       PERFORM CLOSE-VANISHED-MEMBERS
   END-IF.

TRACK-ONE-MEMBER.
   MOVE 0 TO WS-CURRENT-ROW.
   MOVE 0 TO WS-MAX-VERSION.
   PERFORM VARYING WS-DH-IDX FROM 1 BY 1
           UNTIL WS-DH-IDX > WS-DIM-COUNT
       IF WS-DH-DIMENSION(WS-DH-IDX) = WS-CUR-DIMENSION
          AND WS-DH-KEY(WS-DH-IDX) = WS-CUR-KEY
           IF WS-DH-VERSION(WS-DH-IDX) > WS-MAX-VERSION
               MOVE WS-DH-VERSION(WS-DH-IDX) TO WS-MAX-VERSION
           END-IF
           IF WS-DH-CURRENT-FLAG(WS-DH-IDX) = "Y"
               SET WS-CURRENT-ROW TO WS-DH-IDX
           END-IF
       END-IF
   END-PERFORM.
   IF WS-CURRENT-ROW = 0
       ADD 1 TO WS-DIM-NEW-COUNT
       PERFORM ADD-MEMBER-VERSION
   ELSE
       SET WS-DH-IDX TO WS-CURRENT-ROW
       MOVE "Y" TO WS-DH-SEEN-SW(WS-DH-IDX)
       IF WS-DH-IMAGE(WS-DH-IDX) NOT = WS-CUR-IMAGE
           ADD 1 TO WS-DIM-CHANGED-COUNT
           IF WS-DH-VALID-FROM(WS-DH-IDX) = WS-RUN-DATE
               MOVE WS-CUR-IMAGE TO WS-DH-IMAGE(WS-DH-IDX)
           ELSE
               MOVE WS-PRIOR-DATE TO WS-DH-VALID-TO(WS-DH-IDX)
               MOVE "N" TO WS-DH-CURRENT-FLAG(WS-DH-IDX)
               PERFORM ADD-MEMBER-VERSION
           END-IF
       END-IF
   END-IF.

ADD-MEMBER-VERSION.
   IF WS-DIM-COUNT >= WS-MAX-DIM
       PERFORM REFUSE-DIMENSION-FULL
   END-IF.
   ADD 1 TO WS-DIM-COUNT.
   SET WS-DH-IDX TO WS-DIM-COUNT.
   MOVE WS-CUR-DIMENSION TO WS-DH-DIMENSION(WS-DH-IDX).
   MOVE WS-CUR-KEY TO WS-DH-KEY(WS-DH-IDX).
   COMPUTE WS-DH-VERSION(WS-DH-IDX) = WS-MAX-VERSION + 1.
   MOVE WS-RUN-DATE TO WS-DH-VALID-FROM(WS-DH-IDX).
   MOVE WS-OPEN-END-DATE TO WS-DH-VALID-TO(WS-DH-IDX).
   MOVE "Y" TO WS-DH-CURRENT-FLAG(WS-DH-IDX).
   MOVE WS-CUR-IMAGE TO WS-DH-IMAGE(WS-DH-IDX).
   MOVE "Y" TO WS-DH-SEEN-SW(WS-DH-IDX).

CLOSE-VANISHED-MEMBERS.
   PERFORM VARYING WS-DH-IDX FROM 1 BY 1
           UNTIL WS-DH-IDX > WS-DIM-COUNT
       IF WS-DH-DIMENSION(WS-DH-IDX) = WS-CUR-DIMENSION
          AND WS-DH-CURRENT-FLAG(WS-DH-IDX) = "Y"
          AND WS-DH-SEEN-SW(WS-DH-IDX) = "N"
           MOVE WS-PRIOR-DATE TO WS-DH-VALID-TO(WS-DH-IDX)
           MOVE "N" TO WS-DH-CURRENT-FLAG(WS-DH-IDX)
           ADD 1 TO WS-DIM-CLOSED-COUNT
       END-IF
   END-PERFORM.

REWRITE-DIMENSION-HISTORY.
   OPEN OUTPUT CALC-DIMENSION-HISTORY-FILE.
   PERFORM VARYING WS-DH-IDX FROM 1 BY 1
           UNTIL WS-DH-IDX > WS-DIM-COUNT
       MOVE WS-DH-DIMENSION(WS-DH-IDX) TO DH-DIMENSION
       MOVE WS-DH-KEY(WS-DH-IDX) TO DH-KEY
       MOVE WS-DH-VERSION(WS-DH-IDX) TO DH-VERSION
       MOVE WS-DH-VALID-FROM(WS-DH-IDX) TO DH-VALID-FROM
       MOVE WS-DH-VALID-TO(WS-DH-IDX) TO DH-VALID-TO
       MOVE WS-DH-CURRENT-FLAG(WS-DH-IDX) TO DH-CURRENT-FLAG
       MOVE WS-DH-IMAGE(WS-DH-IDX) TO DH-IMAGE
       WRITE CALC-DIMENSION-HISTORY-RECORD
   END-PERFORM.
   CLOSE CALC-DIMENSION-HISTORY-FILE.

LOOKUP-GL-ACCOUNT.
   MOVE WS-STORED-GL-ACCOUNT TO WS-GL-ACCOUNT-CODE.
   IF WS-GL-ACCOUNT-CODE = SPACES
       PERFORM LOOKUP-OPERATOR-VERSION
   END-IF.
   IF WS-GL-ACCOUNT-CODE = SPACES
       MOVE "N" TO WS-FOUND-SW
       PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OPER-COUNT OR WS-FOUND-SW = "Y"
           IF WS-OP-CHAR(WS-OP-IDX) = WS-LOOKUP-OPERATOR
               MOVE WS-OP-GL-ACCOUNT(WS-OP-IDX) TO WS-GL-ACCOUNT-CODE
               MOVE "Y" TO WS-FOUND-SW
           END-IF
       END-PERFORM
   END-IF.
   IF WS-GL-ACCOUNT-CODE = SPACES
       MOVE "CALCGEN001" TO WS-GL-ACCOUNT-CODE
   END-IF.

LOOKUP-OPERATOR-VERSION.
   MOVE "N" TO WS-FOUND-SW.
   PERFORM VARYING WS-DH-IDX FROM 1 BY 1
           UNTIL WS-DH-IDX > WS-DIM-COUNT OR WS-FOUND-SW = "Y"
       IF WS-DH-DIMENSION(WS-DH-IDX) = "OPER"
          AND WS-DH-KEY(WS-DH-IDX) = WS-LOOKUP-OPERATOR
          AND WS-DH-VALID-FROM(WS-DH-IDX) <= WS-RUN-DATE
          AND WS-DH-VALID-TO(WS-DH-IDX) >= WS-RUN-DATE
           MOVE WS-DH-IMAGE(WS-DH-IDX) TO WS-DIM-IMAGE
           MOVE WS-DO-GL-ACCOUNT-CODE TO WS-GL-ACCOUNT-CODE
           MOVE "Y" TO WS-FOUND-SW
       END-IF
   END-PERFORM.

OPEN-EXTRACT-FILE.
   OPEN OUTPUT CALC-EXTRACT-FILE.
   IF WS-EXTRACT-STATUS NOT = "00"
       DISPLAY "CALCWHSEEXT: UNABLE TO OPEN " WS-EXTRACT-FILENAME
           ", STATUS = " WS-EXTRACT-STATUS
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE 0 TO WS-ROW-COUNT.
   MOVE 0 TO WS-AMOUNT-TOTAL.
   MOVE SPACES TO EXTRACT-LINE.
   STRING "H|" WS-FILE-ID "|" WS-RUN-DATE "|" WS-EXTRACT-DATE "|"
       WS-EXTRACT-TIME
       DELIMITED BY SIZE INTO EXTRACT-LINE.
   WRITE EXTRACT-LINE.

CLOSE-EXTRACT-FILE.
   MOVE WS-ROW-COUNT TO WS-ED-COUNT.
   MOVE WS-AMOUNT-TOTAL TO WS-ED-TOTAL.
   MOVE WS-CERT-COUNT TO WS-ED-CERT-COUNT.
   MOVE WS-CERT-TOTAL TO WS-ED-CERT-TOTAL.
   MOVE SPACES TO EXTRACT-LINE.
   STRING "T|" WS-FILE-ID "|" WS-RUN-DATE "|"
       FUNCTION TRIM(WS-ED-COUNT) "|"
       FUNCTION TRIM(WS-ED-TOTAL) "|"
       WS-CERT-DATE "|"
       FUNCTION TRIM(WS-ED-CERT-COUNT) "|"
       FUNCTION TRIM(WS-ED-CERT-TOTAL) "|"
       WS-CERT-WORD
       DELIMITED BY SIZE INTO EXTRACT-LINE.
   WRITE EXTRACT-LINE.
   CLOSE CALC-EXTRACT-FILE.
   ADD 1 TO WS-FILE-COUNT.

WRITE-CALCULATION-FACTS.
   MOVE "CALCWFCA.DAT" TO WS-EXTRACT-FILENAME.
   MOVE "CALC" TO WS-FILE-ID.
   PERFORM OPEN-EXTRACT-FILE.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-AUDIT-FILE.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-AUDIT-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF AU-RUN-DATE = WS-RUN-DATE
                   PERFORM WRITE-CALCULATION-FACT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE CALC-AUDIT-FILE.
   PERFORM CLOSE-EXTRACT-FILE.

WRITE-CALCULATION-FACT.
   MOVE AU-OPERATOR TO WS-LOOKUP-OPERATOR.
   MOVE AU-GL-ACCOUNT-CODE TO WS-STORED-GL-ACCOUNT.
   PERFORM LOOKUP-GL-ACCOUNT.
   MOVE AU-NUM1 TO WS-ED-NUM1.
   MOVE AU-NUM2 TO WS-ED-NUM2.
   MOVE AU-RESULT TO WS-ED-RESULT.
   MOVE AU-FX-RATE TO WS-ED-FX-RATE.
   MOVE SPACES TO EXTRACT-LINE.
   STRING "D|" FUNCTION TRIM(AU-TXN-ID) "|" AU-RUN-DATE "|"
       AU-RUN-TIME "|" FUNCTION TRIM(AU-CLIENT-CODE) "|"
       AU-OPERATOR "|" FUNCTION TRIM(WS-GL-ACCOUNT-CODE) "|"
       FUNCTION TRIM(AU-TRAN-TYPE) "|"
       FUNCTION TRIM(AU-ORIG-TXN-ID) "|"
       FUNCTION TRIM(WS-ED-NUM1) "|" FUNCTION TRIM(WS-ED-NUM2) "|"
       FUNCTION TRIM(WS-ED-RESULT) "|"
       FUNCTION TRIM(AU-CURRENCY-CODE) "|"
       FUNCTION TRIM(WS-ED-FX-RATE)
       DELIMITED BY SIZE INTO EXTRACT-LINE.
   WRITE EXTRACT-LINE.
   ADD 1 TO WS-ROW-COUNT.
   ADD AU-RESULT TO WS-AMOUNT-TOTAL.

WRITE-REJECT-FACTS.
   MOVE "CALCWFRJ.DAT" TO WS-EXTRACT-FILENAME.
   MOVE "REJS" TO WS-FILE-ID.
   PERFORM OPEN-EXTRACT-FILE.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-REJECT-FILE.
   IF WS-REJECT-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-REJECT-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               PERFORM WRITE-REJECT-FACT
       END-READ
   END-PERFORM.
   IF WS-REJECT-STATUS NOT = "35"
       CLOSE CALC-REJECT-FILE
   END-IF.
   PERFORM CLOSE-EXTRACT-FILE.

WRITE-REJECT-FACT.
   MOVE RJ-OPERATOR TO WS-LOOKUP-OPERATOR.
   MOVE SPACES TO WS-STORED-GL-ACCOUNT.
   PERFORM LOOKUP-GL-ACCOUNT.
   EVALUATE RJ-DISPOSITION
       WHEN "W"
           MOVE "WRITTEN OFF" TO WS-DISPOSITION-TEXT
       WHEN "R"
           MOVE "RESUBMITTED" TO WS-DISPOSITION-TEXT
       WHEN SPACE
           MOVE "PENDING" TO WS-DISPOSITION-TEXT
       WHEN OTHER
           MOVE "UNKNOWN" TO WS-DISPOSITION-TEXT
   END-EVALUATE.
   MOVE RJ-NUM1 TO WS-ED-NUM1.
   MOVE RJ-NUM2 TO WS-ED-NUM2.
   MOVE RJ-RECYCLE-COUNT TO WS-ED-RECYCLE.
   MOVE SPACES TO EXTRACT-LINE.
   STRING "D|" FUNCTION TRIM(RJ-TXN-ID) "|" WS-RUN-DATE "|"
       FUNCTION TRIM(RJ-CLIENT-CODE) "|"
       RJ-OPERATOR "|" FUNCTION TRIM(WS-GL-ACCOUNT-CODE) "|"
       FUNCTION TRIM(RJ-TRAN-TYPE) "|"
       FUNCTION TRIM(RJ-ORIG-TXN-ID) "|"
       FUNCTION TRIM(WS-ED-NUM1) "|" FUNCTION TRIM(WS-ED-NUM2) "|"
       RJ-REASON-CODE "|" FUNCTION TRIM(RJ-REASON-TEXT) "|"
       FUNCTION TRIM(RJ-DISPOSITION) "|"
       FUNCTION TRIM(WS-DISPOSITION-TEXT) "|"
       FUNCTION TRIM(WS-ED-RECYCLE) "|"
       FUNCTION TRIM(RJ-CURRENCY-CODE)
       DELIMITED BY SIZE INTO EXTRACT-LINE.
   WRITE EXTRACT-LINE.
   ADD 1 TO WS-ROW-COUNT.
   ADD RJ-NUM1 TO WS-AMOUNT-TOTAL.

WRITE-HIGH-VALUE-FACTS.
   MOVE "CALCWFHV.DAT" TO WS-EXTRACT-FILENAME.
   MOVE "HVIT" TO WS-FILE-ID.
   PERFORM OPEN-EXTRACT-FILE.
   MOVE "N" TO WS-EOF-SW.
   OPEN INPUT CALC-RESULT-HV-FILE.
   IF WS-RESULT-HV-STATUS = "35"
       MOVE "Y" TO WS-EOF-SW
   END-IF.
   PERFORM UNTIL WS-EOF-SW = "Y"
       READ CALC-RESULT-HV-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF RH-RUN-DATE = WS-RUN-DATE
                  OR RH-REVIEW-DATE = WS-RUN-DATE
                   PERFORM WRITE-HIGH-VALUE-FACT
               END-IF
       END-READ
   END-PERFORM.
   IF WS-RESULT-HV-STATUS NOT = "35"
       CLOSE CALC-RESULT-HV-FILE
   END-IF.
   PERFORM CLOSE-EXTRACT-FILE.

WRITE-HIGH-VALUE-FACT.
   MOVE RH-OPERATOR TO WS-LOOKUP-OPERATOR.
   MOVE RH-GL-ACCOUNT-CODE TO WS-STORED-GL-ACCOUNT.
   PERFORM LOOKUP-GL-ACCOUNT.
   EVALUATE RH-DISPOSITION
       WHEN "A"
           MOVE "APPROVED" TO WS-DISPOSITION-TEXT
       WHEN "D"
           MOVE "DENIED" TO WS-DISPOSITION-TEXT
       WHEN "P"
           MOVE "POSTED" TO WS-DISPOSITION-TEXT
       WHEN SPACE
           MOVE "PENDING" TO WS-DISPOSITION-TEXT
       WHEN OTHER
           MOVE "UNKNOWN" TO WS-DISPOSITION-TEXT
   END-EVALUATE.
   MOVE RH-NUM1 TO WS-ED-NUM1.
   MOVE RH-NUM2 TO WS-ED-NUM2.
   MOVE RH-RESULT TO WS-ED-RESULT.
   MOVE RH-FX-RATE TO WS-ED-FX-RATE.
   MOVE SPACES TO EXTRACT-LINE.
   STRING "D|" FUNCTION TRIM(RH-TXN-ID) "|" RH-RUN-DATE "|"
       RH-RUN-TIME "|" FUNCTION TRIM(RH-CLIENT-CODE) "|"
       RH-OPERATOR "|" FUNCTION TRIM(WS-GL-ACCOUNT-CODE) "|"
       FUNCTION TRIM(RH-TRAN-TYPE) "|"
       FUNCTION TRIM(RH-ORIG-TXN-ID) "|"
       FUNCTION TRIM(WS-ED-NUM1) "|" FUNCTION TRIM(WS-ED-NUM2) "|"
       FUNCTION TRIM(WS-ED-RESULT) "|"
       FUNCTION TRIM(RH-DISPOSITION) "|"
       FUNCTION TRIM(WS-DISPOSITION-TEXT) "|"
       FUNCTION TRIM(RH-REVIEW-DATE) "|"
       FUNCTION TRIM(RH-CURRENCY-CODE) "|"
       FUNCTION TRIM(WS-ED-FX-RATE)
       DELIMITED BY SIZE INTO EXTRACT-LINE.
   WRITE EXTRACT-LINE.
   ADD 1 TO WS-ROW-COUNT.
   ADD RH-RESULT TO WS-AMOUNT-TOTAL.

WRITE-DIMENSION-FILES.
   MOVE "CALCWDCL.DAT" TO WS-EXTRACT-FILENAME.
   MOVE "CLNT" TO WS-FILE-ID.
   PERFORM WRITE-ONE-DIMENSION-FILE.
   MOVE "CALCWDOP.DAT" TO WS-EXTRACT-FILENAME.
   MOVE "OPER" TO WS-FILE-ID.
   PERFORM WRITE-ONE-DIMENSION-FILE.
   MOVE "CALCWDRT.DAT" TO WS-EXTRACT-FILENAME.
   MOVE "RATE" TO WS-FILE-ID.
   PERFORM WRITE-ONE-DIMENSION-FILE.
   MOVE "CALCWDCA.DAT" TO WS-EXTRACT-FILENAME.
   MOVE "CLDR" TO WS-FILE-ID.
   PERFORM WRITE-ONE-DIMENSION-FILE.
   MOVE "CALCWDGL.DAT" TO WS-EXTRACT-FILENAME.
   MOVE "GLAC" TO WS-FILE-ID.
   PERFORM WRITE-ONE-DIMENSION-FILE.

WRITE-ONE-DIMENSION-FILE.
   PERFORM OPEN-EXTRACT-FILE.
   PERFORM VARYING WS-DH-IDX FROM 1 BY 1
           UNTIL WS-DH-IDX > WS-DIM-COUNT
       IF WS-DH-DIMENSION(WS-DH-IDX) = WS-FILE-ID
           PERFORM WRITE-DIMENSION-ROW
       END-IF
   END-PERFORM.
   PERFORM CLOSE-EXTRACT-FILE.

WRITE-DIMENSION-ROW.
   MOVE WS-DH-IMAGE(WS-DH-IDX) TO WS-DIM-IMAGE.
   MOVE WS-DH-VERSION(WS-DH-IDX) TO WS-ED-VERSION.
   MOVE SPACES TO EXTRACT-LINE.
   EVALUATE WS-FILE-ID
       WHEN "CLNT"
           STRING "D|" FUNCTION TRIM(WS-DC-CLIENT-CODE) "|"
               FUNCTION TRIM(WS-ED-VERSION) "|"
               FUNCTION TRIM(WS-DC-CLIENT-NAME) "|"
               WS-DC-ENABLED-FLAG "|"
               FUNCTION TRIM(WS-DC-CURRENCY-CODE) "|"
               DELIMITED BY SIZE INTO EXTRACT-LINE
       WHEN "OPER"
           MOVE WS-DO-MIN-OPERAND TO WS-ED-NUM1
           MOVE WS-DO-MAX-OPERAND TO WS-ED-NUM2
           STRING "D|" WS-DO-OPERATOR "|"
               FUNCTION TRIM(WS-ED-VERSION) "|"
               WS-DO-ENABLED-FLAG "|"
               FUNCTION TRIM(WS-ED-NUM1) "|"
               FUNCTION TRIM(WS-ED-NUM2) "|"
               WS-DO-ROUNDING-RULE "|"
               FUNCTION TRIM(WS-DO-GL-ACCOUNT-CODE) "|"
               DELIMITED BY SIZE INTO EXTRACT-LINE
       WHEN "RATE"
           MOVE WS-DR-RATE TO WS-ED-RATE
           STRING "D|" WS-DR-OPERATOR "|"
               FUNCTION TRIM(WS-ED-VERSION) "|"
               FUNCTION TRIM(WS-ED-RATE) "|"
               DELIMITED BY SIZE INTO EXTRACT-LINE
           ADD WS-DR-RATE TO WS-AMOUNT-TOTAL
       WHEN "CLDR"
           STRING "D|" WS-DA-DATE "|"
               FUNCTION TRIM(WS-ED-VERSION) "|"
               WS-DA-DAY-TYPE "|" WS-DA-PERIOD-END-FLAG "|"
               WS-DA-COMPLETED-FLAG "|"
               DELIMITED BY SIZE INTO EXTRACT-LINE
       WHEN "GLAC"
           STRING "D|" FUNCTION TRIM(WS-DG-ACCOUNT-CODE) "|"
               FUNCTION TRIM(WS-ED-VERSION) "|"
               DELIMITED BY SIZE INTO EXTRACT-LINE
   END-EVALUATE.
   MOVE SPACES TO WS-DIM-ROW-TEXT.
   STRING FUNCTION TRIM(EXTRACT-LINE) WS-DH-VALID-FROM(WS-DH-IDX) "|"
       WS-DH-VALID-TO(WS-DH-IDX) "|"
       WS-DH-CURRENT-FLAG(WS-DH-IDX)
       DELIMITED BY SIZE INTO WS-DIM-ROW-TEXT.
   MOVE WS-DIM-ROW-TEXT TO EXTRACT-LINE.
   WRITE EXTRACT-LINE.
   ADD 1 TO WS-ROW-COUNT.
