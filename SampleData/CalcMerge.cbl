DATA DIVISION.
FILE SECTION.
FD  CALC-PIECE-FILE.
   01 WS-PIECE-LINE PIC X(132).

FD  CALC-MERGED-FILE.
   01 WS-MERGED-LINE PIC X(132).

FD  CALC-SUMMARY-DATA-FILE.
COPY CALCSUM.
