   01 WS-FILE-LIST.
      05 FILLER               PIC X(12) VALUE "CALCOPER.DAT".
      05 FILLER               PIC X(12) VALUE "CALCCLNT.DAT".
      05 FILLER               PIC X(12) VALUE "CALCRATE.DAT".
      05 FILLER               PIC X(12) VALUE "CALCSTND.DAT".
      05 FILLER               PIC X(12) VALUE "CALCCLDR.DAT".
      05 FILLER               PIC X(12) VALUE "CALCGLAB.DAT".
      05 FILLER               PIC X(12) VALUE "CALCGLPD.DAT".
      05 FILLER               PIC X(12) VALUE "CALCPTDH.DAT".
      05 FILLER               PIC X(12) VALUE "CALCRSLH.DAT".
      05 FILLER               PIC X(12) VALUE "CALCHVHS.DAT".
      05 FILLER               PIC X(12) VALUE "CALCAUDT.DAT".
      05 FILLER               PIC X(12) VALUE "CALCRUNC.DAT".
      05 FILLER               PIC X(12) VALUE "CALCFXRT.DAT".
      05 FILLER               PIC X(12) VALUE "CALCGLFX.DAT".
      05 FILLER               PIC X(12) VALUE "CALCBUDG.DAT".
      05 FILLER               PIC X(12) VALUE "CALCBUDA.DAT".
      05 FILLER               PIC X(12) VALUE "CALCWINH.DAT".
      05 FILLER               PIC X(12) VALUE "CALCWDMH.DAT".
      05 FILLER               PIC X(12) VALUE "CALCARIT.DAT".
      05 FILLER               PIC X(12) VALUE "CALCARAP.DAT".
      05 FILLER               PIC X(12) VALUE "CALCARSQ.DAT".
      05 FILLER               PIC X(12) VALUE "CALCARPD.DAT".
      05 FILLER               PIC X(12) VALUE "CALCPSCH.DAT".
      05 FILLER               PIC X(12) VALUE "CALCFEED.DAT".
      05 FILLER               PIC X(12) VALUE "CALCCHGJ.DAT".
      05 FILLER               PIC X(12) VALUE "CALCCHGP.DAT".
      05 FILLER               PIC X(12) VALUE "CALCSCRQ.DAT".
      05 FILLER               PIC X(12) VALUE "CALCSCRH.DAT".
      05 FILLER               PIC X(12) VALUE "CALCSCRK.DAT".
      05 FILLER               PIC X(12) VALUE "CALCSCRS.DAT".
   01 WS-FILE-LIST-TABLE REDEFINES WS-FILE-LIST.
      05 WS-FL-FILENAME OCCURS 30 TIMES INDEXED BY WS-FL-IDX
                              PIC X(12).
   01 WS-FILE-LIST-COUNT      PIC 9(2) VALUE 30.
