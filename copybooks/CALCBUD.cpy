   01 CALC-BUDGET-RECORD.
      05 BU-ACCOUNT-CODE   PIC X(10).
      05 BU-MONTH          PIC X(6).
      05 BU-AMOUNT         PIC S9(13)V9(2) SIGN IS TRAILING SEPARATE
                                            CHARACTER.
