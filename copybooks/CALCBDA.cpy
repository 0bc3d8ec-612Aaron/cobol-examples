   01 CALC-BUDGET-ACTUAL-RECORD.
      05 BA-ACCOUNT-CODE   PIC X(10).
      05 BA-MONTH          PIC X(6).
      05 BA-MTD-DEBITS     PIC 9(15)V9(4).
      05 BA-MTD-CREDITS    PIC 9(15)V9(4).
      05 BA-CLOSE-BALANCE  PIC S9(15)V9(4) SIGN IS TRAILING SEPARATE
                                            CHARACTER.
