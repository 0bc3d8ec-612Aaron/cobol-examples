                       ==AU-RUN-DATE==       BY ==AR-RUN-DATE==
                       ==AU-RUN-TIME==       BY ==AR-RUN-TIME==
                       ==AU-TXN-ID==         BY ==AR-TXN-ID==
                       ==AU-CLIENT-CODE==    BY ==AR-CLIENT-CODE==
                       ==AU-TRAN-TYPE==      BY ==AR-TRAN-TYPE==
                       ==AU-ORIG-TXN-ID==    BY ==AR-ORIG-TXN-ID==
                       ==AU-CURRENCY-CODE==  BY ==AR-CURRENCY-CODE==
                       ==AU-FX-RATE==        BY ==AR-FX-RATE==
                       ==AU-GL-ACCOUNT-CODE== BY ==AR-GL-ACCOUNT-CODE==.

FD  CALC-INQUIRY-REPORT.
   01 INQUIRY-REPORT-LINE PIC X(100).
