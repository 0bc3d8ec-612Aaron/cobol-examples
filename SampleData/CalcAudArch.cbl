                       ==AU-RUN-DATE==       BY ==AR-RUN-DATE==
                       ==AU-RUN-TIME==       BY ==AR-RUN-TIME==
                       ==AU-TXN-ID==         BY ==AR-TXN-ID==
                       ==AU-CLIENT-CODE==    BY ==AR-CLIENT-CODE==
                       ==AU-TRAN-TYPE==      BY ==AR-TRAN-TYPE==
                       ==AU-ORIG-TXN-ID==    BY ==AR-ORIG-TXN-ID==
                       ==AU-CURRENCY-CODE==  BY ==AR-CURRENCY-CODE==
                       ==AU-FX-RATE==        BY ==AR-FX-RATE==
                       ==AU-GL-ACCOUNT-CODE== BY ==AR-GL-ACCOUNT-CODE==.

FD  CALC-RETAINED-FILE.
COPY CALCAUD REPLACING ==CALC-AUDIT-RECORD== BY ==CALC-RETAINED-RECORD==
                       ==AU-RUN-DATE==       BY ==RT-RUN-DATE==
                       ==AU-RUN-TIME==       BY ==RT-RUN-TIME==
                       ==AU-TXN-ID==         BY ==RT-TXN-ID==
                       ==AU-CLIENT-CODE==    BY ==RT-CLIENT-CODE==
                       ==AU-TRAN-TYPE==      BY ==RT-TRAN-TYPE==
                       ==AU-ORIG-TXN-ID==    BY ==RT-ORIG-TXN-ID==
                       ==AU-CURRENCY-CODE==  BY ==RT-CURRENCY-CODE==
                       ==AU-FX-RATE==        BY ==RT-FX-RATE==
                       ==AU-GL-ACCOUNT-CODE== BY ==RT-GL-ACCOUNT-CODE==.

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
