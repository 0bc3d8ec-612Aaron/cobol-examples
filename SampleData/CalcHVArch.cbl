                       ==RH-TXN-ID==      BY ==AR-TXN-ID==
                       ==RH-CLIENT-CODE== BY ==AR-CLIENT-CODE==
                       ==RH-DISPOSITION== BY ==AR-DISPOSITION==
                       ==RH-REVIEW-DATE== BY ==AR-REVIEW-DATE==
                       ==RH-CURRENCY-CODE== BY ==AR-CURRENCY-CODE==
                       ==RH-FX-RATE==     BY ==AR-FX-RATE==
                       ==RH-GL-ACCOUNT-CODE== BY ==AR-GL-ACCOUNT-CODE==
                       ==RH-TRAN-TYPE==   BY ==AR-TRAN-TYPE==
                       ==RH-ORIG-TXN-ID== BY ==AR-ORIG-TXN-ID==.

FD  CALC-RETAINED-FILE.
COPY CALCRSH REPLACING ==CALC-RESULT-HV-RECORD== BY
                       ==RH-TXN-ID==      BY ==RT-TXN-ID==
                       ==RH-CLIENT-CODE== BY ==RT-CLIENT-CODE==
                       ==RH-DISPOSITION== BY ==RT-DISPOSITION==
                       ==RH-REVIEW-DATE== BY ==RT-REVIEW-DATE==
                       ==RH-CURRENCY-CODE== BY ==RT-CURRENCY-CODE==
                       ==RH-FX-RATE==     BY ==RT-FX-RATE==
                       ==RH-GL-ACCOUNT-CODE== BY ==RT-GL-ACCOUNT-CODE==
                       ==RH-TRAN-TYPE==   BY ==RT-TRAN-TYPE==
                       ==RH-ORIG-TXN-ID== BY ==RT-ORIG-TXN-ID==.

WORKING-STORAGE SECTION.
   01 WS-FLAGS.
