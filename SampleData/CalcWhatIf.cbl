           AT END
               MOVE "Y" TO WS-EOF-SW
           NOT AT END
               IF CT-TRAN-TYPE NOT = "V"
                   ADD 1 TO WS-TRANS-COUNT
                   PERFORM REPLAY-ONE-TRANSACTION
               END-IF
       END-READ
   END-PERFORM.
   CLOSE CALC-TRANS-FILE.
