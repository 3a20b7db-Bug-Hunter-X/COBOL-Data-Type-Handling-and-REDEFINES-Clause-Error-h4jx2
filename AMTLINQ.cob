               MOVE AL-TRANS-KEY     TO ID-KEY
               MOVE AL-TRANS-ACCOUNT TO ID-ACCOUNT
               MOVE AL-INPUT-AMOUNT  TO ID-INPUT-AMOUNT
               IF AL-LARGE-VALUE
                   MOVE AL-LARGE-SOURCE-AMOUNT TO ID-SOURCE-AMOUNT
               ELSE
                   MOVE AL-SOURCE-AMOUNT TO ID-SOURCE-AMOUNT
               END-IF
               MOVE AL-RESULT-BYTES  TO ID-RESULT-BYTES
               MOVE AL-RETURN-CODE   TO ID-RETURN-CODE
               MOVE WS-INQUIRY-DETAIL TO INQUIRY-RPT-REC
