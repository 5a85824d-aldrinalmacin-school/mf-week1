           MOVE SPACES                  TO SM-ZIP-CODE
           MOVE SPACES                  TO SM-EMAIL-ADDRESS
           MOVE "P"                     TO SM-DELIVERY-CODE
           MOVE ZERO                    TO SM-CREDIT-BALANCE
           MOVE SPACES                  TO SM-CREDIT-DATE

           WRITE STUDENT-MASTER-RECORD
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
