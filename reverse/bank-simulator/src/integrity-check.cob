                   AT END
                       CONTINUE
                   NOT AT END
                       IF NOT AE-CTL-HEADER AND NOT AE-CTL-TRAILER
                           MOVE AE-CUSTOMER-ID TO WS-CHECK-CUST-ID
                           PERFORM ADD-EXTRACT-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.

