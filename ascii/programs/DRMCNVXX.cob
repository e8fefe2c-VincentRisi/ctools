           MOVE DRO-ADDRESS2            TO DEBTOR-ADDRESS2.
           MOVE DRO-ADDRESS3            TO DEBTOR-ADDRESS3.
           MOVE DRO-BALANCE             TO DEBTOR-BALANCE.
           MOVE 0                       TO DEBTOR-CREDIT-LIMIT
                                           DEBTOR-DO-AMOUNT.
           MOVE " "                     TO DEBTOR-STOP-SUPPLY
                                           DEBTOR-DELIVERY-PREF.
           MOVE SPACES                  TO DEBTOR-EMAIL-ADDRESS.
