                     WS-AMOUNT-HASH
                     WS-ACCT-HASH.
           PERFORM A-FIND-BANK.
           IF EFT-FORMAT NOT = " "
              MOVE EFT-FORMAT TO WS-FORMAT.
           OPEN OUTPUT EFT-FILE.
           IF WS-EFT-ST1 NOT = 0
              MOVE 90 TO EFT-RETURN-CODE
