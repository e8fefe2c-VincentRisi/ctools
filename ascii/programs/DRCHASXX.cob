              GO TO BAA-EXIT.
           IF DRTR-OUTSTANDING NOT > 0
              GO TO BAA-010.
      *    AN ITEM UNDER DISPUTE DOES NOT RAISE THE LETTER LEVEL.
           IF DRTR-DISPUTED
              GO TO BAA-010.
           IF DRTR-DATE = 0
              ADD DRTR-OUTSTANDING TO WS-90-AMT
              GO TO BAA-010.
