                PERFORM ERROR-MESSAGE
            ELSE
                MOVE CREDITOR-RECORD TO WS-MCL-BEFORE
                PERFORM SHOW-RECORD
                IF CR-BANK-REJECTED
                    MOVE "BANK RETURNED A PAYMENT, CORRECT BANK ACC."
                      TO WS-MESSAGE
                    PERFORM ERROR-MESSAGE.
       GA-999.
            EXIT.
      *
           PERFORM USER-FILL-FIELD.
           MOVE 11              TO F-CBFIELDLENGTH.
           PERFORM READ-FIELD-ALPHA.
           IF F-NAMEFIELD NOT = " "
              AND F-NAMEFIELD (1:11) NOT = CR-BANK-ACCOUNT
               MOVE " " TO CR-BANK-STATUS.
           IF F-NAMEFIELD NOT = " "
               MOVE F-NAMEFIELD TO CR-BANK-ACCOUNT.
      *    SETTLEMENT TERMS IN DAYS FROM INVOICE DATE; 0 = DUE AT ONCE.
