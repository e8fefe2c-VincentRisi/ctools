        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectPostAcc".
         Copy "SelectCrMaster".
         Copy "SelectCrTrans".
         Copy "SelectCurrency".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdCreditor.
           COPY ChlfdCrTrans.
           COPY ChlfdCurrency.
               03  WS-DL-DIFF       PIC Z,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(45) VALUE " ".
        Copy "WsDateInfo".
           COPY "WsPostAcc".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
              MOVE "BATCH" TO WS-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           OPEN INPUT POSTACC-FILE.
           IF WS-PA-ST1 NOT = 0
              MOVE "NO POSTING ACCOUNT FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE "CRCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CONTROL-ACC.
           MOVE "EXCHDIFF" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-EXDIF-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "POSTING ACCOUNT MISSING, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN I-O CREDITOR-MASTER.
           IF WS-CREDITOR-ST1 NOT = 0
              MOVE "CANNOT OPEN CREDITOR MASTER, RUN ABANDONED."
           EXIT.
      *
        COPY "StatusText".
        COPY "PostAccLookup".
        COPY "ErrorMessage".
      * END-OF-JOB.
