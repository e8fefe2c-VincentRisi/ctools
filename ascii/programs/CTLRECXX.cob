        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectPostAcc".
         Copy "SelectCrMaster".
         Copy "SelectDrMaster".
         Copy "SelectStMaster".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdCreditor.
           COPY ChlfdDebtor.
           COPY ChlfdStockMast.
               03  WS-GL-ST1        PIC 99.
           01  WS-LOG-STATUS.
               03  WS-LOG-ST1       PIC 99.
           COPY "WsPostAcc".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY.
           OPEN INPUT POSTACC-FILE.
           IF WS-PA-ST1 NOT = 0
              MOVE "NO POSTING ACCOUNT FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE "CRCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CR-CTL-ACC.
           MOVE "DRCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-DR-CTL-ACC.
           MOVE "STCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-ST-CTL-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "POSTING ACCOUNT MISSING, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
        A-EXIT.
           EXIT.
      *
        E-EXIT.
           EXIT.
      *
        COPY "PostAccLookup".
        COPY "ErrorMessage".
      * END-OF-JOB.
