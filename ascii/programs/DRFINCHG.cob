        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectPostAcc".
         Copy "SelectDrMaster".
         Copy "SelectDrTrans".
           SELECT GLJRN-FILE ASSIGN TO "GlJrn"
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdDebtor.
           COPY ChlfdDrTrans.
           COPY ChlfdGlJrn.
           01  WS-GLJRN-STATUS.
               03  WS-STAT1         PIC 99.
        Copy "WsDateInfo".
           COPY "WsPostAcc".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
              MOVE 2 TO WS-RATE
           ELSE
              MOVE FUNCTION NUMVAL(WS-RATE-IN) TO WS-RATE.
           OPEN INPUT POSTACC-FILE.
           IF WS-PA-ST1 NOT = 0
              MOVE "NO POSTING ACCOUNT FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE "DRCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CONTROL-ACC.
           MOVE "FINCHARGE" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-INCOME-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "POSTING ACCOUNT MISSING, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN I-O DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "CANNOT OPEN DEBTOR MASTER, RUN ABANDONED."
              GO TO BSO-EXIT.
           IF DRTR-OUTSTANDING NOT > 0
              GO TO BSO-010.
      *    AN ITEM UNDER DISPUTE EARNS NO INTEREST UNTIL IT IS SETTLED.
           IF DRTR-DISPUTED
              GO TO BSO-010.
           IF DRTR-DATE = 0
              ADD DRTR-OUTSTANDING TO WS-OVERDUE
              GO TO BSO-010.
           MOVE "FIN CHARGE"          TO DRTR-REFERENCE.
           MOVE WS-CHARGE             TO DRTR-AMOUNT.
           MOVE WS-CHARGE             TO DRTR-OUTSTANDING.
           MOVE SPACES                TO DRTR-DISPUTE.
           MOVE 0                     TO DRTR-INVOICE-TRANS.
           WRITE DRTRANS-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR FINANCE CHARGE." TO WS-MESSAGE
           EXIT.
      *
        COPY "StatusText".
        COPY "PostAccLookup".
        COPY "ErrorMessage".
      * END-OF-JOB.
