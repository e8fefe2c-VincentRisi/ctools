         Copy "SelectDrMaster".
         Copy "SelectDrTrans".
         Copy "SelectMastChgLog".
         Copy "SelectDrAlloc".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdDebtor.
           COPY ChlfdDrTrans.
           COPY ChlfdMastChgLog.
           COPY ChlfdDrAlloc.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-ACC           PIC 9(07) VALUE 0.
           77  WS-RCPT-IN       PIC X(06) VALUE " ".
           77  WS-RCPT-TRANS    PIC 9(06) VALUE 0.
           77  WS-RCPT-TYPE     PIC X(01) VALUE " ".
           77  WS-ITEM-IN       PIC X(06) VALUE " ".
           77  WS-ITEM-TRANS    PIC 9(06) VALUE 0.
           77  WS-AMT-IN        PIC X(14) VALUE " ".
           01  WS-DRTRANS-STATUS.
               03  WS-DRTRANS-ST1   PIC 99.
           COPY "WsMastChgLog".
           COPY "WsDrAlloc".
      *
        LINKAGE SECTION.
        COPY ChlfdLinkage.
              OPEN OUTPUT MAST-CHGLOG
              CLOSE MAST-CHGLOG
              OPEN I-O MAST-CHGLOG.
           OPEN I-O DR-ALLOC-FILE.
           IF WS-DRAL-ST1 = 35
              OPEN OUTPUT DR-ALLOC-FILE
              CLOSE DR-ALLOC-FILE
              OPEN I-O DR-ALLOC-FILE.
        A-EXIT.
           EXIT.
      *
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           MOVE DRTR-TYPE TO WS-RCPT-TYPE.
           SUBTRACT DRTR-OUTSTANDING FROM 0 GIVING WS-PARKED.
           MOVE WS-PARKED TO WS-AMT-EDIT.
           MOVE 1310 TO W-POS.
             PERFORM ERROR-MESSAGE
             GO TO DA-EXIT.
           PERFORM D-LOG-CHANGE.
      *    ONLY CASH EARNS COMMISSION: A CREDIT NOTE OR NEGATIVE ROW
      *    SET AGAINST AN INVOICE IS NOT A COLLECTION.
           IF WS-RCPT-TYPE NOT = "R"
              GO TO DA-020.
           MOVE WS-ACC            TO WS-DRAL-ACCOUNT.
           MOVE WS-ITEM-TRANS     TO WS-DRAL-ITEM.
           MOVE DRTR-TYPE         TO WS-DRAL-TYPE.
           MOVE WS-RCPT-TRANS     TO WS-DRAL-RECEIPT.
           MOVE 0                 TO WS-DRAL-DATE.
           MOVE WS-AMT            TO WS-DRAL-AMOUNT.
           MOVE "DrAlcCap"        TO WS-DRAL-PROGRAM.
           PERFORM WRITE-DR-ALLOCLOG.
        DA-020.
           ADD 1 TO WS-ALLOC-COUNT.
           MOVE "ALLOCATION APPLIED AND LOGGED." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        C-000.
           CLOSE DEBTOR-MASTER
                 DRTRANS-FILE
                 MAST-CHGLOG
                 DR-ALLOC-FILE.
           DISPLAY "ALLOCATIONS APPLIED: " WS-ALLOC-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "DrAllocLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
