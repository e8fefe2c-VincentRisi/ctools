        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectPostAcc".
         Copy "SelectDrMaster".
         Copy "SelectDrTrans".
         Copy "SelectMastChgLog".
         Copy "SelectGlPeriod".
         Copy "SelectInFlight".
         Copy "SelectCostCentre".
         Copy "SelectDrAlloc".
           COPY "SelectBankAcc".
           SELECT GL-MASTER ASSIGN TO "GlMaster"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               ALTERNATE RECORD KEY IS GL-DESCRIPTION WITH DUPLICATES
               FILE STATUS IS WS-GL-STATUS.
           SELECT GLJRN-FILE ASSIGN TO "GlJrn"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdDebtor.
           COPY ChlfdDrTrans.
           COPY ChlfdGlJrn.
           COPY ChlfdMastChgLog.
           COPY ChlfdGlPeriod.
           COPY ChlfdInFlight.
           COPY ChlfdGlMast.
           COPY ChlfdCostCentre.
           COPY ChlfdDrAlloc.
           COPY ChlfdBankAcc.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-RECEIPT-TRANS PIC 9(06) VALUE 0.
           77  WS-CONTROL-ACC   PIC X(06) VALUE " ".
           77  WS-BANK-ACC      PIC X(06) VALUE " ".
           77  WS-GL-OFF-SW     PIC X VALUE "N".
               88  WS-GL-OFF        VALUE "Y".
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-DRTRANS-STATUS.
               03  WS-STAT1         PIC 99.
           01  WS-PERIOD-STATUS.
               03  WS-PERIOD-ST1    PIC 99.
           01  WS-GL-STATUS.
               03  WS-GL-ST1        PIC 99.
           01  WS-DATE-WORK.
               03  WS-DATE-NUM  PIC 9(08).
               03  FILLER REDEFINES WS-DATE-NUM.
                   05  WS-DS-PERIOD PIC 9(06).
                   05  WS-DS-DAY    PIC 9(02).
           COPY "WsMastChgLog".
           COPY "WsPostAcc".
           COPY "WsInFlight".
           COPY "WsCostCentre".
           COPY "WsDrAlloc".
           COPY "WsBankAcc".
      *
        LINKAGE SECTION.
        COPY ChlfdLinkage.
      *
        A-INIT SECTION.
        A-000.
           PERFORM CHECK-INFLIGHT.
           IF WS-IFL-ST1 NOT = 0
              MOVE "CANNOT OPEN POSTING MARKER FILE, CAPTURE ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           MOVE 0810 TO W-POS.
           DISPLAY "** DEBTOR CASH RECEIPTS CAPTURE **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           OPEN INPUT POSTACC-FILE.
           IF WS-PA-ST1 NOT = 0
              MOVE "NO POSTING ACCOUNT FILE, CAPTURE ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE POST-INFLIGHT
              EXIT PROGRAM.
           MOVE "DRCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CONTROL-ACC.
           MOVE "BANK" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-BANK-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "POSTING ACCOUNT MISSING, CAPTURE ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE POST-INFLIGHT
              EXIT PROGRAM.
           OPEN I-O DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "CANNOT OPEN DEBTOR MASTER, CAPTURE ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE POST-INFLIGHT
              EXIT PROGRAM.
           OPEN I-O DRTRANS-FILE.
           IF WS-DRTRANS-ST1 = 35
              OPEN OUTPUT MAST-CHGLOG
              CLOSE MAST-CHGLOG
              OPEN I-O MAST-CHGLOG.
           OPEN I-O DR-ALLOC-FILE.
           IF WS-DRAL-ST1 = 35
              OPEN OUTPUT DR-ALLOC-FILE
              CLOSE DR-ALLOC-FILE
              OPEN I-O DR-ALLOC-FILE.
           OPEN INPUT GL-PERIOD-FILE.
           IF WS-PERIOD-ST1 = 35
              OPEN OUTPUT GL-PERIOD-FILE
              PERFORM ERROR-MESSAGE
              PERFORM C-END
              EXIT PROGRAM.
      *    THE GL MASTER IS ONLY NEEDED FOR THE ACCOUNTS' DEFAULT COST
      *    CENTRES; WITHOUT IT THE RECEIPT LEGS POST WITH NONE.
           OPEN INPUT GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              MOVE "Y" TO WS-GL-OFF-SW.
           OPEN INPUT COST-CENTRE-FILE.
           IF WS-CC-ST1 NOT = 0
              MOVE "Y" TO WS-CC-OFF-SW.
      *    WITHOUT THE BANK ACCOUNT FILE EVERY RECEIPT BANKS TO THE
      *    BANK POSTING ACCOUNT AND NO ACCOUNT IS ASKED FOR.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WS-BA-ST1 NOT = 0
              MOVE "Y" TO WS-BA-OFF-SW.
           PERFORM A-NEXT-REFERENCE.
        A-EXIT.
           EXIT.
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
        BC-040.
           IF WS-BA-OFF
              GO TO BC-050.
           MOVE 1510 TO W-POS.
           DISPLAY "BANK ACCOUNT (BLANK=DEFAULT): [  ]" AT W-POS.
           MOVE 1541 TO W-POS.
           MOVE " " TO WS-BA-CODE.
           ACCEPT WS-BA-CODE AT W-POS.
           MOVE 1 TO WS-BA-PURPOSE.
           PERFORM READ-BANK-ACCOUNT.
           IF WS-BA-BAD
              GO TO BC-040.
           MOVE WS-BA-GL TO WS-BANK-ACC.
           MOVE 1541 TO W-POS.
           DISPLAY WS-BA-CODE AT W-POS.
           MOVE 1545 TO W-POS.
           DISPLAY WS-BA-NAME AT W-POS.
        BC-050.
           MOVE 1610 TO W-POS.
           DISPLAY "POST THIS RECEIPT, Y/N: [ ]" AT W-POS.
      *
        D-POST-RECEIPT SECTION.
        DP-005.
      *    THE TRANSACTION NUMBER IS TAKEN UP FRONT SO THE MARKER
      *    NAMES THE DOCUMENT BEFORE THE FIRST FILE IS UPDATED.
           PERFORM D-NEXT-TRANS.
           PERFORM D-MARK-RECEIPT.
           IF WS-CC-BAD
              GO TO DP-EXIT.
           IF WS-IFL-ST1 NOT = 0
              MOVE "CANNOT RECORD POSTING MARKER, RECEIPT NOT POSTED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DP-EXIT.
           MOVE DEBTOR-MASTER-RECORD TO WS-MCL-BEFORE.
           SUBTRACT WS-AMT FROM DEBTOR-BALANCE.
           REWRITE DEBTOR-MASTER-RECORD
           MOVE "C"               TO WS-MCL-ACTION.
           MOVE DEBTOR-MASTER-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
           MOVE "Y" TO IFL-MASTER-DONE.
           PERFORM STAGE-INFLIGHT.
        DP-010.
           MOVE WS-NEXT-TRANS TO WS-RECEIPT-TRANS.
           MOVE WS-ACC        TO DRTR-ACCOUNT-NUMBER.
           MOVE WS-NEXT-TRANS TO DRTR-TRANS-NUMBER.
           MOVE WS-REF-IN TO DRTR-REFERENCE.
           SUBTRACT WS-AMT FROM 0 GIVING DRTR-AMOUNT.
           MOVE 0 TO DRTR-OUTSTANDING.
           MOVE SPACES TO DRTR-DISPUTE.
           MOVE 0 TO DRTR-INVOICE-TRANS.
           WRITE DRTRANS-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR DEBTOR TRANSACTION."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO DP-EXIT.
           MOVE "Y" TO IFL-TRANS-DONE.
           PERFORM STAGE-INFLIGHT.
           PERFORM E-ALLOCATE.
        DP-020.
      *    BANK DEBIT AND DEBTORS CONTROL CREDIT, SO THE LEDGER
           MOVE "DrRecCap" TO GLJRN-SOURCE.
           MOVE WS-LINKAGE-OPERATOR TO GLJRN-OPERATOR.
           MOVE WS-DS-PERIOD TO GLJRN-PERIOD.
           MOVE IFL-LEG-CC (1) TO GLJRN-COST-CENTRE.
           WRITE GLJRN-REC
               INVALID KEY
             IF WS-STAT1 = 22
                MOVE "WRITE FAILED FOR JOURNAL ENTRY." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO DP-EXIT.
           MOVE GLJRN-REFERENCE TO IFL-LEG-REF (1).
           PERFORM STAGE-INFLIGHT.
           ADD 1 TO WS-NEXT-REF.
        DP-030.
           MOVE SPACES      TO GLJRN-REC.
           MOVE "DrRecCap" TO GLJRN-SOURCE.
           MOVE WS-LINKAGE-OPERATOR TO GLJRN-OPERATOR.
           MOVE WS-DS-PERIOD TO GLJRN-PERIOD.
           MOVE IFL-LEG-CC (2) TO GLJRN-COST-CENTRE.
           WRITE GLJRN-REC
               INVALID KEY
             IF WS-STAT1 = 22
                MOVE "WRITE FAILED FOR JOURNAL ENTRY." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO DP-EXIT.
           MOVE GLJRN-REFERENCE TO IFL-LEG-REF (2).
           PERFORM STAGE-INFLIGHT.
           ADD 1 TO WS-NEXT-REF.
           PERFORM END-INFLIGHT.
           ADD 1 TO WS-REC-COUNT.
           ADD WS-AMT TO WS-REC-TOTAL.
           IF NOT WS-IFL-WHOLE
              MOVE "RECEIPT PART POSTED, FINISH IT IN POSTING RECOVERY."
                 TO WS-MESSAGE
           ELSE IF WS-UNALLOCATED > 0
              MOVE "RECEIPT POSTED, BALANCE PARKED UNALLOCATED."
                 TO WS-MESSAGE
           ELSE
             MOVE "REWRITE FAILED DURING ALLOCATION." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO EA-900.
           MOVE WS-ACC            TO WS-DRAL-ACCOUNT.
           MOVE DRTR-TRANS-NUMBER TO WS-DRAL-ITEM.
           MOVE DRTR-TYPE         TO WS-DRAL-TYPE.
           MOVE WS-RECEIPT-TRANS  TO WS-DRAL-RECEIPT.
           MOVE FUNCTION NUMVAL(WS-DATE-IN) TO WS-DRAL-DATE.
           MOVE WS-ALLOC-PART     TO WS-DRAL-AMOUNT.
           MOVE "DrRecCap"        TO WS-DRAL-PROGRAM.
           PERFORM WRITE-DR-ALLOCLOG.
           ADD WS-ALLOC-PART TO IFL-ALLOCATED.
           PERFORM STAGE-INFLIGHT.
           GO TO EA-010.
        EA-900.
           IF WS-UNALLOCATED > 0
              PERFORM E-PARK-REMAINDER
           ELSE
              MOVE "Y" TO IFL-EXTRA-DONE.
           PERFORM STAGE-INFLIGHT.
        EA-EXIT.
           EXIT.
      *
               INVALID KEY
             MOVE "REWRITE FAILED PARKING UNALLOCATED REMAINDER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO EPR-EXIT.
           MOVE "Y" TO IFL-EXTRA-DONE.
        EPR-EXIT.
           EXIT.
      *
        D-MARK-RECEIPT SECTION.
      *****************************************************************
      * BUILD AND WRITE THE IN-FLIGHT MARKER FOR THE RECEIPT IN HAND:
      * THE DOCUMENT AND ITS TWO JOURNAL LEGS (BANK, DEBTORS CONTROL).
      * THE AMOUNT ALLOCATED TO INVOICES IS ADDED AS IT GOES, SO AN
      * INTERRUPTED ALLOCATION CAN BE PICKED UP WHERE IT STOPPED.
      *****************************************************************
        DMR-005.
           MOVE SPACES        TO IFL-RECORD.
           MOVE "DrRecCap"    TO IFL-PROGRAM.
           MOVE WS-ACC        TO IFL-ACCOUNT.
           MOVE WS-NEXT-TRANS TO IFL-TRANS-NUMBER.
           MOVE WS-ACC-IN     TO IFL-ACC-TEXT.
           MOVE WS-DATE-NUM   TO IFL-DOC-DATE.
           MOVE WS-DS-PERIOD  TO IFL-PERIOD.
           MOVE WS-REF-IN     TO IFL-REFERENCE.
           MOVE "R"           TO IFL-TRANS-TYPE.
           MOVE WS-AMT        TO IFL-AMOUNT.
           MOVE 0             TO IFL-ALLOCATED
                                 IFL-PO-NUMBER
                                 IFL-FOREIGN-AMT
                                 IFL-EXCH-RATE
                                 IFL-LINE-COUNT.
           MOVE 2             TO IFL-LEG-COUNT.
           MOVE WS-BANK-ACC   TO IFL-LEG-ACCOUNT (1).
           MOVE "RCPT  "      TO IFL-LEG-TEXT (1).
           MOVE WS-AMT        TO IFL-LEG-AMOUNT (1).
           MOVE WS-CONTROL-ACC TO IFL-LEG-ACCOUNT (2).
           MOVE "RCPT  "      TO IFL-LEG-TEXT (2).
           SUBTRACT WS-AMT FROM 0 GIVING IFL-LEG-AMOUNT (2).
           MOVE 0 TO IFL-LEG-REF (1) IFL-LEG-REF (2).
           MOVE "N" TO WS-CC-BAD-SW.
           IF NOT WS-GL-OFF
              PERFORM CENTRE-INFLIGHT-LEGS.
           IF WS-CC-BAD
              GO TO DMR-EXIT.
           PERFORM WRITE-INFLIGHT.
        DMR-EXIT.
           EXIT.
      *
        D-NEXT-TRANS SECTION.
        DNT-005.
                 DRTRANS-FILE
                 GLJRN-FILE
                 MAST-CHGLOG
                 DR-ALLOC-FILE
                 GL-PERIOD-FILE
                 POST-INFLIGHT.
           IF NOT WS-GL-OFF
              CLOSE GL-MASTER.
           IF NOT WS-CC-OFF
              CLOSE COST-CENTRE-FILE.
           IF NOT WS-BA-OFF
              CLOSE BANK-ACCOUNT-FILE.
           MOVE WS-REC-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "RECEIPTS POSTED: " WS-REC-COUNT.
           DISPLAY "VALUE POSTED:    " WS-TOTAL-EDIT.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "DrAllocLog".
        COPY "StatusText".
        COPY "PostAccLookup".
        COPY "BankAccLookup".
        COPY "InFlight".
        COPY "InFlightCentre".
        COPY "CostCentre".
        COPY "ClearScreen".
        COPY "ErrorMessage".
      * END-OF-JOB.
