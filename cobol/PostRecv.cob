        IDENTIFICATION DIVISION.
        PROGRAM-ID. PostRecv.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectInFlight".
         Copy "SelectDrMaster".
         Copy "SelectDrTrans".
         Copy "SelectCrMaster".
         Copy "SelectCrTrans".
         Copy "SelectMastChgLog".
         Copy "SelectGlPeriod".
         Copy "SelectPurOrder".
         Copy "SelectSalesLine".
         Copy "SelectDrAlloc".
         Copy "SelectLandCost".
           SELECT STOCKCHANGE-MASTER ASSIGN TO "StChanges"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STCH-KEY
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT GLJRN-FILE ASSIGN TO "GlJrn"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLJRN-KEY
               FILE STATUS IS WS-GLJRN-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdInFlight.
           COPY ChlfdDebtor.
           COPY ChlfdDrTrans.
           COPY ChlfdCreditor.
           COPY ChlfdCrTrans.
           COPY ChlfdMastChgLog.
           COPY ChlfdGlPeriod.
           COPY ChlfdPurOrder.
           COPY ChlfdSalesLine.
           COPY ChlfdStockChanges.
           COPY ChlfdGlJrn.
           COPY ChlfdDrAlloc.
           COPY ChlfdLandCost.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-CONFIRM       PIC X VALUE " ".
           77  WS-LAST-KEY      PIC X(21) VALUE LOW-VALUES.
           77  WS-DONE-COUNT    PIC 9(06) VALUE 0.
           77  WS-REV-COUNT     PIC 9(06) VALUE 0.
           77  WS-CLR-ROW       PIC 9(02) VALUE 0.
           77  WS-MIDDLE        PIC X(79) VALUE " ".
           77  WS-AMT-EDIT      PIC Z,ZZZ,ZZ9.99-.
           77  WS-COUNT-EDIT    PIC Z9.
           77  WS-YES-NO        PIC X(03) VALUE " ".
           77  WS-NEXT-REF      PIC 9(08) VALUE 0.
           77  WS-NEXT-TRANS    PIC 9(06) VALUE 0.
           77  WS-NEXT-SEQ      PIC 9(04) VALUE 0.
           77  WS-DR-ACC        PIC 9(07) VALUE 0.
           77  WS-IDX           PIC 9(02) COMP VALUE 0.
           77  WS-IDX2          PIC 9(02) COMP VALUE 0.
           77  WS-LEG-DESC      PIC X(30) VALUE " ".
           77  WS-LEGS-DUE      PIC 9(02) VALUE 0.
           77  WS-LEGS-DONE     PIC 9(02) VALUE 0.
           77  WS-LINES-DONE    PIC 9(02) VALUE 0.
           77  WS-MASTER-DELTA  PIC S9(07)V99 VALUE 0.
           77  WS-BAL-BEFORE    PIC S9(07)V99 VALUE 0.
           77  WS-TRANS-AMT     PIC S9(07)V99 VALUE 0.
           77  WS-UNALLOCATED   PIC S9(07)V99 VALUE 0.
           77  WS-ALLOC-PART    PIC S9(07)V99 VALUE 0.
           77  WS-DUE-INT       PIC 9(08) VALUE 0.
           77  WS-LEG-AMOUNT    PIC S9(09)V99 VALUE 0.
           77  WS-LEG-TEXT      PIC X(06) VALUE " ".
           77  WS-LEG-SOURCE    PIC X(08) VALUE " ".
           77  WS-FOUND-REF     PIC 9(08) VALUE 0.
           77  WS-FOUND-SEQ     PIC 9(04) VALUE 0.
           77  WS-SEARCH-SW     PIC X VALUE "N".
               88  WS-SEARCH          VALUE "Y".
           77  WS-STEP-OK-SW    PIC X VALUE "N".
               88  WS-STEP-OK         VALUE "Y".
           77  WS-PERIOD-OK-SW  PIC X VALUE "N".
               88  WS-PERIOD-OK       VALUE "Y".
           77  WS-DR-OFF-SW     PIC X VALUE "N".
               88  WS-DR-OFF          VALUE "Y".
           77  WS-CR-OFF-SW     PIC X VALUE "N".
               88  WS-CR-OFF          VALUE "Y".
           77  WS-STOCK-OFF-SW  PIC X VALUE "N".
               88  WS-STOCK-OFF       VALUE "Y".
           77  WS-PO-OFF-SW     PIC X VALUE "N".
               88  WS-PO-OFF          VALUE "Y".
           77  WS-SL-OFF-SW     PIC X VALUE "N".
               88  WS-SL-OFF          VALUE "Y".
           77  WS-LC-OFF-SW     PIC X VALUE "N".
               88  WS-LC-OFF          VALUE "Y".
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-DRTRANS-STATUS.
               03  WS-DRTRANS-ST1   PIC 99.
           01  WS-CREDITOR-STATUS.
               03  WS-CREDITOR-ST1  PIC 99.
           01  WS-CRTRANS-STATUS.
               03  WS-CRTRANS-ST1   PIC 99.
           01  WS-GLJRN-STATUS.
               03  WS-STAT1         PIC 99.
           01  WS-PERIOD-STATUS.
               03  WS-PERIOD-ST1    PIC 99.
           01  WS-PO-STATUS.
               03  WS-PO-ST1        PIC 99.
           01  WS-SL-STATUS.
               03  WS-SL-ST1        PIC 99.
           01  WS-CHANGE-STATUS.
               03  WS-CHANGE-ST1    PIC 99.
           01  WS-LC-STATUS.
               03  WS-LC-ST1        PIC 99.
           COPY "WsMastChgLog".
           COPY "WsInFlight".
           COPY "WsDrAlloc".
      *
        LINKAGE SECTION.
        COPY ChlfdLinkage.
      *
        PROCEDURE DIVISION USING WS-LINKAGE.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-INIT.
           PERFORM B-CAPTURE.
           PERFORM C-END.
           EXIT PROGRAM.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           MOVE 0810 TO W-POS.
           DISPLAY "** POSTING RECOVERY **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           OPEN I-O POST-INFLIGHT.
           IF WS-IFL-ST1 = 35
              OPEN OUTPUT POST-INFLIGHT
              CLOSE POST-INFLIGHT
              OPEN I-O POST-INFLIGHT.
           IF WS-IFL-ST1 NOT = 0
              MOVE "CANNOT OPEN POSTING MARKER FILE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN I-O DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "Y" TO WS-DR-OFF-SW.
           OPEN I-O DRTRANS-FILE.
           IF WS-DRTRANS-ST1 = 35
              OPEN OUTPUT DRTRANS-FILE
              CLOSE DRTRANS-FILE
              OPEN I-O DRTRANS-FILE.
           OPEN I-O CREDITOR-MASTER.
           IF WS-CREDITOR-ST1 NOT = 0
              MOVE "Y" TO WS-CR-OFF-SW.
           OPEN I-O CRTRANS-FILE.
           IF WS-CRTRANS-ST1 = 35
              OPEN OUTPUT CRTRANS-FILE
              CLOSE CRTRANS-FILE
              OPEN I-O CRTRANS-FILE.
           OPEN I-O GLJRN-FILE.
           IF WS-STAT1 = 35
              OPEN OUTPUT GLJRN-FILE
              CLOSE GLJRN-FILE
              OPEN I-O GLJRN-FILE.
           OPEN I-O MAST-CHGLOG.
           IF WS-MCL-ST1 = 35
              OPEN OUTPUT MAST-CHGLOG
              CLOSE MAST-CHGLOG
              OPEN I-O MAST-CHGLOG.
           OPEN I-O DR-ALLOC-FILE.
           IF WS-DRAL-ST1 = 35
              OPEN OUTPUT DR-ALLOC-FILE
              CLOSE DR-ALLOC-FILE
              OPEN I-O DR-ALLOC-FILE.
           OPEN INPUT GL-PERIOD-FILE.
           IF WS-PERIOD-ST1 NOT = 0
              MOVE "NO PERIOD FILE, CANNOT VALIDATE DATES."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE POST-INFLIGHT DRTRANS-FILE CRTRANS-FILE
                    GLJRN-FILE MAST-CHGLOG
              IF NOT WS-DR-OFF
                 CLOSE DEBTOR-MASTER
              END-IF
              IF NOT WS-CR-OFF
                 CLOSE CREDITOR-MASTER
              END-IF
              EXIT PROGRAM.
           OPEN I-O STOCKCHANGE-MASTER.
           IF WS-CHANGE-ST1 = 35
              OPEN OUTPUT STOCKCHANGE-MASTER
              CLOSE STOCKCHANGE-MASTER
              OPEN I-O STOCKCHANGE-MASTER.
           IF WS-CHANGE-ST1 NOT = 0
              MOVE "Y" TO WS-STOCK-OFF-SW.
           OPEN I-O PURORDER-FILE.
           IF WS-PO-ST1 NOT = 0
              MOVE "Y" TO WS-PO-OFF-SW.
           OPEN I-O SALESLINE-FILE.
           IF WS-SL-ST1 NOT = 0
              MOVE "Y" TO WS-SL-OFF-SW.
           OPEN I-O LANDED-COST-FILE.
           IF WS-LC-ST1 = 35
              OPEN OUTPUT LANDED-COST-FILE
              CLOSE LANDED-COST-FILE
              OPEN I-O LANDED-COST-FILE.
           IF WS-LC-ST1 NOT = 0
              MOVE "Y" TO WS-LC-OFF-SW.
           PERFORM A-NEXT-REFERENCE.
        A-EXIT.
           EXIT.
      *
        A-NEXT-REFERENCE SECTION.
        ANR-005.
           MOVE 1 TO WS-NEXT-REF.
           MOVE 99999999 TO GLJRN-REFERENCE.
           START GLJRN-FILE KEY NOT > GLJRN-KEY
               INVALID KEY
             GO TO ANR-EXIT.
           READ GLJRN-FILE PREVIOUS
               AT END
             GO TO ANR-EXIT.
           ADD 1 GLJRN-REFERENCE GIVING WS-NEXT-REF.
        ANR-EXIT.
           EXIT.
      *
        B-CAPTURE SECTION.
      *****************************************************************
      * WALK THE DOCUMENTS LEFT HALF-POSTED BY A CAPTURE SESSION THAT
      * DIED. EACH ONE IS SHOWN WITH HOW FAR IT GOT; COMPLETING IT
      * DOES THE STEPS THAT ARE MISSING, REVERSING IT UNDOES THE
      * STEPS THAT LANDED, SO EITHER WAY THE SUBLEDGER AND THE LEDGER
      * AGREE AGAIN. REVERSAL IS FOR A SENIOR OPERATOR ONLY.
      *****************************************************************
        BC-005.
           MOVE WS-LAST-KEY TO IFL-KEY.
           START POST-INFLIGHT KEY > IFL-KEY
               INVALID KEY
             GO TO BC-090.
        BC-010.
           READ POST-INFLIGHT NEXT
               AT END
             GO TO BC-090.
           MOVE IFL-KEY TO WS-LAST-KEY.
           PERFORM B-SHOW-MARKER.
        BC-020.
           MOVE 2410 TO W-POS.
           DISPLAY "C=COMPLETE R=REVERSE S=SKIP E=END: [ ]" AT W-POS.
           MOVE 2446 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "E"
              GO TO BC-EXIT.
           IF WS-ACTION = "S"
              GO TO BC-005.
           IF WS-ACTION = "C"
              GO TO BC-030.
           IF WS-ACTION = "R"
              GO TO BC-040.
           MOVE "ACTION MUST BE C, R, S OR E, RE-ENTER." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-020.
        BC-030.
           PERFORM B-CHECK-MARKER.
           IF NOT WS-STEP-OK
              GO TO BC-005.
           MOVE 2410 TO W-POS.
           DISPLAY "COMPLETE THIS POSTING, Y/N: [ ]           "
              AT W-POS.
           MOVE 2439 TO W-POS.
           MOVE " " TO WS-CONFIRM.
           ACCEPT WS-CONFIRM AT W-POS.
           IF WS-CONFIRM NOT = "Y"
              GO TO BC-020.
           PERFORM D-COMPLETE.
           GO TO BC-005.
        BC-040.
           IF WS-LINKAGE-AUTHORITY < 7
              MOVE "ONLY A SENIOR OPERATOR MAY REVERSE A POSTING."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
           PERFORM B-CHECK-MARKER.
           IF NOT WS-STEP-OK
              GO TO BC-005.
           MOVE 2410 TO W-POS.
           DISPLAY "REVERSE THIS POSTING, Y/N: [ ]            "
              AT W-POS.
           MOVE 2438 TO W-POS.
           MOVE " " TO WS-CONFIRM.
           ACCEPT WS-CONFIRM AT W-POS.
           IF WS-CONFIRM NOT = "Y"
              GO TO BC-020.
           PERFORM E-REVERSE.
           GO TO BC-005.
        BC-090.
           MOVE "NO MORE UNFINISHED POSTINGS." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        BC-EXIT.
           EXIT.
      *
        B-CHECK-MARKER SECTION.
      *****************************************************************
      * RE-READ THE MARKER IN CASE ANOTHER SESSION HAS DEALT WITH IT,
      * AND REFUSE TO TOUCH A DOCUMENT WHOSE PERIOD HAS SINCE CLOSED
      * OR WHOSE LEDGER FILES ARE NOT OPEN HERE.
      *****************************************************************
        BCK-005.
           MOVE "N" TO WS-STEP-OK-SW.
           MOVE WS-LAST-KEY TO IFL-KEY.
           READ POST-INFLIGHT
               INVALID KEY
             MOVE "POSTING ALREADY DEALT WITH ELSEWHERE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BCK-EXIT.
           MOVE IFL-PERIOD TO GLPD-PERIOD.
           READ GL-PERIOD-FILE
               INVALID KEY
             MOVE "NO ACCOUNTING PERIOD ON FILE FOR THE DOCUMENT."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BCK-EXIT.
           IF GLPD-CLOSED
              MOVE "THE DOCUMENT PERIOD IS NOW CLOSED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BCK-EXIT.
           IF IFL-PROGRAM = "CrInvCap"
              IF WS-CR-OFF
                 MOVE "CANNOT OPEN CREDITOR MASTER, NOT RECOVERED."
                    TO WS-MESSAGE
                 PERFORM ERROR-MESSAGE
                 GO TO BCK-EXIT
              ELSE
                 NEXT SENTENCE
           ELSE
              IF WS-DR-OFF
                 MOVE "CANNOT OPEN DEBTOR MASTER, NOT RECOVERED."
                    TO WS-MESSAGE
                 PERFORM ERROR-MESSAGE
                 GO TO BCK-EXIT.
           IF IFL-LINE-COUNT > 0 AND WS-STOCK-OFF
              MOVE "CANNOT OPEN STOCK CHANGES FILE, NOT RECOVERED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BCK-EXIT.
           IF IFL-PROGRAM = "CrInvCap" AND IFL-LANDED-COST
                AND WS-LC-OFF
              MOVE "CANNOT OPEN LANDED COST FILE, NOT RECOVERED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BCK-EXIT.
           MOVE IFL-ACCOUNT TO WS-DR-ACC.
           MOVE "Y" TO WS-STEP-OK-SW.
        BCK-EXIT.
           EXIT.
      *
        B-SHOW-MARKER SECTION.
      *****************************************************************
      * THE DOCUMENT ON ROWS 10-13, HOW FAR IT GOT ON ROWS 15-20.
      *****************************************************************
        BSM-005.
           MOVE 10 TO WS-CLR-ROW.
           PERFORM B-CLEAR-MIDDLE.
           MOVE 1010 TO W-POS.
           DISPLAY "POSTED BY:" AT W-POS.
           MOVE 1021 TO W-POS.
           DISPLAY IFL-PROGRAM AT W-POS.
           MOVE 1031 TO W-POS.
           DISPLAY "ACCOUNT:" AT W-POS.
           MOVE 1040 TO W-POS.
           DISPLAY IFL-ACC-TEXT AT W-POS.
           MOVE 1049 TO W-POS.
           DISPLAY "TRANS:" AT W-POS.
           MOVE 1056 TO W-POS.
           DISPLAY IFL-TRANS-NUMBER AT W-POS.
           MOVE IFL-AMOUNT TO WS-AMT-EDIT.
           MOVE 1110 TO W-POS.
           DISPLAY "REFERENCE:" AT W-POS.
           MOVE 1121 TO W-POS.
           DISPLAY IFL-REFERENCE AT W-POS.
           MOVE 1133 TO W-POS.
           DISPLAY "DATE:" AT W-POS.
           MOVE 1139 TO W-POS.
           DISPLAY IFL-DOC-DATE AT W-POS.
           MOVE 1149 TO W-POS.
           DISPLAY "AMOUNT:" AT W-POS.
           MOVE 1157 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
           MOVE 1210 TO W-POS.
           DISPLAY "STARTED:" AT W-POS.
           MOVE 1219 TO W-POS.
           DISPLAY IFL-STARTED AT W-POS.
           MOVE 1235 TO W-POS.
           DISPLAY "OPERATOR:" AT W-POS.
           MOVE 1245 TO W-POS.
           DISPLAY IFL-OPERATOR AT W-POS.
           PERFORM B-SHOW-NAME.
           IF IFL-MASTER-POSTED
              MOVE "YES" TO WS-YES-NO
           ELSE
              MOVE "NO " TO WS-YES-NO.
           MOVE 1510 TO W-POS.
           DISPLAY "BALANCE UPDATED:" AT W-POS.
           MOVE 1532 TO W-POS.
           DISPLAY WS-YES-NO AT W-POS.
           IF IFL-TRANS-POSTED
              MOVE "YES" TO WS-YES-NO
           ELSE
              MOVE "NO " TO WS-YES-NO.
           MOVE 1610 TO W-POS.
           DISPLAY "TRANSACTION WRITTEN:" AT W-POS.
           MOVE 1632 TO W-POS.
           DISPLAY WS-YES-NO AT W-POS.
           IF IFL-EXTRA-POSTED
              MOVE "YES" TO WS-YES-NO
           ELSE
              MOVE "NO " TO WS-YES-NO.
           IF IFL-PROGRAM = "DrRecCap"
              MOVE IFL-ALLOCATED TO WS-AMT-EDIT
              MOVE 1710 TO W-POS
              DISPLAY "RECEIPT ALLOCATED:" AT W-POS
              MOVE 1732 TO W-POS
              DISPLAY WS-YES-NO AT W-POS
              MOVE 1737 TO W-POS
              DISPLAY WS-AMT-EDIT AT W-POS.
           IF IFL-PROGRAM = "DrCrnCap"
              MOVE IFL-ALLOCATED TO WS-AMT-EDIT
              MOVE 1710 TO W-POS
              DISPLAY "CREDIT ALLOCATED:" AT W-POS
              MOVE 1732 TO W-POS
              DISPLAY WS-YES-NO AT W-POS
              MOVE 1737 TO W-POS
              DISPLAY WS-AMT-EDIT AT W-POS.
           IF IFL-PROGRAM = "CrInvCap" AND IFL-PO-NUMBER NOT = 0
              MOVE 1710 TO W-POS
              DISPLAY "ORDER CLOSED:" AT W-POS
              MOVE 1732 TO W-POS
              DISPLAY WS-YES-NO AT W-POS
              MOVE 1737 TO W-POS
              DISPLAY IFL-PO-NUMBER AT W-POS.
           IF IFL-PROGRAM = "CrInvCap" AND IFL-LANDED-COST
              MOVE 1710 TO W-POS
              DISPLAY "LANDED COST HELD:" AT W-POS
              MOVE 1732 TO W-POS
              DISPLAY WS-YES-NO AT W-POS.
           IF IFL-PROGRAM = "DrInvCap" AND IFL-PO-NUMBER NOT = 0
              MOVE 1710 TO W-POS
              DISPLAY "FROM SALES ORDER:" AT W-POS
              MOVE 1732 TO W-POS
              DISPLAY IFL-PO-NUMBER AT W-POS.
           PERFORM B-COUNT-STEPS.
           MOVE 1810 TO W-POS.
           DISPLAY "JOURNAL LEGS WRITTEN:" AT W-POS.
           MOVE WS-LEGS-DONE TO WS-COUNT-EDIT.
           MOVE 1832 TO W-POS.
           DISPLAY WS-COUNT-EDIT AT W-POS.
           MOVE 1835 TO W-POS.
           DISPLAY "OF" AT W-POS.
           MOVE WS-LEGS-DUE TO WS-COUNT-EDIT.
           MOVE 1838 TO W-POS.
           DISPLAY WS-COUNT-EDIT AT W-POS.
           IF IFL-LINE-COUNT = 0
              GO TO BSM-EXIT.
           MOVE 1910 TO W-POS.
           DISPLAY "STOCK LINES WRITTEN:" AT W-POS.
           MOVE WS-LINES-DONE TO WS-COUNT-EDIT.
           MOVE 1932 TO W-POS.
           DISPLAY WS-COUNT-EDIT AT W-POS.
           MOVE 1935 TO W-POS.
           DISPLAY "OF" AT W-POS.
           MOVE IFL-LINE-COUNT TO WS-COUNT-EDIT.
           MOVE 1938 TO W-POS.
           DISPLAY WS-COUNT-EDIT AT W-POS.
        BSM-EXIT.
           EXIT.
      *
        B-SHOW-NAME SECTION.
        BSN-005.
           IF IFL-PROGRAM = "CrInvCap"
              GO TO BSN-010.
           IF WS-DR-OFF
              GO TO BSN-EXIT.
           MOVE IFL-ACCOUNT TO WS-DR-ACC.
           MOVE WS-DR-ACC TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             GO TO BSN-EXIT.
           MOVE 1310 TO W-POS.
           DISPLAY DEBTOR-NAME AT W-POS.
           GO TO BSN-EXIT.
        BSN-010.
           IF WS-CR-OFF
              GO TO BSN-EXIT.
           MOVE IFL-ACCOUNT TO CR-ACCOUNT-NUMBER.
           READ CREDITOR-MASTER
               INVALID KEY
             GO TO BSN-EXIT.
           MOVE 1310 TO W-POS.
           DISPLAY CR-NAME AT W-POS.
        BSN-EXIT.
           EXIT.
      *
        B-COUNT-STEPS SECTION.
        BCS-005.
           MOVE 0 TO WS-LEGS-DUE WS-LEGS-DONE WS-LINES-DONE WS-IDX.
        BCS-010.
           ADD 1 TO WS-IDX.
           IF WS-IDX > IFL-LEG-COUNT
              MOVE 0 TO WS-IDX
              GO TO BCS-020.
           IF IFL-LEG-AMOUNT (WS-IDX) NOT = 0
              ADD 1 TO WS-LEGS-DUE
              IF IFL-LEG-REF (WS-IDX) NOT = 0
                 ADD 1 TO WS-LEGS-DONE.
           GO TO BCS-010.
        BCS-020.
           ADD 1 TO WS-IDX.
           IF WS-IDX > IFL-LINE-COUNT
              GO TO BCS-EXIT.
           IF IFL-LN-SEQ (WS-IDX) NOT = 0
              ADD 1 TO WS-LINES-DONE.
           GO TO BCS-020.
        BCS-EXIT.
           EXIT.
      *
        B-CLEAR-MIDDLE SECTION.
      *****************************************************************
      * BLANK THE SCREEN FROM ROW WS-CLR-ROW DOWN TO ROW 24.
      *****************************************************************
        BCM-005.
           IF WS-CLR-ROW > 24
              GO TO BCM-EXIT.
           MOVE " " TO WS-MIDDLE.
           COMPUTE W-POS = WS-CLR-ROW * 100 + 1.
           DISPLAY WS-MIDDLE AT W-POS.
           ADD 1 TO WS-CLR-ROW.
           GO TO BCM-005.
        BCM-EXIT.
           EXIT.
      *
        D-COMPLETE SECTION.
      *****************************************************************
      * DO EVERY STEP THE MARKER SAYS IS MISSING, IN THE ORDER THE
      * CAPTURE PROGRAM DOES THEM, MARKING EACH ONE AS IT LANDS. A
      * STEP THAT LANDED JUST BEFORE THE SESSION DIED, BUT WAS NOT
      * YET MARKED, IS FOUND ON FILE AND NOT DONE A SECOND TIME.
      * STOCK LINES GO OUT IN ORDER, SO ONLY THE FIRST UNMARKED ONE
      * CAN HAVE LANDED UNMARKED.
      *****************************************************************
        DC-005.
           IF IFL-MASTER-POSTED
              GO TO DC-010.
           PERFORM F-FIND-MASTER.
           IF NOT WS-STEP-OK
              MOVE 1 TO WS-IDX
              PERFORM F-UPDATE-MASTER
              IF NOT WS-STEP-OK
                 GO TO DC-900.
           MOVE "Y" TO IFL-MASTER-DONE.
           PERFORM X-STAGE.
        DC-010.
           IF IFL-TRANS-POSTED
              GO TO DC-020.
           PERFORM F-WRITE-TRANS.
           IF NOT WS-STEP-OK
              GO TO DC-900.
           MOVE "Y" TO IFL-TRANS-DONE.
           PERFORM X-STAGE.
        DC-020.
           IF IFL-EXTRA-POSTED
              GO TO DC-030.
           IF IFL-PROGRAM = "DrRecCap"
              PERFORM F-ALLOCATE
           ELSE IF IFL-PROGRAM = "DrCrnCap"
              PERFORM F-ALLOCATE-CREDIT
           ELSE
              PERFORM F-CLOSE-ORDER.
           IF NOT WS-STEP-OK
              GO TO DC-900.
           MOVE "Y" TO IFL-EXTRA-DONE.
           PERFORM X-STAGE.
        DC-030.
           MOVE 0 TO WS-IDX.
           MOVE "Y" TO WS-SEARCH-SW.
        DC-035.
           ADD 1 TO WS-IDX.
           IF WS-IDX > IFL-LEG-COUNT
              MOVE 0 TO WS-IDX
              GO TO DC-040.
           IF IFL-LEG-AMOUNT (WS-IDX) = 0
                OR IFL-LEG-REF (WS-IDX) NOT = 0
              GO TO DC-035.
           PERFORM F-FIND-LEG.
           IF WS-FOUND-REF = 0
              MOVE IFL-LEG-AMOUNT (WS-IDX) TO WS-LEG-AMOUNT
              MOVE IFL-LEG-TEXT (WS-IDX)   TO WS-LEG-TEXT
              MOVE IFL-PROGRAM             TO WS-LEG-SOURCE
              PERFORM F-WRITE-LEG
              IF NOT WS-STEP-OK
                 GO TO DC-900.
           MOVE WS-FOUND-REF TO IFL-LEG-REF (WS-IDX).
           PERFORM X-STAGE.
           GO TO DC-035.
        DC-040.
           ADD 1 TO WS-IDX.
           IF WS-IDX > IFL-LINE-COUNT
              GO TO DC-050.
           IF IFL-LN-SEQ (WS-IDX) NOT = 0
              GO TO DC-040.
           MOVE 0 TO WS-FOUND-SEQ.
           IF WS-SEARCH
              PERFORM F-FIND-LINE
              MOVE "N" TO WS-SEARCH-SW.
           IF WS-FOUND-SEQ = 0
              PERFORM F-WRITE-LINE
              IF NOT WS-STEP-OK
                 GO TO DC-900.
           MOVE WS-FOUND-SEQ TO IFL-LN-SEQ (WS-IDX).
           PERFORM X-STAGE.
           GO TO DC-040.
        DC-050.
           DELETE POST-INFLIGHT RECORD
               INVALID KEY NEXT SENTENCE.
           ADD 1 TO WS-DONE-COUNT.
           MOVE "POSTING COMPLETED, SUBLEDGER AND LEDGER AGREE."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO DC-EXIT.
        DC-900.
           MOVE "COMPLETION STOPPED, THE POSTING STAYS ON THE LIST."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        DC-EXIT.
           EXIT.
      *
        E-REVERSE SECTION.
      *****************************************************************
      * UNDO EVERY STEP THE MARKER SAYS LANDED, LAST FIRST. JOURNAL
      * LEGS ARE NEVER DELETED: EACH ONE WRITTEN GETS A CONTRA ENTRY.
      * A DOCUMENT THAT SOMETHING ELSE HAS SINCE BUILT ON (A RECEIPT
      * OR CREDIT NOTE ALREADY ALLOCATED, AN INVOICE PAID OR DRAWN
      * FROM A SALES ORDER) CAN ONLY BE COMPLETED.
      *****************************************************************
        ER-005.
           IF IFL-PROGRAM = "DrRecCap" AND IFL-ALLOCATED > 0
              MOVE "RECEIPT ALREADY ALLOCATED, COMPLETE IT INSTEAD."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO ER-EXIT.
           IF IFL-PROGRAM = "DrCrnCap" AND IFL-ALLOCATED > 0
              MOVE "CREDIT NOTE ALREADY ALLOCATED, COMPLETE IT INSTEAD."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO ER-EXIT.
           IF IFL-PROGRAM = "DrInvCap" AND IFL-PO-NUMBER NOT = 0
              MOVE "INVOICE IS FROM A SALES ORDER, COMPLETE IT."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO ER-EXIT.
           IF IFL-PROGRAM NOT = "CrInvCap" OR NOT IFL-LANDED-COST
              GO TO ER-008.
           PERFORM F-CHECK-LANDED.
           IF NOT WS-STEP-OK
              MOVE "LANDED COST ALREADY SPREAD, COMPLETE IT INSTEAD."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO ER-EXIT.
        ER-008.
           IF NOT IFL-TRANS-POSTED
              GO TO ER-010.
           PERFORM F-CHECK-TRANS.
           IF NOT WS-STEP-OK
              MOVE "TRANSACTION ALREADY SETTLED, COMPLETE IT INSTEAD."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO ER-EXIT.
        ER-010.
           MOVE 0 TO WS-IDX.
        ER-015.
           ADD 1 TO WS-IDX.
           IF WS-IDX > IFL-LINE-COUNT
              MOVE 0 TO WS-IDX
              GO TO ER-020.
           IF IFL-LN-SEQ (WS-IDX) = 0
              GO TO ER-015.
           PERFORM F-UNDO-LINE.
           IF NOT WS-STEP-OK
              GO TO ER-900.
           MOVE 0 TO IFL-LN-SEQ (WS-IDX).
           PERFORM X-STAGE.
           GO TO ER-015.
        ER-020.
           ADD 1 TO WS-IDX.
           IF WS-IDX > IFL-LEG-COUNT
              GO TO ER-030.
           IF IFL-LEG-REF (WS-IDX) = 0
              GO TO ER-020.
           SUBTRACT IFL-LEG-AMOUNT (WS-IDX) FROM 0 GIVING WS-LEG-AMOUNT.
           MOVE "REVRS "   TO WS-LEG-TEXT.
           MOVE "PostRecv" TO WS-LEG-SOURCE.
           PERFORM F-WRITE-LEG.
           IF NOT WS-STEP-OK
              GO TO ER-900.
           MOVE 0 TO IFL-LEG-REF (WS-IDX).
           PERFORM X-STAGE.
           GO TO ER-020.
        ER-030.
      *    THE HOLD MAY HAVE LANDED JUST BEFORE THE SESSION DIED, SO
      *    IT IS LOOKED FOR WHETHER OR NOT THE MARKER SAYS IT LANDED.
           IF IFL-PROGRAM NOT = "CrInvCap"
                OR NOT IFL-LANDED-COST
              GO TO ER-035.
           PERFORM F-DROP-LANDED.
           IF NOT WS-STEP-OK
              GO TO ER-900.
           MOVE " " TO IFL-EXTRA-DONE.
           PERFORM X-STAGE.
        ER-035.
           IF NOT IFL-EXTRA-POSTED
                OR IFL-PROGRAM NOT = "CrInvCap"
                OR IFL-PO-NUMBER = 0
              GO TO ER-040.
           PERFORM F-REOPEN-ORDER.
           IF NOT WS-STEP-OK
              GO TO ER-900.
           MOVE " " TO IFL-EXTRA-DONE.
           PERFORM X-STAGE.
        ER-040.
           IF NOT IFL-TRANS-POSTED
              GO TO ER-050.
           PERFORM F-DELETE-TRANS.
           IF NOT WS-STEP-OK
              GO TO ER-900.
           MOVE " " TO IFL-TRANS-DONE.
           PERFORM X-STAGE.
        ER-050.
           IF NOT IFL-MASTER-POSTED
              GO TO ER-060.
           MOVE 2 TO WS-IDX.
           PERFORM F-UPDATE-MASTER.
           IF NOT WS-STEP-OK
              GO TO ER-900.
           MOVE " " TO IFL-MASTER-DONE.
           PERFORM X-STAGE.
        ER-060.
           DELETE POST-INFLIGHT RECORD
               INVALID KEY NEXT SENTENCE.
           ADD 1 TO WS-REV-COUNT.
           MOVE "POSTING REVERSED, SUBLEDGER AND LEDGER AGREE."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO ER-EXIT.
        ER-900.
           MOVE "REVERSAL STOPPED, THE POSTING STAYS ON THE LIST."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        ER-EXIT.
           EXIT.
      *
        F-FIND-MASTER SECTION.
      *****************************************************************
      * THE BALANCE MAY HAVE MOVED JUST BEFORE THE SESSION DIED. THE
      * FIRST CHANGE-LOG ENTRY THE CAPTURE PROGRAM MADE FOR THE
      * ACCOUNT SINCE THE POSTING STARTED, MOVING THE BALANCE BY THE
      * DOCUMENT VALUE, SHOWS IT DID.
      *****************************************************************
        FFM-005.
           MOVE "N" TO WS-STEP-OK-SW.
           MOVE SPACES TO MCL-KEY.
           IF IFL-PROGRAM = "CrInvCap"
              MOVE "CREDITOR" TO MCL-FILE-ID
           ELSE
              MOVE "DEBTOR"   TO MCL-FILE-ID.
           MOVE IFL-ACC-TEXT TO MCL-RECORD-KEY.
           MOVE IFL-STARTED  TO MCL-TIMESTAMP.
           MOVE 0            TO MCL-SEQUENCE.
           START MAST-CHGLOG KEY NOT < MCL-KEY
               INVALID KEY
             GO TO FFM-EXIT.
        FFM-010.
           READ MAST-CHGLOG NEXT
               AT END
             GO TO FFM-EXIT.
           IF MCL-RECORD-KEY NOT = IFL-ACC-TEXT
              GO TO FFM-EXIT.
           IF MCL-PROGRAM NOT = IFL-PROGRAM
              GO TO FFM-010.
           IF IFL-PROGRAM = "CrInvCap"
              GO TO FFM-020.
           MOVE MCL-BEFORE-IMAGE TO DEBTOR-MASTER-RECORD.
           MOVE DEBTOR-BALANCE   TO WS-BAL-BEFORE.
           MOVE MCL-AFTER-IMAGE  TO DEBTOR-MASTER-RECORD.
           SUBTRACT WS-BAL-BEFORE FROM DEBTOR-BALANCE
              GIVING WS-MASTER-DELTA.
           IF IFL-PROGRAM = "DrRecCap"
              SUBTRACT WS-MASTER-DELTA FROM 0 GIVING WS-MASTER-DELTA.
           GO TO FFM-030.
        FFM-020.
           MOVE MCL-BEFORE-IMAGE TO CREDITOR-RECORD.
           MOVE CR-BALANCE       TO WS-BAL-BEFORE.
           MOVE MCL-AFTER-IMAGE  TO CREDITOR-RECORD.
           SUBTRACT WS-BAL-BEFORE FROM CR-BALANCE
              GIVING WS-MASTER-DELTA.
        FFM-030.
           IF WS-MASTER-DELTA = IFL-AMOUNT
              MOVE "Y" TO WS-STEP-OK-SW.
        FFM-EXIT.
           EXIT.
      *
        F-UPDATE-MASTER SECTION.
      *****************************************************************
      * MOVE THE DEBTOR OR CREDITOR BALANCE BY THE DOCUMENT VALUE:
      * WS-IDX 1 POSTS IT AS THE CAPTURE PROGRAM WOULD HAVE, WS-IDX 2
      * TAKES IT BACK OFF. THE CHANGE IS LOGGED LIKE ANY OTHER.
      *****************************************************************
        FUM-005.
           MOVE "N" TO WS-STEP-OK-SW.
           MOVE IFL-AMOUNT TO WS-MASTER-DELTA.
           IF IFL-PROGRAM = "DrRecCap"
              SUBTRACT IFL-AMOUNT FROM 0 GIVING WS-MASTER-DELTA.
           IF WS-IDX = 2
              SUBTRACT WS-MASTER-DELTA FROM 0 GIVING WS-MASTER-DELTA.
           IF IFL-PROGRAM = "CrInvCap"
              GO TO FUM-010.
           MOVE WS-DR-ACC TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE "DEBTOR ACCOUNT GONE, BALANCE NOT UPDATED."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO FUM-EXIT.
           MOVE DEBTOR-MASTER-RECORD TO WS-MCL-BEFORE.
           ADD WS-MASTER-DELTA TO DEBTOR-BALANCE.
           REWRITE DEBTOR-MASTER-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR DEBTOR MASTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO FUM-EXIT.
           MOVE "DEBTOR"          TO WS-MCL-FILE-ID.
           MOVE DEBTOR-MASTER-RECORD TO WS-MCL-AFTER.
           GO TO FUM-020.
        FUM-010.
           MOVE IFL-ACCOUNT TO CR-ACCOUNT-NUMBER.
           READ CREDITOR-MASTER
               INVALID KEY
             MOVE "CREDITOR ACCOUNT GONE, BALANCE NOT UPDATED."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO FUM-EXIT.
           MOVE CREDITOR-RECORD TO WS-MCL-BEFORE.
           ADD WS-MASTER-DELTA TO CR-BALANCE.
           REWRITE CREDITOR-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR CREDITOR MASTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO FUM-EXIT.
           MOVE "CREDITOR"        TO WS-MCL-FILE-ID.
           MOVE CREDITOR-RECORD   TO WS-MCL-AFTER.
        FUM-020.
           MOVE IFL-ACC-TEXT      TO WS-MCL-RECORD-KEY.
           MOVE "PostRecv"        TO WS-MCL-PROGRAM.
           MOVE "C"               TO WS-MCL-ACTION.
           PERFORM WRITE-MAST-CHGLOG.
           MOVE "Y" TO WS-STEP-OK-SW.
        FUM-EXIT.
           EXIT.
      *
        F-WRITE-TRANS SECTION.
      *****************************************************************
      * WRITE THE DEBTOR OR CREDITOR TRANSACTION UNDER THE NUMBER THE
      * CAPTURE PROGRAM TOOK. IF THAT NUMBER IS ON FILE AND IS THIS
      * DOCUMENT, IT LANDED BEFORE THE SESSION DIED; IF IT IS ANOTHER
      * DOCUMENT, THE POSTING MOVES TO THE NEXT FREE NUMBER.
      *****************************************************************
        FWT-005.
           MOVE "N" TO WS-STEP-OK-SW.
           IF IFL-PROGRAM = "CrInvCap"
              GO TO FWT-020.
           MOVE IFL-AMOUNT TO WS-TRANS-AMT.
           IF IFL-PROGRAM = "DrRecCap"
              SUBTRACT IFL-AMOUNT FROM 0 GIVING WS-TRANS-AMT.
        FWT-010.
           MOVE SPACES           TO DRTRANS-RECORD.
           MOVE WS-DR-ACC        TO DRTR-ACCOUNT-NUMBER.
           MOVE IFL-TRANS-NUMBER TO DRTR-TRANS-NUMBER.
           MOVE IFL-TRANS-TYPE   TO DRTR-TYPE.
           MOVE IFL-DOC-DATE     TO DRTR-DATE.
           MOVE IFL-REFERENCE    TO DRTR-REFERENCE.
           MOVE WS-TRANS-AMT     TO DRTR-AMOUNT.
           IF IFL-PROGRAM = "DrRecCap"
              MOVE 0            TO DRTR-OUTSTANDING
           ELSE
              MOVE WS-TRANS-AMT TO DRTR-OUTSTANDING.
           MOVE 0                TO DRTR-INVOICE-TRANS.
           IF IFL-PROGRAM = "DrCrnCap"
              MOVE IFL-PO-NUMBER TO DRTR-INVOICE-TRANS.
           WRITE DRTRANS-RECORD
               INVALID KEY
             IF WS-DRTRANS-ST1 = 22
                GO TO FWT-015
             ELSE
                MOVE "WRITE FAILED FOR DEBTOR TRANSACTION."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO FWT-EXIT.
           MOVE "Y" TO WS-STEP-OK-SW.
           GO TO FWT-EXIT.
        FWT-015.
           READ DRTRANS-FILE
               INVALID KEY
             GO TO FWT-EXIT.
           IF DRTR-REFERENCE = IFL-REFERENCE
                AND DRTR-AMOUNT = WS-TRANS-AMT
              MOVE "Y" TO WS-STEP-OK-SW
              GO TO FWT-EXIT.
           PERFORM F-RENUMBER.
           IF WS-IFL-ST1 NOT = 0
              GO TO FWT-EXIT.
           GO TO FWT-010.
        FWT-020.
           MOVE IFL-ACCOUNT TO CR-ACCOUNT-NUMBER.
           READ CREDITOR-MASTER
               INVALID KEY
             MOVE 0 TO CR-TERMS-DAYS.
           IF CR-TERMS-DAYS NOT NUMERIC
              MOVE 0 TO CR-TERMS-DAYS.
        FWT-025.
           MOVE SPACES           TO CRTRANS-RECORD.
           MOVE IFL-ACCOUNT      TO CRTR-ACCOUNT-NUMBER.
           MOVE IFL-TRANS-NUMBER TO CRTR-TRANS-NUMBER.
           MOVE IFL-TRANS-TYPE   TO CRTR-TYPE.
           MOVE IFL-DOC-DATE     TO CRTR-DATE.
           MOVE IFL-REFERENCE    TO CRTR-REFERENCE.
           MOVE IFL-AMOUNT       TO CRTR-AMOUNT.
           MOVE IFL-CURRENCY     TO CRTR-CURRENCY.
           MOVE IFL-FOREIGN-AMT  TO CRTR-FOREIGN-AMT.
           MOVE IFL-EXCH-RATE    TO CRTR-EXCH-RATE.
           MOVE IFL-AMOUNT       TO CRTR-OUTSTANDING.
           COMPUTE WS-DUE-INT =
              FUNCTION INTEGER-OF-DATE(CRTR-DATE) + CR-TERMS-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
             TO CRTR-DUE-DATE.
           MOVE " "              TO CRTR-HELD-FLAG.
           MOVE 0                TO CRTR-THIS-PAY.
           WRITE CRTRANS-RECORD
               INVALID KEY
             IF WS-CRTRANS-ST1 = 22
                GO TO FWT-030
             ELSE
                MOVE "WRITE FAILED FOR CREDITOR TRANSACTION."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO FWT-EXIT.
           MOVE "Y" TO WS-STEP-OK-SW.
           GO TO FWT-EXIT.
        FWT-030.
           READ CRTRANS-FILE
               INVALID KEY
             GO TO FWT-EXIT.
           IF CRTR-REFERENCE = IFL-REFERENCE
                AND CRTR-AMOUNT = IFL-AMOUNT
              MOVE "Y" TO WS-STEP-OK-SW
              GO TO FWT-EXIT.
           PERFORM F-RENUMBER.
           IF WS-IFL-ST1 NOT = 0
              GO TO FWT-EXIT.
           GO TO FWT-025.
        FWT-EXIT.
           EXIT.
      *
        F-RENUMBER SECTION.
      *****************************************************************
      * ANOTHER DOCUMENT HOLDS THE TRANSACTION NUMBER: TAKE THE NEXT
      * FREE ONE AND RE-FILE THE MARKER UNDER IT.
      *****************************************************************
        FRN-005.
           MOVE 1 TO WS-NEXT-TRANS.
           IF IFL-PROGRAM = "CrInvCap"
              GO TO FRN-010.
           MOVE WS-DR-ACC TO DRTR-ACCOUNT-NUMBER.
           MOVE 999999    TO DRTR-TRANS-NUMBER.
           START DRTRANS-FILE KEY NOT > DRTR-KEY
               INVALID KEY
             GO TO FRN-020.
           READ DRTRANS-FILE PREVIOUS
               AT END
             GO TO FRN-020.
           IF DRTR-ACCOUNT-NUMBER = WS-DR-ACC
              ADD 1 DRTR-TRANS-NUMBER GIVING WS-NEXT-TRANS.
           GO TO FRN-020.
        FRN-010.
           MOVE IFL-ACCOUNT TO CRTR-ACCOUNT-NUMBER.
           MOVE 999999      TO CRTR-TRANS-NUMBER.
           START CRTRANS-FILE KEY NOT > CRTR-KEY
               INVALID KEY
             GO TO FRN-020.
           READ CRTRANS-FILE PREVIOUS
               AT END
             GO TO FRN-020.
           IF CRTR-ACCOUNT-NUMBER = IFL-ACCOUNT
              ADD 1 CRTR-TRANS-NUMBER GIVING WS-NEXT-TRANS.
        FRN-020.
           DELETE POST-INFLIGHT RECORD
               INVALID KEY NEXT SENTENCE.
           MOVE WS-NEXT-TRANS TO IFL-TRANS-NUMBER.
           WRITE IFL-RECORD
               INVALID KEY
             MOVE "CANNOT RE-FILE THE POSTING MARKER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO FRN-EXIT.
           MOVE IFL-KEY TO WS-LAST-KEY.
        FRN-EXIT.
           EXIT.
      *
        F-ALLOCATE SECTION.
      *****************************************************************
      * PICK UP A RECEIPT'S ALLOCATION WHERE IT STOPPED: WHAT IS NOT
      * YET ALLOCATED GOES AGAINST OUTSTANDING INVOICES OLDEST FIRST,
      * THE SAME AS DrRecCap, AND ANY REMAINDER IS PARKED ON THE
      * RECEIPT AS A NEGATIVE OUTSTANDING AMOUNT.
      *****************************************************************
        FAL-005.
           MOVE "N" TO WS-STEP-OK-SW.
           SUBTRACT IFL-ALLOCATED FROM IFL-AMOUNT
              GIVING WS-UNALLOCATED.
           MOVE WS-DR-ACC TO DRTR-ACCOUNT-NUMBER.
           MOVE 0         TO DRTR-TRANS-NUMBER.
           START DRTRANS-FILE KEY NOT < DRTR-KEY
               INVALID KEY
             GO TO FAL-900.
        FAL-010.
           IF WS-UNALLOCATED NOT > 0
              GO TO FAL-900.
           READ DRTRANS-FILE NEXT
               AT END
             GO TO FAL-900.
           IF DRTR-ACCOUNT-NUMBER NOT = WS-DR-ACC
              GO TO FAL-900.
           IF DRTR-TRANS-NUMBER = IFL-TRANS-NUMBER
              GO TO FAL-010.
           IF NOT DRTR-INVOICE AND NOT DRTR-FINANCE-CHARGE
              GO TO FAL-010.
           IF DRTR-OUTSTANDING NOT > 0
              GO TO FAL-010.
           IF DRTR-OUTSTANDING > WS-UNALLOCATED
              MOVE WS-UNALLOCATED TO WS-ALLOC-PART
           ELSE
              MOVE DRTR-OUTSTANDING TO WS-ALLOC-PART.
           SUBTRACT WS-ALLOC-PART FROM DRTR-OUTSTANDING.
           SUBTRACT WS-ALLOC-PART FROM WS-UNALLOCATED.
           REWRITE DRTRANS-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED DURING ALLOCATION." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO FAL-EXIT.
           MOVE WS-DR-ACC         TO WS-DRAL-ACCOUNT.
           MOVE DRTR-TRANS-NUMBER TO WS-DRAL-ITEM.
           MOVE DRTR-TYPE         TO WS-DRAL-TYPE.
           MOVE IFL-TRANS-NUMBER  TO WS-DRAL-RECEIPT.
           MOVE IFL-DOC-DATE      TO WS-DRAL-DATE.
           MOVE WS-ALLOC-PART     TO WS-DRAL-AMOUNT.
           MOVE "PostRecv"        TO WS-DRAL-PROGRAM.
           PERFORM WRITE-DR-ALLOCLOG.
           ADD WS-ALLOC-PART TO IFL-ALLOCATED.
           PERFORM X-STAGE.
           GO TO FAL-010.
        FAL-900.
           MOVE WS-DR-ACC        TO DRTR-ACCOUNT-NUMBER.
           MOVE IFL-TRANS-NUMBER TO DRTR-TRANS-NUMBER.
           READ DRTRANS-FILE
               INVALID KEY
             MOVE "CANNOT RE-READ RECEIPT TO PARK REMAINDER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO FAL-EXIT.
           SUBTRACT WS-UNALLOCATED FROM 0 GIVING DRTR-OUTSTANDING.
           REWRITE DRTRANS-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED PARKING UNALLOCATED REMAINDER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO FAL-EXIT.
           MOVE "Y" TO WS-STEP-OK-SW.
        FAL-EXIT.
           EXIT.
      *
        F-ALLOCATE-CREDIT SECTION.
      *****************************************************************
      * PICK UP A CREDIT NOTE'S ALLOCATION WHERE IT STOPPED: WHAT IS
      * NOT YET ALLOCATED GOES AGAINST WHAT IS STILL OUTSTANDING ON
      * THE INVOICE IT CREDITS, THE SAME AS DrCrnCap, AND THE CREDIT
      * NOTE IS LEFT OUTSTANDING BY THE REMAINDER.
      *****************************************************************
        FAC-005.
           MOVE "N" TO WS-STEP-OK-SW.
           ADD IFL-AMOUNT IFL-ALLOCATED GIVING WS-UNALLOCATED.
           SUBTRACT WS-UNALLOCATED FROM 0 GIVING WS-UNALLOCATED.
           IF WS-UNALLOCATED NOT > 0
              GO TO FAC-010.
           MOVE WS-DR-ACC     TO DRTR-ACCOUNT-NUMBER.
           MOVE IFL-PO-NUMBER TO DRTR-TRANS-NUMBER.
           READ DRTRANS-FILE
               INVALID KEY
             GO TO FAC-010.
           IF DRTR-OUTSTANDING NOT > 0
              GO TO FAC-010.
           IF DRTR-OUTSTANDING > WS-UNALLOCATED
              MOVE WS-UNALLOCATED TO WS-ALLOC-PART
           ELSE
              MOVE DRTR-OUTSTANDING TO WS-ALLOC-PART.
           SUBTRACT WS-ALLOC-PART FROM DRTR-OUTSTANDING.
           REWRITE DRTRANS-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED DURING ALLOCATION." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO FAC-EXIT.
           ADD WS-ALLOC-PART TO IFL-ALLOCATED.
           PERFORM X-STAGE.
        FAC-010.
           MOVE WS-DR-ACC        TO DRTR-ACCOUNT-NUMBER.
           MOVE IFL-TRANS-NUMBER TO DRTR-TRANS-NUMBER.
           READ DRTRANS-FILE
               INVALID KEY
             MOVE "CANNOT RE-READ CREDIT NOTE TO ALLOCATE IT."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO FAC-EXIT.
           ADD IFL-AMOUNT IFL-ALLOCATED GIVING DRTR-OUTSTANDING.
           REWRITE DRTRANS-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED ALLOCATING CREDIT NOTE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO FAC-EXIT.
           MOVE "Y" TO WS-STEP-OK-SW.
        FAC-EXIT.
           EXIT.
      *
        F-CLOSE-ORDER SECTION.
        FCO-005.
           MOVE "Y" TO WS-STEP-OK-SW.
           IF IFL-PROGRAM NOT = "CrInvCap"
              GO TO FCO-EXIT.
           IF IFL-LANDED-COST
              PERFORM F-HOLD-LANDED.
           IF NOT WS-STEP-OK OR IFL-PO-NUMBER = 0
              GO TO FCO-EXIT.
           IF WS-PO-OFF
              MOVE "N" TO WS-STEP-OK-SW
              MOVE "CANNOT OPEN PURCHASE ORDERS, ORDER NOT CLOSED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO FCO-EXIT.
           MOVE IFL-PO-NUMBER TO PO-NUMBER.
           READ PURORDER-FILE
               INVALID KEY
             GO TO FCO-EXIT.
           MOVE "C" TO PO-STATUS.
           REWRITE PURORDER-RECORD
               INVALID KEY
             MOVE "N" TO WS-STEP-OK-SW
             MOVE "REWRITE FAILED CLOSING PURCHASE ORDER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
        FCO-EXIT.
           EXIT.
      *
        F-HOLD-LANDED SECTION.
      *****************************************************************
      * HOLD A LANDED COST INVOICE FOR LANDED COST CAPTURE TO SPREAD,
      * AS CrInvCap DOES, FROM THE MARKER: THE NET OF VAT IS ITS FIRST
      * LEG. A HOLD ALREADY ON FILE FOR THE INVOICE LANDED BEFORE THE
      * SESSION DIED AND IS LEFT AS IT IS.
      *****************************************************************
        FHL-005.
           MOVE "Y" TO WS-STEP-OK-SW.
           MOVE SPACES            TO LANDED-COST-RECORD.
           MOVE IFL-ACCOUNT       TO LC-CREDITOR.
           MOVE IFL-TRANS-NUMBER  TO LC-TRANS-NUMBER.
           MOVE IFL-DOC-DATE      TO LC-DATE.
           MOVE IFL-REFERENCE     TO LC-REFERENCE.
           MOVE IFL-LEG-AMOUNT (1) TO LC-AMOUNT.
           MOVE 0                 TO LC-PO-COUNT
                                     LC-LINE-COUNT
                                     LC-SPREAD-DATE.
           MOVE IFL-OPERATOR      TO LC-OPERATOR.
           WRITE LANDED-COST-RECORD
               INVALID KEY
             IF WS-LC-ST1 NOT = 22
                MOVE "N" TO WS-STEP-OK-SW
                MOVE "WRITE FAILED HOLDING THE LANDED COST."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE.
        FHL-EXIT.
           EXIT.
      *
        F-CHECK-LANDED SECTION.
      *****************************************************************
      * A LANDED COST ALREADY SPREAD ONTO STOCK CANNOT COME OFF HERE.
      *****************************************************************
        FKL-005.
           MOVE "Y" TO WS-STEP-OK-SW.
           MOVE IFL-ACCOUNT      TO LC-CREDITOR.
           MOVE IFL-TRANS-NUMBER TO LC-TRANS-NUMBER.
           READ LANDED-COST-FILE
               INVALID KEY
             GO TO FKL-EXIT.
           IF LC-SPREAD
              MOVE "N" TO WS-STEP-OK-SW.
        FKL-EXIT.
           EXIT.
      *
        F-DROP-LANDED SECTION.
      *****************************************************************
      * THE SUPPLIER INVOICE IS COMING OFF, SO ITS LANDED COST HOLD
      * GOES TOO, IF IT WAS WRITTEN.
      *****************************************************************
        FDL-005.
           MOVE "Y" TO WS-STEP-OK-SW.
           MOVE IFL-ACCOUNT      TO LC-CREDITOR.
           MOVE IFL-TRANS-NUMBER TO LC-TRANS-NUMBER.
           READ LANDED-COST-FILE
               INVALID KEY
             GO TO FDL-EXIT.
           IF LC-SPREAD
              MOVE "N" TO WS-STEP-OK-SW
              MOVE "LANDED COST ALREADY SPREAD, NOT REVERSED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO FDL-EXIT.
           DELETE LANDED-COST-FILE RECORD
               INVALID KEY
             MOVE "N" TO WS-STEP-OK-SW
             MOVE "DELETE FAILED FOR LANDED COST HOLD." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
        FDL-EXIT.
           EXIT.
      *
        F-REOPEN-ORDER SECTION.
      *****************************************************************
      * THE SUPPLIER INVOICE IS COMING OFF, SO THE ORDER IT CLOSED
      * GOES BACK TO THE STATUS IT HAD AND CAN BE INVOICED AGAIN.
      *****************************************************************
        FRO-005.
           MOVE "N" TO WS-STEP-OK-SW.
           IF WS-PO-OFF
              MOVE "CANNOT OPEN PURCHASE ORDERS, ORDER NOT REOPENED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO FRO-EXIT.
           MOVE "Y" TO WS-STEP-OK-SW.
           MOVE IFL-PO-NUMBER TO PO-NUMBER.
           READ PURORDER-FILE
               INVALID KEY
             GO TO FRO-EXIT.
           IF NOT PO-CLOSED OR IFL-PO-STATUS = " "
              GO TO FRO-EXIT.
           MOVE IFL-PO-STATUS TO PO-STATUS.
           REWRITE PURORDER-RECORD
               INVALID KEY
             MOVE "N" TO WS-STEP-OK-SW
             MOVE "REWRITE FAILED REOPENING PURCHASE ORDER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
        FRO-EXIT.
           EXIT.
      *
        F-CHECK-TRANS SECTION.
      *****************************************************************
      * A TRANSACTION MAY ONLY COME OFF WHILE NOTHING HAS BEEN SETTLED
      * AGAINST IT: AN INVOICE STILL FULLY OUTSTANDING AND NOT IN A
      * PAYMENT RUN, A RECEIPT UNALLOCATED.
      *****************************************************************
        FCT-005.
           MOVE "Y" TO WS-STEP-OK-SW.
           IF IFL-PROGRAM = "CrInvCap"
              GO TO FCT-010.
           MOVE WS-DR-ACC        TO DRTR-ACCOUNT-NUMBER.
           MOVE IFL-TRANS-NUMBER TO DRTR-TRANS-NUMBER.
           READ DRTRANS-FILE
               INVALID KEY
             GO TO FCT-EXIT.
           IF IFL-PROGRAM = "DrRecCap"
              IF DRTR-OUTSTANDING NOT = 0
                   AND DRTR-OUTSTANDING NOT = DRTR-AMOUNT
                 MOVE "N" TO WS-STEP-OK-SW
              END-IF
              GO TO FCT-EXIT.
           IF DRTR-OUTSTANDING NOT = DRTR-AMOUNT
              MOVE "N" TO WS-STEP-OK-SW.
           GO TO FCT-EXIT.
        FCT-010.
           MOVE IFL-ACCOUNT      TO CRTR-ACCOUNT-NUMBER.
           MOVE IFL-TRANS-NUMBER TO CRTR-TRANS-NUMBER.
           READ CRTRANS-FILE
               INVALID KEY
             GO TO FCT-EXIT.
           IF CRTR-OUTSTANDING NOT = CRTR-AMOUNT
                OR CRTR-THIS-PAY NOT = 0
              MOVE "N" TO WS-STEP-OK-SW.
        FCT-EXIT.
           EXIT.
      *
        F-DELETE-TRANS SECTION.
      *****************************************************************
      * TAKE THE DOCUMENT'S TRANSACTION OFF, WITH ITS SALES LINE
      * HISTORY IF IT IS A DEBTOR INVOICE OR CREDIT NOTE. ONE ALREADY
      * GONE IS FINE.
      *****************************************************************
        FDT-005.
           MOVE "Y" TO WS-STEP-OK-SW.
           IF IFL-PROGRAM = "CrInvCap"
              GO TO FDT-020.
           MOVE WS-DR-ACC        TO DRTR-ACCOUNT-NUMBER.
           MOVE IFL-TRANS-NUMBER TO DRTR-TRANS-NUMBER.
           READ DRTRANS-FILE
               INVALID KEY
             GO TO FDT-010.
           DELETE DRTRANS-FILE RECORD
               INVALID KEY
             MOVE "N" TO WS-STEP-OK-SW
             MOVE "DELETE FAILED FOR DEBTOR TRANSACTION." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO FDT-EXIT.
        FDT-010.
           IF WS-SL-OFF
              GO TO FDT-EXIT.
           IF IFL-PROGRAM NOT = "DrInvCap"
                AND IFL-PROGRAM NOT = "DrCrnCap"
              GO TO FDT-EXIT.
           MOVE WS-DR-ACC        TO SL-ACCOUNT-NUMBER.
           MOVE IFL-TRANS-NUMBER TO SL-TRANS-NUMBER.
           MOVE 0                TO SL-LINE.
           START SALESLINE-FILE KEY NOT < SL-KEY
               INVALID KEY
             GO TO FDT-EXIT.
        FDT-015.
           READ SALESLINE-FILE NEXT
               AT END
             GO TO FDT-EXIT.
           IF SL-ACCOUNT-NUMBER NOT = WS-DR-ACC
                OR SL-TRANS-NUMBER NOT = IFL-TRANS-NUMBER
              GO TO FDT-EXIT.
           DELETE SALESLINE-FILE RECORD
               INVALID KEY NEXT SENTENCE.
           GO TO FDT-015.
        FDT-020.
           MOVE IFL-ACCOUNT      TO CRTR-ACCOUNT-NUMBER.
           MOVE IFL-TRANS-NUMBER TO CRTR-TRANS-NUMBER.
           READ CRTRANS-FILE
               INVALID KEY
             GO TO FDT-EXIT.
           DELETE CRTRANS-FILE RECORD
               INVALID KEY
             MOVE "N" TO WS-STEP-OK-SW
             MOVE "DELETE FAILED FOR CREDITOR TRANSACTION."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
        FDT-EXIT.
           EXIT.
      *
        F-FIND-LEG SECTION.
      *****************************************************************
      * LOOK FOR JOURNAL LEG WS-IDX ON FILE, IN CASE IT WAS WRITTEN
      * BUT NOT MARKED: SAME ACCOUNT, DESCRIPTION, VALUE AND SOURCE.
      * THE SEARCH STARTS AT THE DOCUMENT'S FIRST MARKED LEG, OR AT
      * THE START OF THE JOURNAL IF NONE IS MARKED.
      *****************************************************************
        FFL-005.
           MOVE 0 TO WS-FOUND-REF.
           MOVE 0 TO GLJRN-REFERENCE.
           IF IFL-LEG-REF (1) NOT = 0
              MOVE IFL-LEG-REF (1) TO GLJRN-REFERENCE.
           MOVE SPACES TO WS-LEG-DESC.
           STRING IFL-LEG-TEXT (WS-IDX) DELIMITED BY SIZE
                  IFL-REFERENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IFL-ACC-TEXT DELIMITED BY SIZE
                  INTO WS-LEG-DESC.
           START GLJRN-FILE KEY NOT < GLJRN-KEY
               INVALID KEY
             GO TO FFL-EXIT.
        FFL-010.
           READ GLJRN-FILE NEXT
               AT END
             GO TO FFL-EXIT.
           IF GLJRN-ACCOUNT = IFL-LEG-ACCOUNT (WS-IDX)
                AND GLJRN-DESCRIPTION = WS-LEG-DESC
                AND GLJRN-BAL = IFL-LEG-AMOUNT (WS-IDX)
                AND GLJRN-SOURCE = IFL-PROGRAM
                AND GLJRN-DATE = IFL-DOC-DATE
              MOVE GLJRN-REFERENCE TO WS-FOUND-REF
              GO TO FFL-EXIT.
           GO TO FFL-010.
        FFL-EXIT.
           EXIT.
      *
        F-WRITE-LEG SECTION.
      *****************************************************************
      * WRITE ONE JOURNAL LEG FOR THE DOCUMENT: ACCOUNT FROM LEG
      * WS-IDX, VALUE, DESCRIPTION PREFIX AND SOURCE AS SET BY THE
      * CALLER. WS-FOUND-REF RETURNS THE REFERENCE WRITTEN.
      *****************************************************************
        FWL-005.
           MOVE "N" TO WS-STEP-OK-SW.
        FWL-010.
           MOVE SPACES      TO GLJRN-REC.
           MOVE WS-NEXT-REF TO GLJRN-REFERENCE.
           MOVE IFL-LEG-ACCOUNT (WS-IDX) TO GLJRN-ACCOUNT.
           MOVE IFL-DOC-DATE TO GLJRN-DATE.
           MOVE SPACES      TO GLJRN-DESCRIPTION.
           STRING WS-LEG-TEXT DELIMITED BY SIZE
                  IFL-REFERENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IFL-ACC-TEXT DELIMITED BY SIZE
                  INTO GLJRN-DESCRIPTION.
           MOVE WS-LEG-AMOUNT TO GLJRN-BAL.
           MOVE WS-LEG-SOURCE TO GLJRN-SOURCE.
           MOVE WS-LINKAGE-OPERATOR TO GLJRN-OPERATOR.
           MOVE IFL-PERIOD  TO GLJRN-PERIOD.
           MOVE IFL-LEG-CC (WS-IDX) TO GLJRN-COST-CENTRE.
           WRITE GLJRN-REC
               INVALID KEY
             IF WS-STAT1 = 22
                PERFORM A-NEXT-REFERENCE
                GO TO FWL-010
             ELSE
                MOVE "WRITE FAILED FOR JOURNAL ENTRY." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO FWL-EXIT.
           MOVE GLJRN-REFERENCE TO WS-FOUND-REF.
           ADD 1 TO WS-NEXT-REF.
           MOVE "Y" TO WS-STEP-OK-SW.
        FWL-EXIT.
           EXIT.
      *
        F-FIND-LINE SECTION.
      *****************************************************************
      * LOOK FOR STOCK LINE WS-IDX ON FILE, IN CASE ITS MOVEMENT WAS
      * WRITTEN BUT NOT MARKED: A SALE (A RETURN, FOR A CREDIT NOTE)
      * FOR THE SAME WAREHOUSE, DATE, QUANTITY AND VALUE NOT ALREADY
      * CLAIMED BY ANOTHER LINE.
      *****************************************************************
        FFN-005.
           MOVE 0 TO WS-FOUND-SEQ.
           MOVE IFL-LN-STOCK (WS-IDX) TO STCH-STOCKNUMBER.
           MOVE 0                     TO STCH-SEQUENCE.
           START STOCKCHANGE-MASTER KEY NOT < STCH-KEY
               INVALID KEY
             GO TO FFN-EXIT.
        FFN-010.
           READ STOCKCHANGE-MASTER NEXT
               AT END
             GO TO FFN-EXIT.
           IF STCH-STOCKNUMBER NOT = IFL-LN-STOCK (WS-IDX)
              GO TO FFN-EXIT.
           IF STCH-WAREHOUSE NOT = IFL-LN-WHSE (WS-IDX)
                OR STCH-CHANGE-DATE NOT = IFL-DOC-DATE
              GO TO FFN-010.
           IF IFL-PROGRAM = "DrCrnCap"
              GO TO FFN-020.
           IF NOT STCH-TYPE-SALE
              GO TO FFN-010.
           IF STCH-QUANTITY + IFL-LN-QTY (WS-IDX) NOT = 0
                OR STCH-VALUE + IFL-LN-COST (WS-IDX) NOT = 0
              GO TO FFN-010.
           GO TO FFN-030.
        FFN-020.
           IF NOT STCH-TYPE-RETURN
              GO TO FFN-010.
           IF STCH-QUANTITY NOT = IFL-LN-QTY (WS-IDX)
                OR STCH-VALUE NOT = IFL-LN-COST (WS-IDX)
              GO TO FFN-010.
        FFN-030.
           MOVE STCH-SEQUENCE TO WS-FOUND-SEQ.
           PERFORM F-LINE-CLAIMED.
           IF WS-FOUND-SEQ = 0
              GO TO FFN-010.
        FFN-EXIT.
           EXIT.
      *
        F-LINE-CLAIMED SECTION.
      *****************************************************************
      * CLEAR WS-FOUND-SEQ IF ANOTHER LINE OF THE DOCUMENT ALREADY
      * OWNS THAT MOVEMENT.
      *****************************************************************
        FLC-005.
           MOVE 0 TO WS-IDX2.
        FLC-010.
           ADD 1 TO WS-IDX2.
           IF WS-IDX2 > IFL-LINE-COUNT
              GO TO FLC-EXIT.
           IF IFL-LN-STOCK (WS-IDX2) = STCH-STOCKNUMBER
                AND IFL-LN-SEQ (WS-IDX2) = WS-FOUND-SEQ
              MOVE 0 TO WS-FOUND-SEQ
              GO TO FLC-EXIT.
           GO TO FLC-010.
        FLC-EXIT.
           EXIT.
      *
        F-WRITE-LINE SECTION.
      *****************************************************************
      * THE MOVEMENT FOR STOCK LINE WS-IDX: THE SALE ISSUE AS DrInvCap
      * WRITES IT, OR THE RETURN AS DrCrnCap WRITES IT.
      *****************************************************************
        FWN-005.
           MOVE "N" TO WS-STEP-OK-SW.
           PERFORM F-NEXT-SEQUENCE.
           MOVE SPACES TO STOCKCHANGE-RECORD.
           MOVE IFL-LN-STOCK (WS-IDX) TO STCH-STOCKNUMBER.
           MOVE WS-NEXT-SEQ           TO STCH-SEQUENCE.
           MOVE IFL-DOC-DATE          TO STCH-CHANGE-DATE.
           MOVE IFL-LN-WHSE (WS-IDX)  TO STCH-WAREHOUSE.
           MOVE " "                   TO STCH-POSTED-FLAG.
           IF IFL-PROGRAM = "DrCrnCap"
              MOVE IFL-LN-QTY (WS-IDX)  TO STCH-QUANTITY
              MOVE IFL-LN-COST (WS-IDX) TO STCH-VALUE
              MOVE "C"                  TO STCH-MOVE-TYPE
           ELSE
              SUBTRACT IFL-LN-QTY (WS-IDX) FROM 0 GIVING STCH-QUANTITY
              SUBTRACT IFL-LN-COST (WS-IDX) FROM 0 GIVING STCH-VALUE
              MOVE "S"                  TO STCH-MOVE-TYPE.
           PERFORM F-WRITE-MOVEMENT.
        FWN-EXIT.
           EXIT.
      *
        F-UNDO-LINE SECTION.
      *****************************************************************
      * TAKE STOCK LINE WS-IDX BACK. A MOVEMENT NOT YET POSTED BY
      * STPOSTXX IS SIMPLY DELETED; ONE ALREADY POSTED IS BALANCED AT
      * THE SAME COST, AN ISSUE BY A RETURN AND A CREDIT NOTE'S
      * RETURN BY A SALE ISSUE.
      *****************************************************************
        FUL-005.
           MOVE "N" TO WS-STEP-OK-SW.
           MOVE IFL-LN-STOCK (WS-IDX) TO STCH-STOCKNUMBER.
           MOVE IFL-LN-SEQ (WS-IDX)   TO STCH-SEQUENCE.
           READ STOCKCHANGE-MASTER
               INVALID KEY
             GO TO FUL-010.
           IF STCH-POSTED
              GO TO FUL-010.
           DELETE STOCKCHANGE-MASTER RECORD
               INVALID KEY
             MOVE "DELETE FAILED FOR STOCK LINE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO FUL-EXIT.
           MOVE "Y" TO WS-STEP-OK-SW.
           GO TO FUL-EXIT.
        FUL-010.
           PERFORM F-NEXT-SEQUENCE.
           MOVE SPACES TO STOCKCHANGE-RECORD.
           MOVE IFL-LN-STOCK (WS-IDX) TO STCH-STOCKNUMBER.
           MOVE WS-NEXT-SEQ           TO STCH-SEQUENCE.
           MOVE IFL-DOC-DATE          TO STCH-CHANGE-DATE.
           MOVE IFL-LN-WHSE (WS-IDX)  TO STCH-WAREHOUSE.
           MOVE " "                   TO STCH-POSTED-FLAG.
           IF IFL-PROGRAM = "DrCrnCap"
              SUBTRACT IFL-LN-QTY (WS-IDX) FROM 0 GIVING STCH-QUANTITY
              SUBTRACT IFL-LN-COST (WS-IDX) FROM 0 GIVING STCH-VALUE
              MOVE "S"                  TO STCH-MOVE-TYPE
           ELSE
              MOVE IFL-LN-QTY (WS-IDX)  TO STCH-QUANTITY
              MOVE IFL-LN-COST (WS-IDX) TO STCH-VALUE
              MOVE "C"                  TO STCH-MOVE-TYPE.
           PERFORM F-WRITE-MOVEMENT.
        FUL-EXIT.
           EXIT.
      *
        F-WRITE-MOVEMENT SECTION.
        FWM-005.
           WRITE STOCKCHANGE-RECORD
               INVALID KEY
             IF WS-CHANGE-ST1 = 22 AND STCH-SEQUENCE < 9999
                ADD 1 TO STCH-SEQUENCE
                GO TO FWM-005
             ELSE
                MOVE "WRITE FAILED FOR STOCK MOVEMENT." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO FWM-EXIT.
           MOVE STCH-SEQUENCE TO WS-FOUND-SEQ.
           MOVE "Y" TO WS-STEP-OK-SW.
        FWM-EXIT.
           EXIT.
      *
        F-NEXT-SEQUENCE SECTION.
        FNS-005.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE IFL-LN-STOCK (WS-IDX) TO STCH-STOCKNUMBER.
           MOVE 9999                  TO STCH-SEQUENCE.
           START STOCKCHANGE-MASTER KEY NOT > STCH-KEY
               INVALID KEY
             GO TO FNS-EXIT.
           READ STOCKCHANGE-MASTER PREVIOUS
               AT END
             GO TO FNS-EXIT.
           IF STCH-STOCKNUMBER = IFL-LN-STOCK (WS-IDX)
              ADD 1 STCH-SEQUENCE GIVING WS-NEXT-SEQ.
        FNS-EXIT.
           EXIT.
      *
        X-STAGE SECTION.
        XS-005.
           REWRITE IFL-RECORD
               INVALID KEY NEXT SENTENCE.
        XS-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE POST-INFLIGHT
                 DRTRANS-FILE
                 CRTRANS-FILE
                 GLJRN-FILE
                 MAST-CHGLOG
                 DR-ALLOC-FILE
                 GL-PERIOD-FILE.
           IF NOT WS-DR-OFF
              CLOSE DEBTOR-MASTER.
           IF NOT WS-CR-OFF
              CLOSE CREDITOR-MASTER.
           IF NOT WS-STOCK-OFF
              CLOSE STOCKCHANGE-MASTER.
           IF NOT WS-PO-OFF
              CLOSE PURORDER-FILE.
           IF NOT WS-SL-OFF
              CLOSE SALESLINE-FILE.
           IF NOT WS-LC-OFF
              CLOSE LANDED-COST-FILE.
           DISPLAY "POSTINGS COMPLETED: " WS-DONE-COUNT.
           DISPLAY "POSTINGS REVERSED:  " WS-REV-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "DrAllocLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
