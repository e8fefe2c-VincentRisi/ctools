        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectPostAcc".
         Copy "SelectCrMaster".
         Copy "SelectCrTrans".
         Copy "SelectMastChgLog".
         Copy "SelectPurOrder".
         Copy "SelectTaxCode".
         Copy "SelectCurrency".
         Copy "SelectInFlight".
         Copy "SelectCostCentre".
         Copy "SelectLandCost".
           SELECT GLJRN-FILE ASSIGN TO "GlJrn"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdCreditor.
           COPY ChlfdCrTrans.
           COPY ChlfdGlJrn.
           COPY ChlfdPurOrder.
           COPY ChlfdTaxCode.
           COPY ChlfdCurrency.
           COPY ChlfdInFlight.
           COPY ChlfdCostCentre.
           COPY ChlfdLandCost.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-FAMT-IN       PIC X(14) VALUE " ".
           77  WS-FAMT          PIC S9(07)V99 VALUE 0.
           77  WS-RATE          PIC 9(03)V9(06) VALUE 0.
           77  WS-STOCK-ACC     PIC X(06) VALUE " ".
           77  WS-LANDED-IN     PIC X VALUE " ".
           77  WS-LANDED-SW     PIC X VALUE "N".
               88  WS-LANDED          VALUE "Y".
           77  WS-LC-OFF-SW     PIC X VALUE "N".
               88  WS-LC-OFF          VALUE "Y".
           77  WS-LC-FAILED-SW  PIC X VALUE "N".
               88  WS-LC-FAILED       VALUE "Y".
           77  SUB-1            PIC 9(04) COMP VALUE 0.
           01  ALPHA-RATE.
               03  AL-RATE      PIC X(01) OCCURS 7 VALUE " ".
               03  WS-TC-ST1        PIC 99.
           01  WS-CUR-STATUS.
               03  WS-CUR-ST1       PIC 99.
           01  WS-LC-STATUS.
               03  WS-LC-ST1        PIC 99.
           01  WS-DATE-WORK.
               03  WS-DATE-NUM  PIC 9(08).
               03  FILLER REDEFINES WS-DATE-NUM.
                   05  WS-DS-PERIOD PIC 9(06).
                   05  WS-DS-DAY    PIC 9(02).
           COPY "WsMastChgLog".
           COPY "WsPostAcc".
           COPY "WsInFlight".
           COPY "WsCostCentre".
           77  WS-EXP-CC        PIC X(04) VALUE " ".
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
           DISPLAY "** SUPPLIER INVOICE CAPTURE **" AT W-POS.
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
           MOVE "CRCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CONTROL-ACC.
           MOVE "VATINPUT" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-VATIN-ACC.
      *    THE STOCK CONTROL ACCOUNT IS ONLY NEEDED FOR A LANDED COST,
      *    SO A COMPANY WITHOUT ONE STILL CAPTURES ITS EXPENSES.
           MOVE "STCONTROL" TO PA-ROLE.
           READ POSTACC-FILE
               INVALID KEY
             MOVE SPACES TO PA-GL-ACCOUNT.
           MOVE PA-GL-ACCOUNT TO WS-STOCK-ACC.
           IF WS-STOCK-ACC = "000000"
              MOVE " " TO WS-STOCK-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "POSTING ACCOUNT MISSING, CAPTURE ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE POST-INFLIGHT
              EXIT PROGRAM.
           ACCEPT WS-TOLER-IN FROM ENVIRONMENT "POTOLERPCT".
           IF WS-TOLER-IN = " "
              MOVE 5 TO WS-TOLER-PCT
              MOVE "CANNOT OPEN CREDITOR MASTER, CAPTURE ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE POST-INFLIGHT
              EXIT PROGRAM.
           OPEN I-O CRTRANS-FILE.
           IF WS-CRTRANS-ST1 = 35
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE CREDITOR-MASTER CRTRANS-FILE GLJRN-FILE
                    POST-INFLIGHT
              EXIT PROGRAM.
           OPEN I-O MAST-CHGLOG.
           IF WS-MCL-ST1 = 35
              OPEN OUTPUT CURRENCY-FILE
              CLOSE CURRENCY-FILE
              OPEN INPUT CURRENCY-FILE.
           OPEN INPUT COST-CENTRE-FILE.
           IF WS-CC-ST1 NOT = 0
              MOVE "Y" TO WS-CC-OFF-SW.
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
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
        BC-022.
      *    FREIGHT, CLEARING OR DUTY ON IMPORTED STOCK IS A LANDED
      *    COST: IT POSTS TO STOCK CONTROL INSTEAD OF AN EXPENSE AND IS
      *    HELD FOR LANDED COST CAPTURE TO SPREAD ONTO THE RECEIPTS.
           MOVE "N" TO WS-LANDED-SW.
           IF WS-STOCK-ACC = " " OR WS-LC-OFF
              GO TO BC-025.
           MOVE 2010 TO W-POS.
           DISPLAY "LANDED COST ON RECEIVED STOCK, Y/N: [ ]" AT W-POS.
           MOVE 2047 TO W-POS.
           MOVE " " TO WS-LANDED-IN.
           ACCEPT WS-LANDED-IN AT W-POS.
           IF WS-LANDED-IN = " " OR WS-LANDED-IN = "N"
              GO TO BC-025.
           IF WS-LANDED-IN NOT = "Y"
              MOVE "ENTER Y OR N, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-022.
           MOVE "Y" TO WS-LANDED-SW.
      *    THE ORDERS IT LANDS ON ARE NAMED WHEN IT IS SPREAD; THE
      *    ORDER MATCH BELOW IS FOR THE GOODS SUPPLIER'S OWN INVOICE.
           MOVE "N" TO WS-PO-USED-SW.
           GO TO BC-030.
        BC-025.
      *    A STOCK INVOICE MUST QUOTE ITS PURCHASE ORDER SO THE
      *    AMOUNT CAN BE MATCHED AGAINST WHAT WAS ORDERED AND
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-025.
           IF PO-DRAFT
              MOVE "DRAFT ORDER NOT YET RELEASED, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-025.
           IF PO-RECEIVED-VALUE NOT > 0
              MOVE "NOTHING RECEIVED AGAINST ORDER, NOT INVOICED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-025.
           MOVE "Y" TO WS-PO-USED-SW.
           MOVE PO-RECEIVED-VALUE TO WS-BAL-EDIT.
           MOVE 1848 TO W-POS.
           DISPLAY "RECEIVED:" AT W-POS.
           MOVE 1858 TO W-POS.
           DISPLAY WS-BAL-EDIT AT W-POS.
        BC-030.
           IF WS-FOREIGN
              GO TO BC-031.
              WS-AMT * TC-RATE / (100 + TC-RATE).
           SUBTRACT WS-VAT-AMT FROM WS-AMT GIVING WS-NET-AMT.
        BC-035.
      *    THE INVOICE MUST AGREE WITH THE RECEIVED VALUE OF THE
      *    WHOLE ORDER, EVERY LINE TOGETHER, WITHIN THE PRICE/QUANTITY
      *    TOLERANCE BEFORE IT MAY POST; THE MATCH IS ON THE NET OF
      *    VAT, THE SAME BASIS AS THE ORDER PRICES.
           IF NOT WS-PO-USED
              GO TO BC-040.
           IF WS-AMT < 0
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
        BC-040.
           IF NOT WS-LANDED
              GO TO BC-041.
           IF WS-AMT < 0
              MOVE "A LANDED COST MUST BE AN INVOICE, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-022.
           MOVE WS-STOCK-ACC TO WS-EXP-IN.
           MOVE 1510 TO W-POS.
           DISPLAY "STOCK CONTROL:      [      ]" AT W-POS.
           MOVE 1531 TO W-POS.
           DISPLAY WS-EXP-IN AT W-POS.
           MOVE " "       TO WS-CC-CODE.
           MOVE WS-EXP-IN TO WS-CC-ACCOUNT.
           PERFORM COST-CENTRE-DEFAULT.
           IF WS-CC-BAD
              GO TO BC-005.
           MOVE WS-CC-CODE TO WS-EXP-CC.
           GO TO BC-050.
        BC-041.
           MOVE 1510 TO W-POS.
           DISPLAY "EXPENSE GL ACCOUNT: [      ]" AT W-POS.
           MOVE 1531 TO W-POS.
               INVALID KEY
             MOVE "NO SUCH GL ACCOUNT, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-041.
           IF GL-INACTIVE
              MOVE "GL ACCOUNT IS INACTIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-041.
           MOVE 1610 TO W-POS.
           DISPLAY GL-DESCRIPTION AT W-POS.
        BC-045.
      *    THE EXPENSE LEG MAY BE CHARGED TO A BRANCH OTHER THAN THE
      *    ACCOUNT'S OWN; BLANK TAKES THE ACCOUNT DEFAULT.
           MOVE 1542 TO W-POS.
           DISPLAY "COST CENTRE: [    ]" AT W-POS.
           MOVE 1556 TO W-POS.
           MOVE " " TO WS-CC-CODE.
           ACCEPT WS-CC-CODE AT W-POS.
           MOVE WS-EXP-IN TO WS-CC-ACCOUNT.
           PERFORM COST-CENTRE-DEFAULT.
           IF WS-CC-BAD
              GO TO BC-045.
           MOVE WS-CC-CODE TO WS-EXP-CC.
           MOVE 1556 TO W-POS.
           DISPLAY WS-EXP-CC AT W-POS.
        BC-050.
           MOVE 1710 TO W-POS.
           DISPLAY "POST THIS INVOICE, Y/N: [ ]" AT W-POS.
      *
        D-POST-INVOICE SECTION.
        DP-005.
      *    THE TRANSACTION NUMBER IS TAKEN UP FRONT SO THE MARKER
      *    NAMES THE DOCUMENT BEFORE THE FIRST FILE IS UPDATED.
           PERFORM D-NEXT-TRANS.
           PERFORM D-MARK-INVOICE.
           IF WS-CC-BAD
              GO TO DP-EXIT.
           IF WS-IFL-ST1 NOT = 0
              MOVE "CANNOT RECORD POSTING MARKER, INVOICE NOT POSTED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DP-EXIT.
           MOVE CREDITOR-RECORD TO WS-MCL-BEFORE.
           ADD WS-AMT TO CR-BALANCE.
           REWRITE CREDITOR-RECORD
           MOVE "C"               TO WS-MCL-ACTION.
           MOVE CREDITOR-RECORD   TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
           MOVE "Y" TO IFL-MASTER-DONE.
           PERFORM STAGE-INFLIGHT.
        DP-010.
           MOVE WS-ACC-IN   TO CRTR-ACCOUNT-NUMBER.
           MOVE WS-NEXT-TRANS TO CRTR-TRANS-NUMBER.
           IF WS-AMT < 0
             TO CRTR-DUE-DATE.
           MOVE " "         TO CRTR-HELD-FLAG.
           MOVE 0           TO CRTR-THIS-PAY.
           MOVE SPACES      TO CRTR-BANK-ACCOUNT.
           WRITE CRTRANS-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR CREDITOR TRANSACTION."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO DP-EXIT.
           MOVE "Y" TO IFL-TRANS-DONE.
           PERFORM STAGE-INFLIGHT.
        DP-020.
      *    EXPENSE DEBIT AND CREDITORS CONTROL CREDIT, SO THE LEDGER
      *    FOLLOWS THE SUBLEDGER WITHOUT A SEPARATE JOURNAL BATCH.
           MOVE "CrInvCap" TO GLJRN-SOURCE.
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
        DP-025.
           IF WS-VAT-AMT = 0
           MOVE "CrInvCap" TO GLJRN-SOURCE.
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
        DP-030.
           MOVE SPACES      TO GLJRN-REC.
           MOVE "CrInvCap" TO GLJRN-SOURCE.
           MOVE WS-LINKAGE-OPERATOR TO GLJRN-OPERATOR.
           MOVE WS-DS-PERIOD TO GLJRN-PERIOD.
           MOVE IFL-LEG-CC (3) TO GLJRN-COST-CENTRE.
           WRITE GLJRN-REC
               INVALID KEY
             IF WS-STAT1 = 22
                MOVE "WRITE FAILED FOR JOURNAL ENTRY." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO DP-EXIT.
           MOVE GLJRN-REFERENCE TO IFL-LEG-REF (3).
           PERFORM STAGE-INFLIGHT.
           ADD 1 TO WS-NEXT-REF.
           PERFORM D-CLOSE-ORDER.
           PERFORM D-HOLD-LANDED.
           PERFORM END-INFLIGHT.
           ADD 1 TO WS-INV-COUNT.
           ADD WS-AMT TO WS-INV-TOTAL.
           IF WS-IFL-WHOLE AND WS-LANDED
              MOVE "POSTED AND HELD, SPREAD IT IN LANDED COST CAPTURE."
                 TO WS-MESSAGE
              GO TO DP-040.
           IF WS-IFL-WHOLE
              MOVE "INVOICE POSTED TO CREDITOR AND LEDGER."
                 TO WS-MESSAGE
           ELSE
              MOVE "INVOICE PART POSTED, FINISH IT IN POSTING RECOVERY."
                 TO WS-MESSAGE.
        DP-040.
           PERFORM ERROR-MESSAGE.
        DP-EXIT.
           EXIT.
      *
        D-MARK-INVOICE SECTION.
      *****************************************************************
      * BUILD AND WRITE THE IN-FLIGHT MARKER FOR THE INVOICE IN HAND:
      * THE DOCUMENT, ITS THREE JOURNAL LEGS (EXPENSE, INPUT VAT,
      * CREDITORS CONTROL) AND THE ORDER IT CLOSES OR THE LANDED COST
      * IT IS HELD AS, IF EITHER.
      *****************************************************************
        DMI-005.
           MOVE SPACES        TO IFL-RECORD.
           MOVE "CrInvCap"    TO IFL-PROGRAM.
           MOVE WS-ACC-IN     TO IFL-ACCOUNT.
           MOVE WS-NEXT-TRANS TO IFL-TRANS-NUMBER.
           MOVE WS-ACC-IN     TO IFL-ACC-TEXT.
           MOVE FUNCTION NUMVAL(WS-DATE-IN) TO IFL-DOC-DATE.
           MOVE WS-DS-PERIOD  TO IFL-PERIOD.
           MOVE WS-REF-IN     TO IFL-REFERENCE.
           IF WS-AMT < 0
              MOVE "J" TO IFL-TRANS-TYPE
           ELSE
              MOVE "I" TO IFL-TRANS-TYPE.
           MOVE WS-AMT        TO IFL-AMOUNT.
           MOVE 0             TO IFL-ALLOCATED.
           IF WS-PO-USED
              MOVE FUNCTION NUMVAL(WS-PO-IN) TO IFL-PO-NUMBER
              MOVE PO-STATUS TO IFL-PO-STATUS
           ELSE
              MOVE 0   TO IFL-PO-NUMBER.
           IF WS-LANDED
              MOVE "Y" TO IFL-LANDED.
           IF NOT WS-PO-USED AND NOT WS-LANDED
              MOVE "Y" TO IFL-EXTRA-DONE.
           IF WS-FOREIGN
              MOVE CR-CURRENCY TO IFL-CURRENCY
              MOVE WS-FAMT     TO IFL-FOREIGN-AMT
              MOVE WS-RATE     TO IFL-EXCH-RATE
           ELSE
              MOVE 0 TO IFL-FOREIGN-AMT
                        IFL-EXCH-RATE.
           MOVE 3             TO IFL-LEG-COUNT.
           MOVE WS-EXP-IN     TO IFL-LEG-ACCOUNT (1).
           MOVE "PURCH "      TO IFL-LEG-TEXT (1).
           MOVE WS-NET-AMT    TO IFL-LEG-AMOUNT (1).
           MOVE WS-VATIN-ACC  TO IFL-LEG-ACCOUNT (2).
           MOVE "VATIN "      TO IFL-LEG-TEXT (2).
           MOVE WS-VAT-AMT    TO IFL-LEG-AMOUNT (2).
           MOVE WS-CONTROL-ACC TO IFL-LEG-ACCOUNT (3).
           MOVE "PURCH "      TO IFL-LEG-TEXT (3).
           SUBTRACT WS-AMT FROM 0 GIVING IFL-LEG-AMOUNT (3).
           MOVE 0 TO IFL-LEG-REF (1) IFL-LEG-REF (2) IFL-LEG-REF (3)
                     IFL-LINE-COUNT.
           MOVE WS-EXP-CC     TO IFL-LEG-CC (1).
           PERFORM CENTRE-INFLIGHT-LEGS.
           IF WS-CC-BAD
              GO TO DMI-EXIT.
           PERFORM WRITE-INFLIGHT.
        DMI-EXIT.
           EXIT.
      *
        D-CLOSE-ORDER SECTION.
      *****************************************************************
           MOVE FUNCTION NUMVAL(WS-PO-IN) TO PO-NUMBER.
           READ PURORDER-FILE
               INVALID KEY
             GO TO DCO-010.
           MOVE "C" TO PO-STATUS.
           REWRITE PURORDER-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED CLOSING PURCHASE ORDER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO DCO-EXIT.
        DCO-010.
           MOVE "Y" TO IFL-EXTRA-DONE.
           PERFORM STAGE-INFLIGHT.
        DCO-EXIT.
           EXIT.
      *
        D-HOLD-LANDED SECTION.
      *****************************************************************
      * HOLD THE NET OF VAT OF A LANDED COST INVOICE UNTIL IT IS
      * SPREAD ONTO THE ORDERS IT BELONGS TO. THE HOLD IS THE MARKER'S
      * EXTRA STEP, SO A SESSION THAT DIES BEFORE IT IS WRITTEN LEAVES
      * IT FOR POSTING RECOVERY TO WRITE. A HOLD ALREADY ON FILE FOR
      * THE INVOICE IS TAKEN AS WRITTEN.
      *****************************************************************
        DHL-005.
           IF NOT WS-LANDED
              GO TO DHL-EXIT.
           MOVE "N" TO WS-LC-FAILED-SW.
           MOVE SPACES        TO LANDED-COST-RECORD.
           MOVE WS-ACC-IN     TO LC-CREDITOR.
           MOVE WS-NEXT-TRANS TO LC-TRANS-NUMBER.
           MOVE FUNCTION NUMVAL(WS-DATE-IN) TO LC-DATE.
           MOVE WS-REF-IN     TO LC-REFERENCE.
           MOVE WS-NET-AMT    TO LC-AMOUNT.
           MOVE 0             TO LC-PO-COUNT
                                 LC-LINE-COUNT
                                 LC-SPREAD-DATE.
           MOVE WS-LINKAGE-OPERATOR TO LC-OPERATOR.
           WRITE LANDED-COST-RECORD
               INVALID KEY
             IF WS-LC-ST1 NOT = 22
                MOVE "Y" TO WS-LC-FAILED-SW.
           IF WS-LC-FAILED
              MOVE "LANDED COST NOT HELD, FINISH IN POSTING RECOVERY."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DHL-EXIT.
           MOVE "Y" TO IFL-EXTRA-DONE.
           PERFORM STAGE-INFLIGHT.
        DHL-EXIT.
           EXIT.
      *
        D-NEXT-TRANS SECTION.
        DNT-005.
                 GL-PERIOD-FILE
                 PURORDER-FILE
                 TAXCODE-FILE
                 CURRENCY-FILE
                 POST-INFLIGHT.
           IF NOT WS-CC-OFF
              CLOSE COST-CENTRE-FILE.
           IF NOT WS-LC-OFF
              CLOSE LANDED-COST-FILE.
           MOVE WS-INV-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "INVOICES POSTED: " WS-INV-COUNT.
           DISPLAY "VALUE POSTED:    " WS-TOTAL-EDIT.
           EXIT.
      *
        COPY "StatusText".
        COPY "PostAccLookup".
        COPY "InFlight".
        COPY "InFlightCentre".
        COPY "CostCentre".
        COPY "ClearScreen".
        COPY "ErrorMessage".
      * END-OF-JOB.
