        IDENTIFICATION DIVISION.
        PROGRAM-ID. DrCrnCap.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectPostAcc".
         Copy "SelectDrMaster".
         Copy "SelectDrTrans".
         Copy "SelectMastChgLog".
         Copy "SelectGlPeriod".
         Copy "SelectStMaster".
         Copy "SelectTaxCode".
         Copy "SelectSalesLine".
         Copy "SelectCostCentre".
         Copy "SelectInFlight".
         Copy "SelectStockLot".
         Copy "SelectStLotMove".
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
           SELECT GL-MASTER ASSIGN TO "GlMaster"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               ALTERNATE RECORD KEY IS GL-DESCRIPTION WITH DUPLICATES
               FILE STATUS IS WS-GL-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdDebtor.
           COPY ChlfdDrTrans.
           COPY ChlfdGlJrn.
           COPY ChlfdGlMast.
           COPY ChlfdMastChgLog.
           COPY ChlfdGlPeriod.
           COPY ChlfdStockMast.
           COPY ChlfdStockChanges.
           COPY ChlfdTaxCode.
           COPY ChlfdSalesLine.
           COPY ChlfdCostCentre.
           COPY ChlfdInFlight.
           COPY ChlfdStockLot.
           COPY ChlfdStLotMove.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-CONFIRM       PIC X VALUE " ".
           77  WS-ACC-IN        PIC X(07) VALUE " ".
           77  WS-ACC           PIC 9(07) VALUE 0.
           77  WS-DATE-IN       PIC X(08) VALUE " ".
           77  WS-REF-IN        PIC X(10) VALUE " ".
           77  WS-INVREF-IN     PIC X(10) VALUE " ".
           77  WS-AMT-IN        PIC X(14) VALUE " ".
           77  WS-SALES-IN      PIC X(06) VALUE " ".
           77  WS-AMT           PIC S9(07)V99 VALUE 0.
           77  WS-CRN-COUNT     PIC 9(06) VALUE 0.
           77  WS-CRN-TOTAL     PIC S9(09)V99 VALUE 0.
           77  WS-TOTAL-EDIT    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           77  WS-BAL-EDIT      PIC Z,ZZZ,ZZ9.99-.
           77  WS-NEXT-REF      PIC 9(08) VALUE 0.
           77  WS-NEXT-TRANS    PIC 9(06) VALUE 0.
           77  WS-CONTROL-ACC   PIC X(06) VALUE " ".
           77  WS-COS-ACC       PIC X(06) VALUE " ".
           77  WS-STOCK-ACC     PIC X(06) VALUE " ".
           77  WS-STOCK-OFF-SW  PIC X VALUE "N".
               88  WS-STOCK-OFF       VALUE "Y".
           77  WS-CHANGE-OFF-SW PIC X VALUE "N".
               88  WS-CHANGE-OFF      VALUE "Y".
           77  WS-LSTK-IN       PIC X(08) VALUE " ".
           77  WS-LWHSE-IN      PIC X(04) VALUE " ".
           77  WS-LQTY-IN       PIC X(12) VALUE " ".
           77  WS-LPRC-IN       PIC X(14) VALUE " ".
           77  WS-LQTY          PIC S9(07)V999 VALUE 0.
           77  WS-LPRICE        PIC S9(07)V99 VALUE 0.
           77  WS-LAMT          PIC S9(07)V99 VALUE 0.
           77  WS-LSTOCK        PIC 9(08) VALUE 0.
           77  WS-UNIT-COST     PIC S9(07)V9999 VALUE 0.
           77  WS-COS-TOTAL     PIC S9(09)V99 VALUE 0.
           77  WS-LINE-COUNT    PIC 9(02) COMP VALUE 0.
           77  WS-LINE-IDX      PIC 9(02) COMP VALUE 0.
           77  WS-NEXT-SEQ      PIC 9(04) VALUE 0.
           77  WS-TAX-IN        PIC X(02) VALUE " ".
           77  WS-VAT-AMT       PIC S9(07)V99 VALUE 0.
           77  WS-NET-AMT       PIC S9(07)V99 VALUE 0.
           77  WS-VATOUT-ACC    PIC X(06) VALUE " ".
           77  WS-ALLOC-PART    PIC S9(07)V99 VALUE 0.
           77  WS-TAX-RATE      PIC 9(03)V99 VALUE 0.
           77  WS-LINE-VAT      PIC S9(09)V99 VALUE 0.
           77  WS-SL-OFF-SW     PIC X VALUE "N".
               88  WS-SL-OFF          VALUE "Y".
           77  WS-SOLD-QTY      PIC S9(07)V999 VALUE 0.
           77  WS-SOLD-COST     PIC S9(09)V99 VALUE 0.
           77  WS-RETURNED-QTY  PIC S9(07)V999 VALUE 0.
           77  WS-CRN-TRANS     PIC 9(06) VALUE 0.
           77  WS-LOT-IN        PIC X(10) VALUE " ".
           77  WS-RET-LOT       PIC X(10) VALUE " ".
           77  WS-LOT-SOLD      PIC S9(07)V999 VALUE 0.
           77  WS-LOT-OFF-SW    PIC X VALUE "N".
               88  WS-LOT-OFF         VALUE "Y".
           77  WS-LOT-SALES-SW  PIC X VALUE "N".
               88  WS-LOT-SALES       VALUE "Y".
      *****************************************************************
      * THE INVOICE BEING CREDITED, PICKED UP BY ITS REFERENCE ON THE
      * DEBTOR'S OWN TRANSACTIONS, WITH WHAT EARLIER CREDIT NOTES HAVE
      * ALREADY TAKEN OFF IT. THE CREDITS TOGETHER MAY NOT EXCEED THE
      * INVOICE, AND EACH IS ALLOCATED AGAINST WHAT IS STILL
      * OUTSTANDING ON IT.
      *****************************************************************
           01  WS-INVOICE.
               03  WS-INV-TRANS     PIC 9(06) VALUE 0.
               03  WS-INV-DATE      PIC 9(08) VALUE 0.
               03  WS-INV-AMOUNT    PIC S9(07)V99 VALUE 0.
               03  WS-INV-OUTST     PIC S9(07)V99 VALUE 0.
               03  WS-INV-CREDITED  PIC S9(07)V99 VALUE 0.
      *****************************************************************
      * THE STOCK LINES COMING BACK ON THE CREDIT NOTE: EACH LINE
      * RETURNS STOCK THROUGH StChanges AT THE COST IT WENT OUT AT
      * AND FEEDS THE REVERSING COST-OF-SALES PAIR WHEN IT POSTS.
      * THE PRICE AND GROSS AMOUNT ARE KEPT FOR THE SALES LINE
      * HISTORY, AND THE LOT THE GOODS GO BACK INTO FOR A
      * LOT-CONTROLLED ITEM.
      *****************************************************************
           01  WS-LINE-TABLE.
               03  WS-LINE-ENTRY OCCURS 20.
                   05  WS-LN-STOCK  PIC 9(08).
                   05  WS-LN-WHSE   PIC X(04).
                   05  WS-LN-QTY    PIC S9(07)V999.
                   05  WS-LN-COST   PIC S9(09)V99.
                   05  WS-LN-PRICE  PIC S9(07)V99.
                   05  WS-LN-AMT    PIC S9(07)V99.
                   05  WS-LN-LOT    PIC X(10).
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-DRTRANS-STATUS.
               03  WS-DRTRANS-ST1   PIC 99.
           01  WS-GLJRN-STATUS.
               03  WS-STAT1         PIC 99.
           01  WS-GL-STATUS.
               03  WS-GL-ST1        PIC 99.
           01  WS-PERIOD-STATUS.
               03  WS-PERIOD-ST1    PIC 99.
           01  WS-STOCK-STATUS.
               03  WS-STOCK-ST1     PIC 99.
           01  WS-CHANGE-STATUS.
               03  WS-CHANGE-ST1    PIC 99.
           01  WS-TC-STATUS.
               03  WS-TC-ST1        PIC 99.
           01  WS-SL-STATUS.
               03  WS-SL-ST1        PIC 99.
           01  WS-DATE-WORK.
               03  WS-DATE-NUM  PIC 9(08).
               03  FILLER REDEFINES WS-DATE-NUM.
                   05  WS-DS-PERIOD PIC 9(06).
                   05  WS-DS-DAY    PIC 9(02).
           COPY "WsMastChgLog".
           COPY "WsPostAcc".
           COPY "WsCostCentre".
           COPY "WsInFlight".
           COPY "WsStockLot".
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
           PERFORM CHECK-INFLIGHT.
           IF WS-IFL-ST1 NOT = 0
              MOVE "CANNOT OPEN POSTING MARKER FILE, CAPTURE ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           MOVE 0810 TO W-POS.
           DISPLAY "** DEBTOR CREDIT NOTE CAPTURE **" AT W-POS.
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
           MOVE "VATOUTPUT" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-VATOUT-ACC.
           MOVE "COSALES" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-COS-ACC.
           MOVE "STCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-STOCK-ACC.
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
           IF WS-DRTRANS-ST1 NOT = 0
              MOVE "NO DEBTOR TRANSACTIONS, NOTHING TO CREDIT."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE DEBTOR-MASTER POST-INFLIGHT
              EXIT PROGRAM.
           OPEN I-O GLJRN-FILE.
           IF WS-STAT1 = 35
              OPEN OUTPUT GLJRN-FILE
              CLOSE GLJRN-FILE
              OPEN I-O GLJRN-FILE.
           OPEN INPUT GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              MOVE "NO GL MASTER, CANNOT VALIDATE SALES ACCOUNTS."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE DEBTOR-MASTER DRTRANS-FILE GLJRN-FILE
                    POST-INFLIGHT
              EXIT PROGRAM.
           OPEN I-O MAST-CHGLOG.
           IF WS-MCL-ST1 = 35
              OPEN OUTPUT MAST-CHGLOG
              CLOSE MAST-CHGLOG
              OPEN I-O MAST-CHGLOG.
           OPEN INPUT GL-PERIOD-FILE.
           IF WS-PERIOD-ST1 = 35
              OPEN OUTPUT GL-PERIOD-FILE
              CLOSE GL-PERIOD-FILE
              OPEN INPUT GL-PERIOD-FILE.
           IF WS-PERIOD-ST1 NOT = 0
              MOVE "NO PERIOD FILE, CANNOT VALIDATE DATES."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE DEBTOR-MASTER
                    DRTRANS-FILE
                    GLJRN-FILE
                    GL-MASTER
                    MAST-CHGLOG
                    POST-INFLIGHT
              EXIT PROGRAM.
           OPEN INPUT STOCK-MASTER.
           IF WS-STOCK-ST1 NOT = 0
              MOVE "Y" TO WS-STOCK-OFF-SW
              MOVE "NO STOCK MASTER, RETURN LINES SWITCHED OFF."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE.
           OPEN I-O STOCKCHANGE-MASTER.
           IF WS-CHANGE-ST1 = 35
              OPEN OUTPUT STOCKCHANGE-MASTER
              CLOSE STOCKCHANGE-MASTER
              OPEN I-O STOCKCHANGE-MASTER.
           IF WS-CHANGE-ST1 NOT = 0
              MOVE "Y" TO WS-CHANGE-OFF-SW
              MOVE "NO STOCK CHANGES FILE, RETURN LINES SWITCHED OFF."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE.
           OPEN INPUT TAXCODE-FILE.
           IF WS-TC-ST1 = 35
              OPEN OUTPUT TAXCODE-FILE
              CLOSE TAXCODE-FILE
              OPEN INPUT TAXCODE-FILE.
           OPEN I-O SALESLINE-FILE.
           IF WS-SL-ST1 = 35
              OPEN OUTPUT SALESLINE-FILE
              CLOSE SALESLINE-FILE
              OPEN I-O SALESLINE-FILE.
           IF WS-SL-ST1 NOT = 0
              MOVE "Y" TO WS-SL-OFF-SW
              MOVE "NO SALES LINE FILE, RETURN LINES SWITCHED OFF."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE.
           OPEN INPUT COST-CENTRE-FILE.
           IF WS-CC-ST1 NOT = 0
              MOVE "Y" TO WS-CC-OFF-SW.
           OPEN I-O STOCKLOT-FILE.
           IF WS-SLT-ST1 = 35
              OPEN OUTPUT STOCKLOT-FILE
              CLOSE STOCKLOT-FILE
              OPEN I-O STOCKLOT-FILE.
           IF WS-SLT-ST1 NOT = 0
              MOVE "Y" TO WS-LOT-OFF-SW
           ELSE
              OPEN I-O STLOTMOVE-FILE
              IF WS-SLM-ST1 = 35
                 OPEN OUTPUT STLOTMOVE-FILE
                 CLOSE STLOTMOVE-FILE
                 OPEN I-O STLOTMOVE-FILE.
           IF NOT WS-LOT-OFF
              IF WS-SLM-ST1 NOT = 0
                 CLOSE STOCKLOT-FILE
                 MOVE "Y" TO WS-LOT-OFF-SW.
           IF WS-LOT-OFF
              MOVE "NO LOT FILES, LOTS NOT RECORDED ON RETURNS."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE.
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
        BC-005.
           MOVE 1010 TO W-POS.
           DISPLAY "DEBTOR ACCOUNT (BLANK=END): [       ]" AT W-POS.
           MOVE 1039 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN = " "
              GO TO BC-EXIT.
           MOVE FUNCTION NUMVAL(WS-ACC-IN) TO WS-ACC.
           IF WS-ACC = 0
              MOVE "ACCOUNT MAY NOT BE ZERO, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           MOVE WS-ACC TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE "NO SUCH DEBTOR, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE DEBTOR-BALANCE TO WS-BAL-EDIT.
           MOVE 1110 TO W-POS.
           DISPLAY DEBTOR-NAME AT W-POS.
           MOVE 1160 TO W-POS.
           DISPLAY WS-BAL-EDIT AT W-POS.
        BC-007.
      *    EVERY CREDIT NOTE HANGS OFF THE INVOICE IT CREDITS, SO THE
      *    TWO NET OFF ON THE STATEMENT AND THE AGED DEBTORS.
           MOVE 1210 TO W-POS.
           DISPLAY "ORIGINAL INVOICE REFERENCE: [          ]" AT W-POS.
           MOVE 1239 TO W-POS.
           MOVE " " TO WS-INVREF-IN.
           ACCEPT WS-INVREF-IN AT W-POS.
           IF WS-INVREF-IN = " "
              GO TO BC-005.
           PERFORM E-FIND-INVOICE.
           IF WS-INV-TRANS = 0
              MOVE "NO INVOICE WITH THAT REFERENCE, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-007.
           PERFORM E-PRIOR-CREDITS.
           IF WS-INV-CREDITED NOT < WS-INV-AMOUNT
              MOVE "INVOICE ALREADY FULLY CREDITED, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-007.
           MOVE 1250 TO W-POS.
           DISPLAY WS-INV-DATE AT W-POS.
           MOVE WS-INV-AMOUNT TO WS-BAL-EDIT.
           MOVE 1310 TO W-POS.
           DISPLAY "INVOICE AMOUNT:" AT W-POS.
           MOVE 1326 TO W-POS.
           DISPLAY WS-BAL-EDIT AT W-POS.
           MOVE WS-INV-OUTST TO WS-BAL-EDIT.
           MOVE 1342 TO W-POS.
           DISPLAY "OUTSTANDING:" AT W-POS.
           MOVE 1355 TO W-POS.
           DISPLAY WS-BAL-EDIT AT W-POS.
        BC-010.
           MOVE 1410 TO W-POS.
           DISPLAY "CREDIT NOTE DATE, YYYYMMDD: [        ]" AT W-POS.
           MOVE 1439 TO W-POS.
           MOVE " " TO WS-DATE-IN.
           ACCEPT WS-DATE-IN AT W-POS.
           IF WS-DATE-IN = " " OR WS-DATE-IN = "00000000"
              MOVE "DATE MAY NOT BE BLANK, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
      *    THE DOCUMENT DATE MUST FALL IN AN OPEN ACCOUNTING
      *    PERIOD, THE SAME RULE THE JOURNAL CAPTURE ENFORCES.
           MOVE FUNCTION NUMVAL(WS-DATE-IN) TO WS-DATE-NUM.
           IF WS-DATE-NUM < WS-INV-DATE
              MOVE "CREDIT MAY NOT PREDATE THE INVOICE, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           MOVE WS-DS-PERIOD TO GLPD-PERIOD.
           READ GL-PERIOD-FILE
               INVALID KEY
             MOVE "NO ACCOUNTING PERIOD ON FILE FOR DATE, RE-ENTER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-010.
           IF GLPD-CLOSED
              MOVE "ACCOUNTING PERIOD IS CLOSED, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           IF WS-DATE-NUM < GLPD-START-DATE
                OR WS-DATE-NUM > GLPD-END-DATE
              MOVE "DATE OUTSIDE THE PERIOD DATES, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
        BC-020.
           MOVE 1510 TO W-POS.
           DISPLAY "CREDIT NOTE REFERENCE: [          ]" AT W-POS.
           MOVE 1534 TO W-POS.
           MOVE " " TO WS-REF-IN.
           ACCEPT WS-REF-IN AT W-POS.
           IF WS-REF-IN = " "
              MOVE "REFERENCE MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
        BC-022.
      *    RETURN LINES FIRST: EACH LINE PUTS STOCK BACK AT THE COST
      *    IT WAS SOLD AT. NO LINES AT ALL FALLS BACK TO A KEYED
      *    AMOUNT FOR PRICE ADJUSTMENTS AND SERVICE CREDITS.
           MOVE 0 TO WS-LINE-COUNT
                     WS-COS-TOTAL
                     WS-AMT.
        BC-024.
           IF WS-STOCK-OFF OR WS-CHANGE-OFF OR WS-SL-OFF
              GO TO BC-030.
           IF WS-LINE-COUNT = 20
              MOVE "CREDIT FULL AT 20 LINES, GOING TO TOTALS."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-028.
           MOVE 1810 TO W-POS.
           DISPLAY "RETURN LINE (BLANK=NO MORE): [        ]" AT W-POS.
           MOVE 1840 TO W-POS.
           MOVE " " TO WS-LSTK-IN.
           ACCEPT WS-LSTK-IN AT W-POS.
           IF WS-LSTK-IN = " "
              IF WS-LINE-COUNT = 0
                 GO TO BC-030
              ELSE
                 GO TO BC-028.
           MOVE 1910 TO W-POS.
           DISPLAY "WAREHOUSE: [    ]" AT W-POS.
           MOVE 1922 TO W-POS.
           MOVE " " TO WS-LWHSE-IN.
           ACCEPT WS-LWHSE-IN AT W-POS.
           MOVE FUNCTION NUMVAL(WS-LSTK-IN) TO WS-LSTOCK.
           MOVE WS-LSTOCK   TO STK-STOCKNUMBER.
           MOVE WS-LWHSE-IN TO STK-WAREHOUSE.
           READ STOCK-MASTER
               INVALID KEY
             MOVE "NO SUCH STOCK ITEM IN THAT WAREHOUSE, RE-ENTER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-024.
           MOVE 1948 TO W-POS.
           DISPLAY STK-DESCRIPTION AT W-POS.
        BC-025.
           MOVE 2010 TO W-POS.
           DISPLAY "QUANTITY RETURNED: [            ]" AT W-POS.
           MOVE 2030 TO W-POS.
           MOVE " " TO WS-LQTY-IN.
           ACCEPT WS-LQTY-IN AT W-POS.
           MOVE FUNCTION NUMVAL(WS-LQTY-IN) TO WS-LQTY.
           IF WS-LQTY NOT > 0
              MOVE "QUANTITY MUST BE GREATER THAN ZERO, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-025.
      *    ONLY WHAT THE INVOICE SOLD CAN COME BACK, LESS WHAT EARLIER
      *    CREDIT NOTES AND THE LINES ALREADY ON THIS ONE RETURNED.
           PERFORM E-ORIGINAL-COST.
           IF WS-SOLD-QTY = 0
              MOVE "ITEM NOT SOLD ON THE INVOICE FROM THAT WAREHOUSE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-024.
           IF WS-LQTY + WS-RETURNED-QTY > WS-SOLD-QTY
              MOVE "MORE THAN THE INVOICE SOLD LESS RETURNS, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-025.
      *    A LOT-CONTROLLED ITEM GOES BACK INTO THE LOT IT WAS SOLD
      *    FROM; DROPPING THE LOT DROPS THE LINE.
           MOVE SPACES TO WS-RET-LOT.
           IF STK-LOT-CONTROLLED AND NOT WS-LOT-OFF
              PERFORM B-RETURN-LOT
              IF WS-RET-LOT = " "
                 GO TO BC-024.
        BC-026.
           IF STK-SELL-PRICE NOT NUMERIC
              MOVE 0 TO STK-SELL-PRICE.
           MOVE 2110 TO W-POS.
           DISPLAY "PRICE (BLANK=STOCK MASTER): [              ]"
              AT W-POS.
           MOVE 2139 TO W-POS.
           MOVE " " TO WS-LPRC-IN.
           ACCEPT WS-LPRC-IN AT W-POS.
           IF WS-LPRC-IN = " "
              MOVE STK-SELL-PRICE TO WS-LPRICE
           ELSE
              MOVE FUNCTION NUMVAL(WS-LPRC-IN) TO WS-LPRICE.
           IF WS-LPRICE NOT > 0
              MOVE "NO PRICE ON FILE, ENTER THE PRICE." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-026.
           COMPUTE WS-LAMT ROUNDED = WS-LQTY * WS-LPRICE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LSTOCK   TO WS-LN-STOCK (WS-LINE-COUNT).
           MOVE WS-LWHSE-IN TO WS-LN-WHSE (WS-LINE-COUNT).
           MOVE WS-LQTY     TO WS-LN-QTY (WS-LINE-COUNT).
           MOVE WS-LPRICE   TO WS-LN-PRICE (WS-LINE-COUNT).
           MOVE WS-LAMT     TO WS-LN-AMT (WS-LINE-COUNT).
           MOVE WS-RET-LOT  TO WS-LN-LOT (WS-LINE-COUNT).
           COMPUTE WS-LN-COST (WS-LINE-COUNT) ROUNDED =
              WS-LQTY * WS-UNIT-COST.
           ADD WS-LN-COST (WS-LINE-COUNT) TO WS-COS-TOTAL.
           ADD WS-LAMT TO WS-AMT.
           MOVE WS-AMT TO WS-BAL-EDIT.
           MOVE 2210 TO W-POS.
           DISPLAY "CREDIT TOTAL SO FAR: " AT W-POS.
           MOVE 2233 TO W-POS.
           DISPLAY WS-BAL-EDIT AT W-POS.
           GO TO BC-024.
        BC-028.
           MOVE WS-AMT TO WS-BAL-EDIT.
           MOVE 1647 TO W-POS.
           DISPLAY WS-BAL-EDIT AT W-POS.
           GO TO BC-032.
        BC-030.
           MOVE 1610 TO W-POS.
           DISPLAY "CREDIT AMOUNT INCLUDING VAT: [              ]"
              AT W-POS.
           MOVE 1640 TO W-POS.
           MOVE " " TO WS-AMT-IN.
           ACCEPT WS-AMT-IN AT W-POS.
           MOVE FUNCTION NUMVAL(WS-AMT-IN) TO WS-AMT.
           IF WS-AMT NOT > 0
              MOVE "AMOUNT MUST BE GREATER THAN ZERO, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
        BC-032.
      *    THE CREDIT IS GROSS LIKE THE INVOICE; THE TAX CODE SPLITS
      *    OUT THE VAT PORTION TO COME BACK OFF OUTPUT VAT.
           MOVE 2310 TO W-POS.
           DISPLAY "TAX CODE (BLANK=NO VAT): [  ]" AT W-POS.
           MOVE 2336 TO W-POS.
           MOVE " " TO WS-TAX-IN.
           ACCEPT WS-TAX-IN AT W-POS.
           MOVE 0 TO WS-TAX-RATE.
           IF WS-TAX-IN = " "
              MOVE 0      TO WS-VAT-AMT
              MOVE WS-AMT TO WS-NET-AMT
              GO TO BC-035.
           MOVE WS-TAX-IN TO TC-CODE.
           READ TAXCODE-FILE
               INVALID KEY
             MOVE "NO SUCH TAX CODE, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-032.
           MOVE TC-RATE TO WS-TAX-RATE.
           COMPUTE WS-VAT-AMT ROUNDED =
              WS-AMT * TC-RATE / (100 + TC-RATE).
           SUBTRACT WS-VAT-AMT FROM WS-AMT GIVING WS-NET-AMT.
        BC-035.
      *    NOTHING MAY BE CREDITED BEYOND WHAT WAS INVOICED, COUNTING
      *    THE CREDIT NOTES ALREADY RAISED AGAINST THE SAME INVOICE.
           PERFORM E-PRIOR-CREDITS.
           IF WS-AMT + WS-INV-CREDITED > WS-INV-AMOUNT
              MOVE "CREDITS WOULD EXCEED THE ORIGINAL INVOICE, REFUSED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
        BC-040.
           MOVE 1710 TO W-POS.
           DISPLAY "SALES GL ACCOUNT TO REVERSE: [      ]" AT W-POS.
           MOVE 1740 TO W-POS.
           MOVE " " TO WS-SALES-IN.
           ACCEPT WS-SALES-IN AT W-POS.
           MOVE WS-SALES-IN TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE "NO SUCH GL ACCOUNT, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-040.
           IF GL-INACTIVE
              MOVE "GL ACCOUNT IS INACTIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-040.
           MOVE 1748 TO W-POS.
           DISPLAY GL-DESCRIPTION AT W-POS.
        BC-050.
           MOVE 2410 TO W-POS.
           DISPLAY "POST THIS CREDIT NOTE, Y/N: [ ]" AT W-POS.
           MOVE 2439 TO W-POS.
           ACCEPT WS-CONFIRM AT W-POS.
           IF WS-CONFIRM = "N"
              GO TO BC-005.
           IF WS-CONFIRM NOT = "Y"
              GO TO BC-050.
           PERFORM D-POST-CREDIT.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        B-RETURN-LOT SECTION.
      *****************************************************************
      * A LOT-CONTROLLED LINE GOES BACK INTO A LOT THE INVOICE SOLD IT
      * FROM. THE LOT THE INVOICE'S SALE MOVEMENTS NAME FOR THE ITEM
      * AND WAREHOUSE IS OFFERED AND TAKEN ON A BLANK; THE OPERATOR
      * MAY KEY ANOTHER. A LOT THE INVOICE DID NOT SELL FROM, OR ONE
      * THAT WOULD TAKE BACK MORE THAN IT SOLD LESS WHAT HAS ALREADY
      * COME BACK, IS REFUSED. AN INVOICE WRITTEN BEFORE THE ITEM
      * CARRIED LOTS HAS NO SALE MOVEMENTS, AND ANY LOT OF THE ITEM
      * IN THE WAREHOUSE IS THEN TAKEN. A FULL STOP DROPS THE LINE,
      * LEAVING WS-RET-LOT BLANK.
      *****************************************************************
        BRL-005.
           MOVE SPACES TO WS-RET-LOT.
           MOVE WS-ACC TO WS-LOT-PARTY.
           PERFORM E-SOLD-LOT.
           MOVE 2250 TO W-POS.
           IF WS-LOT-SALES
              DISPLAY "SOLD FROM " WS-LOT-NUMBER "      " AT W-POS
           ELSE
              DISPLAY "NO LOT SOLD ON INVOICE    " AT W-POS.
        BRL-010.
           MOVE 2046 TO W-POS.
           DISPLAY "LOT (.=DROP): [          ]" AT W-POS.
           MOVE 2061 TO W-POS.
           MOVE " " TO WS-LOT-IN.
           ACCEPT WS-LOT-IN AT W-POS.
           IF WS-LOT-IN = "."
              GO TO BRL-EXIT.
           IF WS-LOT-IN = " "
              IF WS-LOT-SALES
                 MOVE WS-LOT-NUMBER TO WS-LOT-IN
              ELSE
                 MOVE "NO LOT SOLD ON THE INVOICE, KEY THE LOT OR ."
                    TO WS-MESSAGE
                 PERFORM ERROR-MESSAGE
                 GO TO BRL-010.
           MOVE WS-LSTOCK   TO SLT-STOCKNUMBER.
           MOVE WS-LWHSE-IN TO SLT-WAREHOUSE.
           MOVE WS-LOT-IN   TO SLT-LOT.
           READ STOCKLOT-FILE
               INVALID KEY
             MOVE "NO SUCH LOT OF THIS ITEM IN THAT WAREHOUSE."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BRL-010.
           IF NOT WS-LOT-SALES
              GO TO BRL-020.
           PERFORM E-LOT-SOLD.
           IF NOT WS-LOT-FOUND
              MOVE "THE INVOICE DID NOT SELL FROM THAT LOT, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BRL-010.
           IF WS-LQTY > WS-LOT-SOLD
              MOVE "MORE THAN THE LOT SOLD LESS RETURNS, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BRL-010.
        BRL-020.
           MOVE WS-LOT-IN TO WS-RET-LOT.
        BRL-EXIT.
           EXIT.
      *
        E-SOLD-LOT SECTION.
      *****************************************************************
      * THE FIRST LOT THE INVOICE BEING CREDITED SOLD THE ITEM FROM IN
      * THE WAREHOUSE. THE LOT HISTORY IS KEYED BY LOT, SO THE WHOLE
      * FILE IS READ FOR THE INVOICE'S SALE MOVEMENTS. WS-LOT-SALES IS
      * SET WHEN ONE IS FOUND, WITH ITS LOT IN WS-LOT-NUMBER.
      *****************************************************************
        ESL-005.
           MOVE "N"        TO WS-LOT-SALES-SW.
           MOVE SPACES     TO WS-LOT-NUMBER.
           MOVE LOW-VALUES TO SLM-KEY.
           START STLOTMOVE-FILE KEY NOT < SLM-KEY
               INVALID KEY
             GO TO ESL-EXIT.
        ESL-010.
           READ STLOTMOVE-FILE NEXT
               AT END
             GO TO ESL-EXIT.
           IF NOT SLM-SALE
                OR SLM-QUANTITY NOT < 0
              GO TO ESL-010.
           IF SLM-TRANS-NUMBER NOT = WS-INV-TRANS
                OR SLM-PARTY NOT = WS-LOT-PARTY
              GO TO ESL-010.
           IF SLM-STOCKNUMBER NOT = WS-LSTOCK
                OR SLM-WAREHOUSE NOT = WS-LWHSE-IN
              GO TO ESL-010.
           MOVE "Y"     TO WS-LOT-SALES-SW.
           MOVE SLM-LOT TO WS-LOT-NUMBER.
        ESL-EXIT.
           EXIT.
      *
        E-LOT-SOLD SECTION.
      *****************************************************************
      * WHAT THE INVOICE SOLD OF THE ITEM FROM THE KEYED LOT, LESS
      * WHAT EARLIER CREDIT NOTES PUT BACK INTO IT AGAINST THE SAME
      * INVOICE AND WHAT THE LINES ALREADY ON THIS ONE TAKE BACK.
      * A RETURN IS HELD ON THE LOT HISTORY AS A SALE MOVEMENT WITH A
      * POSITIVE QUANTITY UNDER THE INVOICE'S TRANSACTION NUMBER.
      * WS-LOT-FOUND IS SET WHEN THE INVOICE SOLD FROM THE LOT AT ALL.
      *****************************************************************
        ELS-005.
           MOVE "N" TO WS-LOT-FOUND-SW.
           MOVE 0   TO WS-LOT-SOLD.
           MOVE WS-LOT-IN TO SLM-LOT.
           MOVE WS-LSTOCK TO SLM-STOCKNUMBER.
           MOVE 0         TO SLM-DATE
                             SLM-SEQ.
           START STLOTMOVE-FILE KEY NOT < SLM-KEY
               INVALID KEY
             GO TO ELS-020.
        ELS-010.
           READ STLOTMOVE-FILE NEXT
               AT END
             GO TO ELS-020.
           IF SLM-LOT NOT = WS-LOT-IN
                OR SLM-STOCKNUMBER NOT = WS-LSTOCK
              GO TO ELS-020.
           IF NOT SLM-SALE
                OR SLM-WAREHOUSE NOT = WS-LWHSE-IN
              GO TO ELS-010.
           IF SLM-TRANS-NUMBER NOT = WS-INV-TRANS
                OR SLM-PARTY NOT = WS-LOT-PARTY
              GO TO ELS-010.
           IF SLM-QUANTITY < 0
              MOVE "Y" TO WS-LOT-FOUND-SW.
           SUBTRACT SLM-QUANTITY FROM WS-LOT-SOLD.
           GO TO ELS-010.
        ELS-020.
           MOVE 0 TO WS-LINE-IDX.
        ELS-030.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO ELS-EXIT.
           IF WS-LN-STOCK (WS-LINE-IDX) = WS-LSTOCK
                AND WS-LN-WHSE (WS-LINE-IDX) = WS-LWHSE-IN
                AND WS-LN-LOT (WS-LINE-IDX) = WS-LOT-IN
              SUBTRACT WS-LN-QTY (WS-LINE-IDX) FROM WS-LOT-SOLD.
           GO TO ELS-030.
        ELS-EXIT.
           EXIT.
      *
        E-FIND-INVOICE SECTION.
      *****************************************************************
      * WALK THE DEBTOR'S TRANSACTIONS FOR THE INVOICE CARRYING THE
      * REFERENCE KEYED. A ZERO TRANSACTION NUMBER MEANS NOT FOUND.
      *****************************************************************
        EFI-005.
           MOVE 0 TO WS-INV-TRANS.
           MOVE WS-ACC TO DRTR-ACCOUNT-NUMBER.
           MOVE 0      TO DRTR-TRANS-NUMBER.
           START DRTRANS-FILE KEY NOT < DRTR-KEY
               INVALID KEY
             GO TO EFI-EXIT.
        EFI-010.
           READ DRTRANS-FILE NEXT
               AT END
             GO TO EFI-EXIT.
           IF DRTR-ACCOUNT-NUMBER NOT = WS-ACC
              GO TO EFI-EXIT.
           IF NOT DRTR-INVOICE
              GO TO EFI-010.
           IF DRTR-REFERENCE NOT = WS-INVREF-IN
              GO TO EFI-010.
           MOVE DRTR-TRANS-NUMBER TO WS-INV-TRANS.
           MOVE DRTR-DATE         TO WS-INV-DATE.
           MOVE DRTR-AMOUNT       TO WS-INV-AMOUNT.
           MOVE DRTR-OUTSTANDING  TO WS-INV-OUTST.
        EFI-EXIT.
           EXIT.
      *
        E-PRIOR-CREDITS SECTION.
      *****************************************************************
      * TOTAL THE CREDIT NOTES ALREADY RAISED AGAINST THE INVOICE IN
      * HAND, FOUND BY THE INVOICE LINK EACH ONE CARRIES.
      *****************************************************************
        EPC-005.
           MOVE 0 TO WS-INV-CREDITED.
           MOVE WS-ACC TO DRTR-ACCOUNT-NUMBER.
           MOVE 0      TO DRTR-TRANS-NUMBER.
           START DRTRANS-FILE KEY NOT < DRTR-KEY
               INVALID KEY
             GO TO EPC-EXIT.
        EPC-010.
           READ DRTRANS-FILE NEXT
               AT END
             GO TO EPC-EXIT.
           IF DRTR-ACCOUNT-NUMBER NOT = WS-ACC
              GO TO EPC-EXIT.
           IF NOT DRTR-CREDIT-NOTE
                OR DRTR-INVOICE-TRANS NOT NUMERIC
              GO TO EPC-010.
           IF DRTR-INVOICE-TRANS NOT = WS-INV-TRANS
              GO TO EPC-010.
           SUBTRACT DRTR-AMOUNT FROM WS-INV-CREDITED.
           GO TO EPC-010.
        EPC-EXIT.
           EXIT.
      *
        E-ORIGINAL-COST SECTION.
      *****************************************************************
      * THE RETURN GOES BACK IN AT THE COST THE GOODS WENT OUT AT ON
      * THE INVOICE BEING CREDITED: ITS SALES LINES FOR THIS ITEM AND
      * WAREHOUSE GIVE THE QUANTITY SOLD AND WHAT IT COST. A ZERO
      * WS-SOLD-QTY MEANS THE INVOICE DID NOT CARRY THE ITEM.
      * WS-RETURNED-QTY IS WHAT HAS ALREADY COME BACK AGAINST IT, ON
      * THIS CREDIT NOTE OR AN EARLIER ONE.
      *****************************************************************
        EOC-005.
           MOVE 0 TO WS-SOLD-QTY
                     WS-SOLD-COST
                     WS-RETURNED-QTY
                     WS-UNIT-COST.
           MOVE WS-ACC       TO SL-ACCOUNT-NUMBER.
           MOVE WS-INV-TRANS TO SL-TRANS-NUMBER.
           MOVE 0            TO SL-LINE.
           START SALESLINE-FILE KEY NOT < SL-KEY
               INVALID KEY
             GO TO EOC-EXIT.
        EOC-010.
           READ SALESLINE-FILE NEXT
               AT END
             GO TO EOC-020.
           IF SL-ACCOUNT-NUMBER NOT = WS-ACC
                OR SL-TRANS-NUMBER NOT = WS-INV-TRANS
              GO TO EOC-020.
           IF SL-STOCKNUMBER NOT = WS-LSTOCK
                OR SL-WAREHOUSE NOT = WS-LWHSE-IN
              GO TO EOC-010.
           ADD SL-QUANTITY TO WS-SOLD-QTY.
           ADD SL-COST     TO WS-SOLD-COST.
           GO TO EOC-010.
        EOC-020.
           IF WS-SOLD-QTY NOT > 0
              MOVE 0 TO WS-SOLD-QTY
              GO TO EOC-EXIT.
           COMPUTE WS-UNIT-COST ROUNDED =
              WS-SOLD-COST / WS-SOLD-QTY.
           MOVE 0 TO WS-LINE-IDX.
        EOC-030.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO EOC-040.
           IF WS-LN-STOCK (WS-LINE-IDX) = WS-LSTOCK
                AND WS-LN-WHSE (WS-LINE-IDX) = WS-LWHSE-IN
              ADD WS-LN-QTY (WS-LINE-IDX) TO WS-RETURNED-QTY.
           GO TO EOC-030.
        EOC-040.
      *    EARLIER CREDIT NOTES ON THE INVOICE CARRY THEIR RETURN
      *    LINES NEGATIVE ON SalesLine UNDER THEIR OWN TRANSACTION.
           MOVE WS-ACC TO DRTR-ACCOUNT-NUMBER.
           MOVE 0      TO DRTR-TRANS-NUMBER.
           START DRTRANS-FILE KEY NOT < DRTR-KEY
               INVALID KEY
             GO TO EOC-EXIT.
        EOC-050.
           READ DRTRANS-FILE NEXT
               AT END
             GO TO EOC-EXIT.
           IF DRTR-ACCOUNT-NUMBER NOT = WS-ACC
              GO TO EOC-EXIT.
           IF NOT DRTR-CREDIT-NOTE
                OR DRTR-INVOICE-TRANS NOT NUMERIC
              GO TO EOC-050.
           IF DRTR-INVOICE-TRANS NOT = WS-INV-TRANS
              GO TO EOC-050.
           MOVE DRTR-TRANS-NUMBER TO WS-CRN-TRANS.
           MOVE WS-ACC       TO SL-ACCOUNT-NUMBER.
           MOVE WS-CRN-TRANS TO SL-TRANS-NUMBER.
           MOVE 0            TO SL-LINE.
           START SALESLINE-FILE KEY NOT < SL-KEY
               INVALID KEY
             GO TO EOC-050.
        EOC-060.
           READ SALESLINE-FILE NEXT
               AT END
             GO TO EOC-050.
           IF SL-ACCOUNT-NUMBER NOT = WS-ACC
                OR SL-TRANS-NUMBER NOT = WS-CRN-TRANS
              GO TO EOC-050.
           IF SL-STOCKNUMBER = WS-LSTOCK
                AND SL-WAREHOUSE = WS-LWHSE-IN
              SUBTRACT SL-QUANTITY FROM WS-RETURNED-QTY.
           GO TO EOC-060.
        EOC-EXIT.
           EXIT.
      *
        D-POST-CREDIT SECTION.
        DP-005.
      *    THE TRANSACTION NUMBER IS TAKEN UP FRONT SO THE MARKER
      *    NAMES THE DOCUMENT BEFORE THE FIRST FILE IS UPDATED.
           PERFORM D-NEXT-TRANS.
           PERFORM D-MARK-CREDIT.
           IF WS-CC-BAD
              GO TO DP-EXIT.
           IF WS-IFL-ST1 NOT = 0
              MOVE "CANNOT RECORD POSTING MARKER, CREDIT NOT POSTED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DP-EXIT.
           MOVE DEBTOR-MASTER-RECORD TO WS-MCL-BEFORE.
           SUBTRACT WS-AMT FROM DEBTOR-BALANCE.
           REWRITE DEBTOR-MASTER-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR DEBTOR MASTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO DP-EXIT.
           MOVE "DEBTOR"          TO WS-MCL-FILE-ID.
           MOVE WS-ACC-IN         TO WS-MCL-RECORD-KEY.
           MOVE "DrCrnCap"        TO WS-MCL-PROGRAM.
           MOVE "C"               TO WS-MCL-ACTION.
           MOVE DEBTOR-MASTER-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
           MOVE "Y" TO IFL-MASTER-DONE.
           PERFORM STAGE-INFLIGHT.
        DP-010.
      *    THE CREDIT NOTE GOES ON FULLY UNALLOCATED, CARRYING THE
      *    INVOICE IT CREDITS, AND IS THEN ALLOCATED.
           MOVE WS-ACC        TO DRTR-ACCOUNT-NUMBER.
           MOVE WS-NEXT-TRANS TO DRTR-TRANS-NUMBER.
           MOVE "C" TO DRTR-TYPE.
           MOVE FUNCTION NUMVAL(WS-DATE-IN) TO DRTR-DATE.
           MOVE WS-REF-IN TO DRTR-REFERENCE.
           SUBTRACT WS-AMT FROM 0 GIVING DRTR-AMOUNT.
           SUBTRACT WS-AMT FROM 0 GIVING DRTR-OUTSTANDING.
           MOVE SPACES TO DRTR-DISPUTE.
           MOVE WS-INV-TRANS TO DRTR-INVOICE-TRANS.
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
      *    DEBTORS CONTROL CREDIT AND SALES DEBIT, THE INVOICE LEGS
      *    REVERSED. STATUS 22 MEANS ANOTHER CAPTURE SESSION TOOK THE
      *    REFERENCE, SO FETCH A FRESH ONE AND REBUILD.
           MOVE SPACES      TO GLJRN-REC.
           MOVE WS-NEXT-REF TO GLJRN-REFERENCE.
           MOVE WS-CONTROL-ACC TO GLJRN-ACCOUNT.
           MOVE FUNCTION NUMVAL(WS-DATE-IN) TO GLJRN-DATE.
           MOVE SPACES      TO GLJRN-DESCRIPTION.
           STRING "CRN   " DELIMITED BY SIZE
                  WS-REF-IN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACC-IN DELIMITED BY SIZE
                  INTO GLJRN-DESCRIPTION.
           SUBTRACT WS-AMT FROM 0 GIVING GLJRN-BAL.
           MOVE "DrCrnCap" TO GLJRN-SOURCE.
           MOVE WS-LINKAGE-OPERATOR TO GLJRN-OPERATOR.
           MOVE WS-DS-PERIOD TO GLJRN-PERIOD.
           MOVE IFL-LEG-CC (1) TO GLJRN-COST-CENTRE.
           WRITE GLJRN-REC
               INVALID KEY
             IF WS-STAT1 = 22
                PERFORM A-NEXT-REFERENCE
                GO TO DP-020
             ELSE
                MOVE "WRITE FAILED FOR JOURNAL ENTRY." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO DP-EXIT.
           MOVE GLJRN-REFERENCE TO IFL-LEG-REF (1).
           PERFORM STAGE-INFLIGHT.
           ADD 1 TO WS-NEXT-REF.
        DP-030.
           MOVE SPACES      TO GLJRN-REC.
           MOVE WS-NEXT-REF TO GLJRN-REFERENCE.
           MOVE WS-SALES-IN TO GLJRN-ACCOUNT.
           MOVE FUNCTION NUMVAL(WS-DATE-IN) TO GLJRN-DATE.
           MOVE SPACES      TO GLJRN-DESCRIPTION.
           STRING "CRN   " DELIMITED BY SIZE
                  WS-REF-IN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACC-IN DELIMITED BY SIZE
                  INTO GLJRN-DESCRIPTION.
           MOVE WS-NET-AMT  TO GLJRN-BAL.
           MOVE "DrCrnCap" TO GLJRN-SOURCE.
           MOVE WS-LINKAGE-OPERATOR TO GLJRN-OPERATOR.
           MOVE WS-DS-PERIOD TO GLJRN-PERIOD.
           MOVE IFL-LEG-CC (2) TO GLJRN-COST-CENTRE.
           WRITE GLJRN-REC
               INVALID KEY
             IF WS-STAT1 = 22
                PERFORM A-NEXT-REFERENCE
                GO TO DP-030
             ELSE
                MOVE "WRITE FAILED FOR JOURNAL ENTRY." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO DP-EXIT.
           MOVE GLJRN-REFERENCE TO IFL-LEG-REF (2).
           PERFORM STAGE-INFLIGHT.
           ADD 1 TO WS-NEXT-REF.
        DP-035.
           IF WS-VAT-AMT = 0
              GO TO DP-038.
           MOVE SPACES      TO GLJRN-REC.
           MOVE WS-NEXT-REF TO GLJRN-REFERENCE.
           MOVE WS-VATOUT-ACC TO GLJRN-ACCOUNT.
           MOVE FUNCTION NUMVAL(WS-DATE-IN) TO GLJRN-DATE.
           MOVE SPACES      TO GLJRN-DESCRIPTION.
           STRING "VATOUT" DELIMITED BY SIZE
                  WS-REF-IN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACC-IN DELIMITED BY SIZE
                  INTO GLJRN-DESCRIPTION.
           MOVE WS-VAT-AMT  TO GLJRN-BAL.
           MOVE "DrCrnCap" TO GLJRN-SOURCE.
           MOVE WS-LINKAGE-OPERATOR TO GLJRN-OPERATOR.
           MOVE WS-DS-PERIOD TO GLJRN-PERIOD.
           MOVE IFL-LEG-CC (3) TO GLJRN-COST-CENTRE.
           WRITE GLJRN-REC
               INVALID KEY
             IF WS-STAT1 = 22
                PERFORM A-NEXT-REFERENCE
                GO TO DP-035
             ELSE
                MOVE "WRITE FAILED FOR JOURNAL ENTRY." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO DP-EXIT.
           MOVE GLJRN-REFERENCE TO IFL-LEG-REF (3).
           PERFORM STAGE-INFLIGHT.
           ADD 1 TO WS-NEXT-REF.
        DP-038.
           PERFORM D-POST-LINES.
           PERFORM D-POST-COS.
           PERFORM END-INFLIGHT.
           PERFORM D-POST-HISTORY.
           ADD 1 TO WS-CRN-COUNT.
           ADD WS-AMT TO WS-CRN-TOTAL.
           IF NOT WS-IFL-WHOLE
              MOVE "CREDIT PART POSTED, FINISH IT IN POSTING RECOVERY."
                 TO WS-MESSAGE
           ELSE IF WS-ALLOC-PART < WS-AMT
              MOVE "CREDIT POSTED, EXCESS PARKED UNALLOCATED."
                 TO WS-MESSAGE
           ELSE
              MOVE "CREDIT POSTED AND ALLOCATED AGAINST THE INVOICE."
                 TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        DP-EXIT.
           EXIT.
      *
        E-ALLOCATE SECTION.
      *****************************************************************
      * ALLOCATE THE CREDIT AGAINST WHAT IS STILL OUTSTANDING ON THE
      * INVOICE; ANY EXCESS (THE INVOICE ALREADY PAID) STAYS ON THE
      * CREDIT NOTE AS A NEGATIVE OUTSTANDING AMOUNT, THE SAME WAY AN
      * UNALLOCATED RECEIPT IS. THE MARKER TAKES THE AMOUNT AS SOON
      * AS THE INVOICE IS REWRITTEN.
      *****************************************************************
        EA-005.
           MOVE 0 TO WS-ALLOC-PART.
           MOVE WS-ACC       TO DRTR-ACCOUNT-NUMBER.
           MOVE WS-INV-TRANS TO DRTR-TRANS-NUMBER.
           READ DRTRANS-FILE
               INVALID KEY
             MOVE "CANNOT RE-READ INVOICE, CREDIT LEFT UNALLOCATED."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO EA-900.
           IF DRTR-OUTSTANDING NOT > 0
              GO TO EA-900.
           IF DRTR-OUTSTANDING > WS-AMT
              MOVE WS-AMT TO WS-ALLOC-PART
           ELSE
              MOVE DRTR-OUTSTANDING TO WS-ALLOC-PART.
           SUBTRACT WS-ALLOC-PART FROM DRTR-OUTSTANDING.
           REWRITE DRTRANS-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED DURING ALLOCATION." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE 0 TO WS-ALLOC-PART
             GO TO EA-900.
           MOVE WS-ALLOC-PART TO IFL-ALLOCATED.
           PERFORM STAGE-INFLIGHT.
           MOVE WS-ACC        TO DRTR-ACCOUNT-NUMBER.
           MOVE WS-NEXT-TRANS TO DRTR-TRANS-NUMBER.
           READ DRTRANS-FILE
               INVALID KEY
             MOVE "CANNOT RE-READ CREDIT NOTE TO ALLOCATE IT."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO EA-EXIT.
           COMPUTE DRTR-OUTSTANDING = WS-ALLOC-PART - WS-AMT.
           REWRITE DRTRANS-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED ALLOCATING CREDIT NOTE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO EA-EXIT.
        EA-900.
           MOVE "Y" TO IFL-EXTRA-DONE.
           PERFORM STAGE-INFLIGHT.
        EA-EXIT.
           EXIT.
      *
        D-MARK-CREDIT SECTION.
      *****************************************************************
      * BUILD AND WRITE THE IN-FLIGHT MARKER FOR THE CREDIT NOTE IN
      * HAND: THE DOCUMENT AND THE INVOICE IT CREDITS, ITS FIVE
      * JOURNAL LEGS (DEBTORS CONTROL, SALES, OUTPUT VAT, STOCK
      * CONTROL, COST OF SALES) AND ITS RETURN LINES. THE AMOUNT IS
      * NEGATIVE, AS THE CREDIT NOTE STANDS ON THE DEBTOR.
      *****************************************************************
        DMC-005.
           MOVE SPACES        TO IFL-RECORD.
           MOVE "DrCrnCap"    TO IFL-PROGRAM.
           MOVE WS-ACC        TO IFL-ACCOUNT.
           MOVE WS-NEXT-TRANS TO IFL-TRANS-NUMBER.
           MOVE WS-ACC-IN     TO IFL-ACC-TEXT.
           MOVE WS-DATE-NUM   TO IFL-DOC-DATE.
           MOVE WS-DS-PERIOD  TO IFL-PERIOD.
           MOVE WS-REF-IN     TO IFL-REFERENCE.
           MOVE "C"           TO IFL-TRANS-TYPE.
           SUBTRACT WS-AMT FROM 0 GIVING IFL-AMOUNT.
           MOVE 0             TO IFL-ALLOCATED
                                 IFL-FOREIGN-AMT
                                 IFL-EXCH-RATE.
           MOVE WS-INV-TRANS  TO IFL-PO-NUMBER.
           MOVE 5             TO IFL-LEG-COUNT.
           MOVE WS-CONTROL-ACC TO IFL-LEG-ACCOUNT (1).
           MOVE "CRN   "      TO IFL-LEG-TEXT (1).
           SUBTRACT WS-AMT FROM 0 GIVING IFL-LEG-AMOUNT (1).
           MOVE WS-SALES-IN   TO IFL-LEG-ACCOUNT (2).
           MOVE "CRN   "      TO IFL-LEG-TEXT (2).
           MOVE WS-NET-AMT    TO IFL-LEG-AMOUNT (2).
           MOVE WS-VATOUT-ACC TO IFL-LEG-ACCOUNT (3).
           MOVE "VATOUT"      TO IFL-LEG-TEXT (3).
           MOVE WS-VAT-AMT    TO IFL-LEG-AMOUNT (3).
           MOVE WS-STOCK-ACC  TO IFL-LEG-ACCOUNT (4).
           MOVE "COS   "      TO IFL-LEG-TEXT (4).
           MOVE WS-COS-TOTAL  TO IFL-LEG-AMOUNT (4).
           MOVE WS-COS-ACC    TO IFL-LEG-ACCOUNT (5).
           MOVE "COS   "      TO IFL-LEG-TEXT (5).
           SUBTRACT WS-COS-TOTAL FROM 0 GIVING IFL-LEG-AMOUNT (5).
           MOVE 0 TO IFL-LEG-REF (1) IFL-LEG-REF (2) IFL-LEG-REF (3)
                     IFL-LEG-REF (4) IFL-LEG-REF (5).
           MOVE WS-LINE-COUNT TO IFL-LINE-COUNT.
           MOVE 0 TO WS-LINE-IDX.
        DMC-010.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO DMC-020.
           MOVE WS-LN-STOCK (WS-LINE-IDX) TO IFL-LN-STOCK (WS-LINE-IDX).
           MOVE WS-LN-WHSE (WS-LINE-IDX)  TO IFL-LN-WHSE (WS-LINE-IDX).
           MOVE WS-LN-QTY (WS-LINE-IDX)   TO IFL-LN-QTY (WS-LINE-IDX).
           MOVE WS-LN-COST (WS-LINE-IDX)  TO IFL-LN-COST (WS-LINE-IDX).
           MOVE 0                         TO IFL-LN-SEQ (WS-LINE-IDX).
           GO TO DMC-010.
        DMC-020.
           PERFORM CENTRE-INFLIGHT-LEGS.
           IF WS-CC-BAD
              GO TO DMC-EXIT.
           PERFORM WRITE-INFLIGHT.
        DMC-EXIT.
           EXIT.
      *
        D-POST-LINES SECTION.
      *****************************************************************
      * ONE RETURN MOVEMENT PER STOCK LINE, VALUED AT THE ORIGINAL
      * COST CAPTURED WITH THE LINE, SO THE GOODS GO BACK ON HAND
      * WITHOUT A MANUAL StChanges ENTRY AFTERWARDS. A LOT-CONTROLLED
      * LINE ALSO PUTS THE QUANTITY BACK INTO ITS LOT.
      *****************************************************************
        DPL-005.
           IF WS-LINE-COUNT = 0
              GO TO DPL-EXIT.
           MOVE 0 TO WS-LINE-IDX.
        DPL-010.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO DPL-EXIT.
           PERFORM D-NEXT-SEQUENCE.
           MOVE SPACES TO STOCKCHANGE-RECORD.
           MOVE WS-LN-STOCK (WS-LINE-IDX) TO STCH-STOCKNUMBER.
           MOVE WS-NEXT-SEQ               TO STCH-SEQUENCE.
           MOVE FUNCTION NUMVAL(WS-DATE-IN) TO STCH-CHANGE-DATE.
           MOVE WS-LN-QTY (WS-LINE-IDX)   TO STCH-QUANTITY.
           MOVE WS-LN-COST (WS-LINE-IDX)  TO STCH-VALUE.
           MOVE WS-LN-WHSE (WS-LINE-IDX)  TO STCH-WAREHOUSE.
           MOVE " "                       TO STCH-POSTED-FLAG.
           MOVE "C"                       TO STCH-MOVE-TYPE.
           MOVE WS-LN-LOT (WS-LINE-IDX)   TO STCH-LOT-NUMBER.
        DPL-020.
           WRITE STOCKCHANGE-RECORD
               INVALID KEY
             IF WS-CHANGE-ST1 = 22 AND STCH-SEQUENCE < 9999
                ADD 1 TO STCH-SEQUENCE
                GO TO DPL-020
             ELSE
                MOVE "WRITE FAILED FOR STOCK RETURN LINE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO DPL-010.
           MOVE STCH-SEQUENCE TO IFL-LN-SEQ (WS-LINE-IDX).
           PERFORM STAGE-INFLIGHT.
           IF WS-LN-LOT (WS-LINE-IDX) = " " OR WS-LOT-OFF
              GO TO DPL-010.
           MOVE WS-LN-STOCK (WS-LINE-IDX) TO WS-LOT-STOCK.
           MOVE WS-LN-WHSE (WS-LINE-IDX)  TO WS-LOT-WHSE.
           MOVE WS-LN-LOT (WS-LINE-IDX)   TO WS-LOT-NUMBER.
           MOVE WS-LN-QTY (WS-LINE-IDX)   TO WS-LOT-QTY.
           MOVE "S"                       TO WS-LOT-TYPE.
           MOVE STCH-CHANGE-DATE          TO WS-LOT-DATE.
           MOVE WS-ACC                    TO WS-LOT-PARTY.
           MOVE WS-REF-IN                 TO WS-LOT-REF.
           MOVE WS-INV-TRANS              TO WS-LOT-TRANS.
           PERFORM POST-STOCK-LOT.
           IF WS-LOT-FAILED
              MOVE "LOT BALANCE NOT UPDATED FOR A RETURN LINE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE.
           GO TO DPL-010.
        DPL-EXIT.
           EXIT.
      *
        D-NEXT-SEQUENCE SECTION.
        DNS-005.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE WS-LN-STOCK (WS-LINE-IDX) TO STCH-STOCKNUMBER.
           MOVE 9999                      TO STCH-SEQUENCE.
           START STOCKCHANGE-MASTER KEY NOT > STCH-KEY
               INVALID KEY
             GO TO DNS-EXIT.
           READ STOCKCHANGE-MASTER PREVIOUS
               AT END
             GO TO DNS-EXIT.
           IF STCH-STOCKNUMBER = WS-LN-STOCK (WS-LINE-IDX)
              ADD 1 STCH-SEQUENCE GIVING WS-NEXT-SEQ.
        DNS-EXIT.
           EXIT.
      *
        D-POST-COS SECTION.
      *****************************************************************
      * STOCK CONTROL DEBIT AND COST-OF-SALES CREDIT FOR THE COST OF
      * THE LINES RETURNED, REVERSING THE PAIR THE INVOICE POSTED.
      *****************************************************************
        DPC-005.
           IF WS-COS-TOTAL = 0
              GO TO DPC-EXIT.
        DPC-010.
           MOVE SPACES      TO GLJRN-REC.
           MOVE WS-NEXT-REF TO GLJRN-REFERENCE.
           MOVE WS-STOCK-ACC TO GLJRN-ACCOUNT.
           MOVE FUNCTION NUMVAL(WS-DATE-IN) TO GLJRN-DATE.
           MOVE SPACES      TO GLJRN-DESCRIPTION.
           STRING "COS   " DELIMITED BY SIZE
                  WS-REF-IN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACC-IN DELIMITED BY SIZE
                  INTO GLJRN-DESCRIPTION.
           MOVE WS-COS-TOTAL TO GLJRN-BAL.
           MOVE "DrCrnCap" TO GLJRN-SOURCE.
           MOVE WS-LINKAGE-OPERATOR TO GLJRN-OPERATOR.
           MOVE WS-DS-PERIOD TO GLJRN-PERIOD.
           MOVE IFL-LEG-CC (4) TO GLJRN-COST-CENTRE.
           WRITE GLJRN-REC
               INVALID KEY
             IF WS-STAT1 = 22
                PERFORM A-NEXT-REFERENCE
                GO TO DPC-010
             ELSE
                MOVE "WRITE FAILED FOR JOURNAL ENTRY." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO DPC-EXIT.
           MOVE GLJRN-REFERENCE TO IFL-LEG-REF (4).
           PERFORM STAGE-INFLIGHT.
           ADD 1 TO WS-NEXT-REF.
        DPC-020.
           MOVE SPACES      TO GLJRN-REC.
           MOVE WS-NEXT-REF TO GLJRN-REFERENCE.
           MOVE WS-COS-ACC  TO GLJRN-ACCOUNT.
           MOVE FUNCTION NUMVAL(WS-DATE-IN) TO GLJRN-DATE.
           MOVE SPACES      TO GLJRN-DESCRIPTION.
           STRING "COS   " DELIMITED BY SIZE
                  WS-REF-IN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACC-IN DELIMITED BY SIZE
                  INTO GLJRN-DESCRIPTION.
           SUBTRACT WS-COS-TOTAL FROM 0 GIVING GLJRN-BAL.
           MOVE "DrCrnCap" TO GLJRN-SOURCE.
           MOVE WS-LINKAGE-OPERATOR TO GLJRN-OPERATOR.
           MOVE WS-DS-PERIOD TO GLJRN-PERIOD.
           MOVE IFL-LEG-CC (5) TO GLJRN-COST-CENTRE.
           WRITE GLJRN-REC
               INVALID KEY
             IF WS-STAT1 = 22
                PERFORM A-NEXT-REFERENCE
                GO TO DPC-020
             ELSE
                MOVE "WRITE FAILED FOR JOURNAL ENTRY." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO DPC-EXIT.
           MOVE GLJRN-REFERENCE TO IFL-LEG-REF (5).
           PERFORM STAGE-INFLIGHT.
           ADD 1 TO WS-NEXT-REF.
        DPC-EXIT.
           EXIT.
      *
        D-POST-HISTORY SECTION.
      *****************************************************************
      * EVERY RETURNED LINE GOES TO SalesLine WITH QUANTITY, VALUE
      * AND COST NEGATIVE, KEYED BY THE CREDIT NOTE'S DEBTOR
      * TRANSACTION, SO THE SALES ANALYSIS NETS THE RETURN OFF THE
      * ORIGINAL SALE. THE VALUE EXCLUDES VAT LIKE THE INVOICE LINES.
      *****************************************************************
        DPH-005.
           IF WS-LINE-COUNT = 0 OR WS-SL-OFF
              GO TO DPH-EXIT.
           MOVE 0 TO WS-LINE-IDX.
        DPH-010.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO DPH-EXIT.
           MOVE SPACES TO SALESLINE-RECORD.
           MOVE WS-ACC                    TO SL-ACCOUNT-NUMBER.
           MOVE WS-NEXT-TRANS             TO SL-TRANS-NUMBER.
           MOVE WS-LINE-IDX               TO SL-LINE.
           MOVE WS-LN-STOCK (WS-LINE-IDX) TO SL-STOCKNUMBER.
           MOVE WS-DS-PERIOD              TO SL-PERIOD.
           MOVE WS-REF-IN                 TO SL-REFERENCE.
           MOVE FUNCTION NUMVAL(WS-DATE-IN) TO SL-DATE.
           MOVE WS-LN-WHSE (WS-LINE-IDX)  TO SL-WAREHOUSE.
           SUBTRACT WS-LN-QTY (WS-LINE-IDX) FROM 0
              GIVING SL-QUANTITY.
           MOVE WS-LN-PRICE (WS-LINE-IDX) TO SL-UNIT-PRICE.
           COMPUTE WS-LINE-VAT ROUNDED =
              WS-LN-AMT (WS-LINE-IDX) * WS-TAX-RATE
                 / (100 + WS-TAX-RATE).
           COMPUTE SL-SALES-VALUE =
              WS-LINE-VAT - WS-LN-AMT (WS-LINE-IDX).
           SUBTRACT WS-LN-COST (WS-LINE-IDX) FROM 0
              GIVING SL-COST.
           MOVE WS-TAX-IN                 TO SL-TAX-CODE.
           WRITE SALESLINE-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR SALES LINE HISTORY." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
           GO TO DPH-010.
        DPH-EXIT.
           EXIT.
      *
        D-NEXT-TRANS SECTION.
        DNT-005.
           MOVE 1 TO WS-NEXT-TRANS.
           MOVE WS-ACC TO DRTR-ACCOUNT-NUMBER.
           MOVE 999999 TO DRTR-TRANS-NUMBER.
           START DRTRANS-FILE KEY NOT > DRTR-KEY
               INVALID KEY
             GO TO DNT-EXIT.
           READ DRTRANS-FILE PREVIOUS
               AT END
             GO TO DNT-EXIT.
           IF DRTR-ACCOUNT-NUMBER = WS-ACC
              ADD 1 DRTR-TRANS-NUMBER GIVING WS-NEXT-TRANS.
        DNT-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE DEBTOR-MASTER
                 DRTRANS-FILE
                 GLJRN-FILE
                 GL-MASTER
                 MAST-CHGLOG
                 GL-PERIOD-FILE
                 TAXCODE-FILE
                 POST-INFLIGHT.
           IF NOT WS-CC-OFF
              CLOSE COST-CENTRE-FILE.
           IF NOT WS-STOCK-OFF
              CLOSE STOCK-MASTER.
           IF NOT WS-CHANGE-OFF
              CLOSE STOCKCHANGE-MASTER.
           IF NOT WS-SL-OFF
              CLOSE SALESLINE-FILE.
           IF NOT WS-LOT-OFF
              CLOSE STOCKLOT-FILE
                    STLOTMOVE-FILE.
           MOVE WS-CRN-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "CREDIT NOTES POSTED: " WS-CRN-COUNT.
           DISPLAY "VALUE CREDITED:      " WS-TOTAL-EDIT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "StatusText".
        COPY "PostAccLookup".
        COPY "InFlight".
        COPY "InFlightCentre".
        COPY "CostCentre".
        COPY "ClearScreen".
        COPY "ErrorMessage".
        COPY "StockLotPost".
      * END-OF-JOB.
