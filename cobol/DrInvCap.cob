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
         Copy "SelectPriceList".
         Copy "SelectSalesOrder".
         Copy "SelectSoLine".
         Copy "SelectInFlight".
         Copy "SelectCostCentre".
         Copy "SelectStockLot".
         Copy "SelectStLotMove".
           SELECT STOCKCHANGE-MASTER ASSIGN TO "StChanges"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdDebtor.
           COPY ChlfdDrTrans.
           COPY ChlfdGlJrn.
           COPY ChlfdStockMast.
           COPY ChlfdStockChanges.
           COPY ChlfdTaxCode.
           COPY ChlfdSalesLine.
           COPY ChlfdPriceList.
           COPY ChlfdSalesOrder.
           COPY ChlfdSoLine.
           COPY ChlfdInFlight.
           COPY ChlfdCostCentre.
           COPY ChlfdStockLot.
           COPY ChlfdStLotMove.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-VAT-AMT       PIC S9(07)V99 VALUE 0.
           77  WS-NET-AMT       PIC S9(07)V99 VALUE 0.
           77  WS-VATOUT-ACC    PIC X(06) VALUE " ".
           77  WS-TAX-RATE      PIC 9(03)V99 VALUE 0.
           77  WS-LINE-VAT      PIC S9(09)V99 VALUE 0.
           77  WS-SL-OFF-SW     PIC X VALUE "N".
               88  WS-SL-OFF          VALUE "Y".
           77  WS-PL-OFF-SW     PIC X VALUE "N".
               88  WS-PL-OFF          VALUE "Y".
           77  WS-BEST-PRICE    PIC S9(07)V99 VALUE 0.
           77  WS-PL-CANDIDATE  PIC S9(07)V99 VALUE 0.
           77  WS-PL-SOURCE     PIC X(12) VALUE " ".
           77  WS-PL-TYPE       PIC X(01) VALUE " ".
           77  WS-PL-CODE       PIC X(07) VALUE " ".
           77  WS-PRICE-EDIT    PIC Z,ZZZ,ZZ9.99-.
           77  WS-SO-OFF-SW     PIC X VALUE "N".
               88  WS-SO-OFF          VALUE "Y".
           77  WS-SO-IN         PIC X(06) VALUE " ".
           77  WS-SO-NUMBER     PIC 9(06) VALUE 0.
           77  WS-LOT-IN        PIC X(10) VALUE " ".
           77  WS-PICK-LOT      PIC X(10) VALUE " ".
           77  WS-LOT-TAKEN     PIC S9(07)V999 VALUE 0.
           77  WS-LOT-OFF-SW    PIC X VALUE "N".
               88  WS-LOT-OFF         VALUE "Y".
           77  WS-LOT-DROP-SW   PIC X VALUE "N".
               88  WS-LOT-DROP        VALUE "Y".
           77  WS-LOT-MISSING-SW PIC X VALUE "N".
               88  WS-LOT-MISSING     VALUE "Y".
      *****************************************************************
      * THE STOCK LINES SOLD ON THE INVOICE IN HAND: EACH LINE
      * RELIEVES STOCK THROUGH StChanges AND FEEDS THE COST-OF-SALES
      * JOURNAL PAIR WHEN THE INVOICE POSTS. THE PRICE AND GROSS
      * AMOUNT ARE KEPT FOR THE SALES LINE HISTORY. A LINE TAKEN
      * FROM A SALES ORDER CARRIES ITS ORDER LINE NUMBER SO POSTING
      * CAN DRAW DOWN THE ORDER'S ALLOCATION. A LINE OF A
      * LOT-CONTROLLED ITEM CARRIES THE LOT IT IS PICKED FROM.
      *****************************************************************
           01  WS-LINE-TABLE.
               03  WS-LINE-ENTRY OCCURS 20.
                   05  WS-LN-WHSE   PIC X(04).
                   05  WS-LN-QTY    PIC S9(07)V999.
                   05  WS-LN-COST   PIC S9(09)V99.
                   05  WS-LN-PRICE  PIC S9(07)V99.
                   05  WS-LN-AMT    PIC S9(07)V99.
                   05  WS-LN-SO-LINE PIC 9(04).
                   05  WS-LN-LOT    PIC X(10).
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-DRTRANS-STATUS.
               03  WS-CHANGE-ST1    PIC 99.
           01  WS-TC-STATUS.
               03  WS-TC-ST1        PIC 99.
           01  WS-SL-STATUS.
               03  WS-SL-ST1        PIC 99.
           01  WS-PL-STATUS.
               03  WS-PL-ST1        PIC 99.
           01  WS-SO-STATUS.
               03  WS-SO-ST1        PIC 99.
           01  WS-SOL-STATUS.
               03  WS-SOL-ST1       PIC 99.
           01  WS-DATE-WORK.
               03  WS-DATE-NUM  PIC 9(08).
               03  FILLER REDEFINES WS-DATE-NUM.
                   05  WS-DS-PERIOD PIC 9(06).
                   05  WS-DS-DAY    PIC 9(02).
           COPY "WsMastChgLog".
           COPY "WsPostAcc".
           COPY "WsInFlight".
           COPY "WsCostCentre".
           COPY "WsStockLot".
           77  WS-SALES-CC      PIC X(04) VALUE " ".
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
           DISPLAY "** DEBTOR INVOICE CAPTURE **" AT W-POS.
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
           IF WS-DRTRANS-ST1 = 35
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE DEBTOR-MASTER DRTRANS-FILE GLJRN-FILE
                    POST-INFLIGHT
              EXIT PROGRAM.
           OPEN I-O MAST-CHGLOG.
           IF WS-MCL-ST1 = 35
              PERFORM ERROR-MESSAGE
              PERFORM C-END
              EXIT PROGRAM.
           OPEN I-O STOCK-MASTER.
           IF WS-STOCK-ST1 NOT = 0
              MOVE "Y" TO WS-STOCK-OFF-SW
              MOVE "NO STOCK MASTER, STOCK LINES SWITCHED OFF."
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
              MOVE "NO SALES LINE FILE, LINE HISTORY NOT KEPT."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE.
           OPEN INPUT PRICELIST-FILE.
           IF WS-PL-ST1 NOT = 0
              MOVE "Y" TO WS-PL-OFF-SW.
           OPEN I-O SALESORDER-FILE.
           IF WS-SO-ST1 NOT = 0
              MOVE "Y" TO WS-SO-OFF-SW
           ELSE
              OPEN I-O SOLINE-FILE
              IF WS-SOL-ST1 NOT = 0
                 CLOSE SALESORDER-FILE
                 MOVE "Y" TO WS-SO-OFF-SW.
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
              MOVE "NO LOT FILES, LOTS NOT RECORDED ON SALES."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE.
           PERFORM A-NEXT-REFERENCE.
        A-EXIT.
           EXIT.
      *    SERVICE INVOICES AND CREDIT NOTES.
           MOVE 0 TO WS-LINE-COUNT
                     WS-COS-TOTAL
                     WS-AMT
                     WS-SO-NUMBER.
        BC-023.
      *    A PICKED SALES ORDER BRINGS ITS ALLOCATED LINES ACROSS AT
      *    THE ORDER PRICE, SO NOTHING IS KEYED TWICE.
           IF WS-STOCK-OFF OR WS-SO-OFF
              GO TO BC-024.
           MOVE 1810 TO W-POS.
           DISPLAY "SALES ORDER (BLANK=NONE): [      ]" AT W-POS.
           MOVE 1837 TO W-POS.
           MOVE " " TO WS-SO-IN.
           ACCEPT WS-SO-IN AT W-POS.
           IF WS-SO-IN = " "
              GO TO BC-024.
           PERFORM B-LOAD-ORDER.
           IF WS-LINE-COUNT = 0
              GO TO BC-023.
        BC-024.
           IF WS-STOCK-OFF
              GO TO BC-030.
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-025.
           MOVE SPACES TO WS-PICK-LOT.
           IF STK-LOT-CONTROLLED AND NOT WS-LOT-OFF
              PERFORM B-PICK-LOT
              IF WS-LOT-DROP
                 GO TO BC-024.
        BC-026.
      *    A BLANK PRICE TAKES THE BEST PRICE THE DEBTOR IS ENTITLED
      *    TO, SHOWN ALONGSIDE WITH WHERE IT CAME FROM.
           IF STK-SELL-PRICE NOT NUMERIC
              MOVE 0 TO STK-SELL-PRICE.
           PERFORM B-BEST-PRICE.
           MOVE 2110 TO W-POS.
           DISPLAY "PRICE (BLANK=BEST PRICE):   [              ]"
              AT W-POS.
           MOVE WS-BEST-PRICE TO WS-PRICE-EDIT.
           MOVE 2155 TO W-POS.
           DISPLAY WS-PRICE-EDIT AT W-POS.
           MOVE 2168 TO W-POS.
           DISPLAY WS-PL-SOURCE AT W-POS.
           MOVE 2139 TO W-POS.
           MOVE " " TO WS-LPRC-IN.
           ACCEPT WS-LPRC-IN AT W-POS.
           IF WS-LPRC-IN = " "
              MOVE WS-BEST-PRICE TO WS-LPRICE
           ELSE
              MOVE FUNCTION NUMVAL(WS-LPRC-IN) TO WS-LPRICE.
           IF WS-LPRICE NOT > 0
             TO WS-LN-STOCK (WS-LINE-COUNT).
           MOVE WS-LWHSE-IN TO WS-LN-WHSE (WS-LINE-COUNT).
           MOVE WS-LQTY     TO WS-LN-QTY (WS-LINE-COUNT).
           MOVE WS-LPRICE   TO WS-LN-PRICE (WS-LINE-COUNT).
           MOVE WS-LAMT     TO WS-LN-AMT (WS-LINE-COUNT).
           MOVE 0           TO WS-LN-SO-LINE (WS-LINE-COUNT).
           MOVE WS-PICK-LOT TO WS-LN-LOT (WS-LINE-COUNT).
           COMPUTE WS-LN-COST (WS-LINE-COUNT) ROUNDED =
              WS-LQTY * STK-AVG-COST.
           ADD WS-LN-COST (WS-LINE-COUNT) TO WS-COS-TOTAL.
           MOVE 2336 TO W-POS.
           MOVE " " TO WS-TAX-IN.
           ACCEPT WS-TAX-IN AT W-POS.
           MOVE 0 TO WS-TAX-RATE.
           IF WS-TAX-IN = " "
              MOVE 0      TO WS-VAT-AMT
              MOVE WS-AMT TO WS-NET-AMT
             MOVE "NO SUCH TAX CODE, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-032.
           MOVE TC-RATE TO WS-TAX-RATE.
           COMPUTE WS-VAT-AMT ROUNDED =
              WS-AMT * TC-RATE / (100 + TC-RATE).
           SUBTRACT WS-VAT-AMT FROM WS-AMT GIVING WS-NET-AMT.
              GO TO BC-040.
           MOVE 1610 TO W-POS.
           DISPLAY GL-DESCRIPTION AT W-POS.
        BC-045.
      *    THE SALES LEG MAY BE CHARGED TO A BRANCH OTHER THAN THE
      *    ACCOUNT'S OWN; BLANK TAKES THE ACCOUNT DEFAULT.
           MOVE 1540 TO W-POS.
           DISPLAY "COST CENTRE: [    ]" AT W-POS.
           MOVE 1554 TO W-POS.
           MOVE " " TO WS-CC-CODE.
           ACCEPT WS-CC-CODE AT W-POS.
           MOVE WS-SALES-IN TO WS-CC-ACCOUNT.
           PERFORM COST-CENTRE-DEFAULT.
           IF WS-CC-BAD
              GO TO BC-045.
           MOVE WS-CC-CODE TO WS-SALES-CC.
           MOVE 1554 TO W-POS.
           DISPLAY WS-SALES-CC AT W-POS.
        BC-050.
           MOVE 1710 TO W-POS.
           DISPLAY "POST THIS INVOICE, Y/N: [ ]" AT W-POS.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        B-LOAD-ORDER SECTION.
      *****************************************************************
      * ONLY AN OPEN ORDER FOR THE ACCOUNT IN HAND MAY BE INVOICED,
      * AND ONLY WHAT IS ALLOCATED TO IT; WHAT IS STILL ON BACK
      * ORDER STAYS ON THE ORDER FOR A LATER INVOICE.
      *****************************************************************
        BLO-005.
           MOVE FUNCTION NUMVAL(WS-SO-IN) TO SO-NUMBER.
           READ SALESORDER-FILE
               INVALID KEY
             MOVE "NO SUCH SALES ORDER, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BLO-EXIT.
           IF NOT SO-OPEN
              MOVE "SALES ORDER IS NOT OPEN, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BLO-EXIT.
           IF SO-ACCOUNT NOT = WS-ACC
              MOVE "SALES ORDER IS FOR ANOTHER ACCOUNT, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BLO-EXIT.
           MOVE SO-NUMBER TO SOL-NUMBER.
           MOVE 0         TO SOL-LINE.
           START SOLINE-FILE KEY NOT < SOL-KEY
               INVALID KEY
             GO TO BLO-020.
        BLO-010.
           READ SOLINE-FILE NEXT
               AT END
             GO TO BLO-020.
           IF SOL-NUMBER NOT = SO-NUMBER
              GO TO BLO-020.
           IF NOT SOL-OPEN OR SOL-ALLOC-QTY NOT > 0
              GO TO BLO-010.
           IF WS-LINE-COUNT = 20
              GO TO BLO-020.
           MOVE SOL-STOCKNUMBER TO STK-STOCKNUMBER.
           MOVE SOL-WAREHOUSE   TO STK-WAREHOUSE.
           READ STOCK-MASTER
               INVALID KEY
             MOVE 0   TO STK-AVG-COST
             MOVE "N" TO STK-LOT-CONTROL.
           IF STK-AVG-COST NOT NUMERIC
              MOVE 0 TO STK-AVG-COST.
           MOVE SPACES TO WS-PICK-LOT.
           IF STK-LOT-CONTROLLED AND NOT WS-LOT-OFF
              PERFORM B-ORDER-LOT
              IF WS-LOT-DROP
                 GO TO BLO-010.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SOL-STOCKNUMBER TO WS-LN-STOCK (WS-LINE-COUNT).
           MOVE SOL-WAREHOUSE   TO WS-LN-WHSE (WS-LINE-COUNT).
           MOVE SOL-ALLOC-QTY   TO WS-LN-QTY (WS-LINE-COUNT).
           MOVE SOL-UNIT-PRICE  TO WS-LN-PRICE (WS-LINE-COUNT).
           MOVE SOL-LINE        TO WS-LN-SO-LINE (WS-LINE-COUNT).
           MOVE WS-PICK-LOT     TO WS-LN-LOT (WS-LINE-COUNT).
           COMPUTE WS-LN-AMT (WS-LINE-COUNT) ROUNDED =
              SOL-ALLOC-QTY * SOL-UNIT-PRICE.
           COMPUTE WS-LN-COST (WS-LINE-COUNT) ROUNDED =
              SOL-ALLOC-QTY * STK-AVG-COST.
           ADD WS-LN-COST (WS-LINE-COUNT) TO WS-COS-TOTAL.
           ADD WS-LN-AMT (WS-LINE-COUNT)  TO WS-AMT.
           GO TO BLO-010.
        BLO-020.
           IF WS-LINE-COUNT = 0
              MOVE "NOTHING ALLOCATED ON THIS ORDER YET, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BLO-EXIT.
           MOVE SO-NUMBER TO WS-SO-NUMBER.
           MOVE WS-AMT TO WS-BAL-EDIT.
           MOVE 2210 TO W-POS.
           DISPLAY "INVOICE TOTAL SO FAR: " AT W-POS.
           MOVE 2233 TO W-POS.
           DISPLAY WS-BAL-EDIT AT W-POS.
        BLO-EXIT.
           EXIT.
      *
        B-PICK-LOT SECTION.
      *****************************************************************
      * A LOT-CONTROLLED LINE IS PICKED FROM ONE LOT. THE LOT WITH
      * STOCK THAT EXPIRES FIRST IS OFFERED AND TAKEN ON A BLANK; THE
      * OPERATOR MAY KEY ANOTHER LOT OF THE ITEM IN THE WAREHOUSE. A
      * LOT THAT HAS EXPIRED OR HOLDS TOO LITTLE, AFTER EARLIER LINES
      * OF THIS INVOICE, IS REFUSED; A FULL STOP DROPS THE LINE SO IT
      * CAN BE KEYED AGAIN AS SMALLER LINES FROM SEVERAL LOTS.
      *****************************************************************
        BPL-005.
           MOVE "N" TO WS-LOT-DROP-SW.
           MOVE STK-STOCKNUMBER TO WS-LOT-STOCK.
           MOVE STK-WAREHOUSE   TO WS-LOT-WHSE.
           MOVE FUNCTION NUMVAL(WS-DATE-IN) TO WS-LOT-DATE.
           PERFORM SUGGEST-STOCK-LOT.
           MOVE 2250 TO W-POS.
           IF WS-LOT-FOUND
              DISPLAY "FEFO " WS-LOT-NUMBER " EXP " WS-LOT-EXPIRY
                 AT W-POS
           ELSE
              DISPLAY "NO LOT IN STOCK              " AT W-POS.
        BPL-010.
           MOVE 2036 TO W-POS.
           DISPLAY "LOT (BLANK=FEFO, .=DROP): [          ]" AT W-POS.
           MOVE 2063 TO W-POS.
           MOVE " " TO WS-LOT-IN.
           ACCEPT WS-LOT-IN AT W-POS.
           IF WS-LOT-IN = "."
              MOVE "Y" TO WS-LOT-DROP-SW
              GO TO BPL-EXIT.
           IF WS-LOT-IN = " "
              IF WS-LOT-FOUND
                 MOVE WS-LOT-NUMBER TO WS-LOT-IN
              ELSE
                 MOVE "NO LOT OF THIS ITEM IN STOCK, KEY A LOT OR ."
                    TO WS-MESSAGE
                 PERFORM ERROR-MESSAGE
                 GO TO BPL-010.
           MOVE STK-STOCKNUMBER TO SLT-STOCKNUMBER.
           MOVE STK-WAREHOUSE   TO SLT-WAREHOUSE.
           MOVE WS-LOT-IN       TO SLT-LOT.
           READ STOCKLOT-FILE
               INVALID KEY
             MOVE "NO SUCH LOT OF THIS ITEM IN THAT WAREHOUSE."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BPL-010.
           IF SLT-EXPIRY NOT = 0
                AND SLT-EXPIRY < WS-LOT-DATE
              MOVE "LOT HAS EXPIRED AND MAY NOT BE SOLD, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BPL-010.
           MOVE WS-LOT-IN TO WS-PICK-LOT.
           PERFORM B-LOT-TAKEN.
           IF SLT-ONHAND-QTY - WS-LOT-TAKEN < WS-LQTY
              MOVE SPACES TO WS-PICK-LOT
              MOVE "LOT HOLDS LESS THAN THE QUANTITY, SPLIT THE LINE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BPL-010.
        BPL-EXIT.
           EXIT.
      *
        B-ORDER-LOT SECTION.
      *****************************************************************
      * A LINE BROUGHT ACROSS FROM A SALES ORDER TAKES THE FIRST-EXPIRY
      * LOT WITHOUT A PROMPT WHEN THAT LOT COVERS THE WHOLE LINE.
      * OTHERWISE THE OPERATOR PICKS A LOT THAT DOES, OR DROPS THE
      * LINE, WHICH THEN STAYS ON THE ORDER FOR A LATER INVOICE; A
      * LINE NO ONE LOT CAN COVER IS KEYED BY HAND FROM SEVERAL LOTS.
      *****************************************************************
        BOL-005.
           MOVE "N" TO WS-LOT-DROP-SW.
           MOVE SOL-STOCKNUMBER TO WS-LOT-STOCK.
           MOVE SOL-WAREHOUSE   TO WS-LOT-WHSE.
           MOVE FUNCTION NUMVAL(WS-DATE-IN) TO WS-LOT-DATE.
           PERFORM SUGGEST-STOCK-LOT.
           IF NOT WS-LOT-FOUND
              GO TO BOL-010.
           MOVE WS-LOT-NUMBER TO WS-PICK-LOT.
           PERFORM B-LOT-TAKEN.
           IF WS-LOT-ONHAND - WS-LOT-TAKEN NOT < SOL-ALLOC-QTY
              GO TO BOL-EXIT.
        BOL-010.
           MOVE SPACES TO WS-PICK-LOT.
           MOVE "FEFO LOT DOES NOT COVER AN ORDER LINE, PICK A LOT."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           MOVE 1948 TO W-POS.
           DISPLAY STK-DESCRIPTION AT W-POS.
           MOVE SOL-ALLOC-QTY TO WS-LQTY.
           PERFORM B-PICK-LOT.
           IF WS-LOT-DROP
              MOVE "ORDER LINE LEFT ON THE ORDER, NOT INVOICED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE.
        BOL-EXIT.
           EXIT.
      *
        B-LOT-TAKEN SECTION.
      *****************************************************************
      * WHAT EARLIER LINES OF THIS INVOICE ALREADY TAKE FROM THE LOT
      * IN WS-PICK-LOT.
      *****************************************************************
        BLT-005.
           MOVE 0 TO WS-LOT-TAKEN
                     WS-LINE-IDX.
        BLT-010.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO BLT-EXIT.
           IF WS-LN-STOCK (WS-LINE-IDX) = WS-LOT-STOCK
                AND WS-LN-WHSE (WS-LINE-IDX) = WS-LOT-WHSE
                AND WS-LN-LOT (WS-LINE-IDX) = WS-PICK-LOT
              ADD WS-LN-QTY (WS-LINE-IDX) TO WS-LOT-TAKEN.
           GO TO BLT-010.
        BLT-EXIT.
           EXIT.
      *
        B-BEST-PRICE SECTION.
      *****************************************************************
      * THE LOWEST PRICE THE DEBTOR QUALIFIES FOR ON THE LINE IN
      * HAND: THE STOCK SELL PRICE, THE ACCOUNT'S OWN PRICE LIST AND
      * ITS PRICE GROUP'S LIST. A LIST ENTRY QUALIFIES WHEN THE LINE
      * QUANTITY REACHES ITS BREAK AND THE INVOICE DATE FALLS
      * BETWEEN ITS DATES.
      *****************************************************************
        BBP-005.
           MOVE STK-SELL-PRICE TO WS-BEST-PRICE.
           MOVE "STOCK MASTER" TO WS-PL-SOURCE.
           IF WS-PL-OFF
              GO TO BBP-EXIT.
           MOVE "D"    TO WS-PL-TYPE.
           MOVE WS-ACC TO WS-PL-CODE.
           PERFORM B-SCAN-PRICE-LIST.
           IF DEBTOR-PRICE-GROUP = " "
              GO TO BBP-EXIT.
           MOVE "G"                TO WS-PL-TYPE.
           MOVE DEBTOR-PRICE-GROUP TO WS-PL-CODE.
           PERFORM B-SCAN-PRICE-LIST.
        BBP-EXIT.
           EXIT.
      *
        B-SCAN-PRICE-LIST SECTION.
        BSP-005.
           MOVE WS-PL-TYPE     TO PL-LIST-TYPE.
           MOVE WS-PL-CODE     TO PL-LIST-CODE.
           MOVE STK-STOCKNUMBER TO PL-STOCKNUMBER.
           MOVE 0              TO PL-BREAK-QTY
                                  PL-FROM-DATE.
           START PRICELIST-FILE KEY NOT < PL-KEY
               INVALID KEY
             GO TO BSP-EXIT.
        BSP-010.
           READ PRICELIST-FILE NEXT
               AT END
             GO TO BSP-EXIT.
           IF PL-LIST-TYPE NOT = WS-PL-TYPE
                OR PL-LIST-CODE NOT = WS-PL-CODE
                OR PL-STOCKNUMBER NOT = STK-STOCKNUMBER
              GO TO BSP-EXIT.
           IF PL-BREAK-QTY > WS-LQTY
              GO TO BSP-010.
           IF PL-FROM-DATE > WS-DATE-NUM
              GO TO BSP-010.
           IF PL-TO-DATE NOT = 0 AND PL-TO-DATE < WS-DATE-NUM
              GO TO BSP-010.
           IF PL-PRICE > 0
              MOVE PL-PRICE TO WS-PL-CANDIDATE
           ELSE
              COMPUTE WS-PL-CANDIDATE ROUNDED =
                 STK-SELL-PRICE * (100 - PL-DISCOUNT-PCT) / 100.
           IF WS-PL-CANDIDATE NOT > 0
              GO TO BSP-010.
           IF WS-PL-CANDIDATE < WS-BEST-PRICE OR WS-BEST-PRICE = 0
              MOVE WS-PL-CANDIDATE TO WS-BEST-PRICE
              IF PL-FOR-DEBTOR
                 MOVE "ACCOUNT LIST" TO WS-PL-SOURCE
              ELSE
                 MOVE "GROUP LIST"   TO WS-PL-SOURCE.
           GO TO BSP-010.
        BSP-EXIT.
           EXIT.
      *
        D-POST-INVOICE SECTION.
        DP-005.
           PERFORM D-CHECK-LOTS.
           IF WS-LOT-MISSING
              MOVE "A LOT ITEM LINE HAS NO LOT, INVOICE NOT POSTED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DP-EXIT.
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
           MOVE DEBTOR-MASTER-RECORD TO WS-MCL-BEFORE.
           ADD WS-AMT TO DEBTOR-BALANCE.
           REWRITE DEBTOR-MASTER-RECORD
           MOVE "C"               TO WS-MCL-ACTION.
           MOVE DEBTOR-MASTER-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
           MOVE "Y" TO IFL-MASTER-DONE.
           PERFORM STAGE-INFLIGHT.
        DP-010.
           MOVE WS-ACC        TO DRTR-ACCOUNT-NUMBER.
           MOVE WS-NEXT-TRANS TO DRTR-TRANS-NUMBER.
           IF WS-AMT < 0
           MOVE WS-REF-IN   TO DRTR-REFERENCE.
           MOVE WS-AMT      TO DRTR-AMOUNT.
           MOVE WS-AMT      TO DRTR-OUTSTANDING.
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
        DP-020.
      *    DEBTORS CONTROL DEBIT AND SALES CREDIT, SO THE LEDGER
      *    FOLLOWS THE SUBLEDGER WITHOUT A SEPARATE JOURNAL BATCH.
           MOVE "DrInvCap" TO GLJRN-SOURCE.
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
           MOVE "DrInvCap" TO GLJRN-SOURCE.
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
        DP-035.
           IF WS-VAT-AMT = 0
           MOVE "DrInvCap" TO GLJRN-SOURCE.
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
        DP-038.
           PERFORM D-POST-LINES.
           PERFORM D-POST-COS.
           PERFORM END-INFLIGHT.
           PERFORM D-POST-HISTORY.
           PERFORM D-POST-ORDER.
           ADD 1 TO WS-INV-COUNT.
           ADD WS-AMT TO WS-INV-TOTAL.
           IF WS-IFL-WHOLE
              MOVE "INVOICE POSTED TO DEBTOR AND LEDGER."
                 TO WS-MESSAGE
           ELSE
              MOVE "INVOICE PART POSTED, FINISH IT IN POSTING RECOVERY."
                 TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        DP-EXIT.
           EXIT.
      *
        D-MARK-INVOICE SECTION.
      *****************************************************************
      * BUILD AND WRITE THE IN-FLIGHT MARKER FOR THE INVOICE IN HAND:
      * THE DOCUMENT, ITS FIVE JOURNAL LEGS (DEBTORS CONTROL, SALES,
      * OUTPUT VAT, COST OF SALES, STOCK CONTROL) AND ITS STOCK LINES.
      *****************************************************************
        DMI-005.
           MOVE SPACES        TO IFL-RECORD.
           MOVE "DrInvCap"    TO IFL-PROGRAM.
           MOVE WS-ACC        TO IFL-ACCOUNT.
           MOVE WS-NEXT-TRANS TO IFL-TRANS-NUMBER.
           MOVE WS-ACC-IN     TO IFL-ACC-TEXT.
           MOVE WS-DATE-NUM   TO IFL-DOC-DATE.
           MOVE WS-DS-PERIOD  TO IFL-PERIOD.
           MOVE WS-REF-IN     TO IFL-REFERENCE.
           IF WS-AMT < 0
              MOVE "C" TO IFL-TRANS-TYPE
           ELSE
              MOVE "I" TO IFL-TRANS-TYPE.
           MOVE WS-AMT        TO IFL-AMOUNT.
           MOVE "Y"           TO IFL-EXTRA-DONE.
           MOVE 0             TO IFL-ALLOCATED
                                 IFL-FOREIGN-AMT
                                 IFL-EXCH-RATE.
           MOVE WS-SO-NUMBER  TO IFL-PO-NUMBER.
           MOVE 5             TO IFL-LEG-COUNT.
           MOVE WS-CONTROL-ACC TO IFL-LEG-ACCOUNT (1).
           MOVE "SALES "      TO IFL-LEG-TEXT (1).
           MOVE WS-AMT        TO IFL-LEG-AMOUNT (1).
           MOVE WS-SALES-IN   TO IFL-LEG-ACCOUNT (2).
           MOVE "SALES "      TO IFL-LEG-TEXT (2).
           SUBTRACT WS-NET-AMT FROM 0 GIVING IFL-LEG-AMOUNT (2).
           MOVE WS-VATOUT-ACC TO IFL-LEG-ACCOUNT (3).
           MOVE "VATOUT"      TO IFL-LEG-TEXT (3).
           SUBTRACT WS-VAT-AMT FROM 0 GIVING IFL-LEG-AMOUNT (3).
           MOVE WS-COS-ACC    TO IFL-LEG-ACCOUNT (4).
           MOVE "COS   "      TO IFL-LEG-TEXT (4).
           MOVE WS-COS-TOTAL  TO IFL-LEG-AMOUNT (4).
           MOVE WS-STOCK-ACC  TO IFL-LEG-ACCOUNT (5).
           MOVE "COS   "      TO IFL-LEG-TEXT (5).
           SUBTRACT WS-COS-TOTAL FROM 0 GIVING IFL-LEG-AMOUNT (5).
           MOVE 0 TO IFL-LEG-REF (1) IFL-LEG-REF (2) IFL-LEG-REF (3)
                     IFL-LEG-REF (4) IFL-LEG-REF (5).
           MOVE WS-SALES-CC   TO IFL-LEG-CC (2).
           MOVE WS-LINE-COUNT TO IFL-LINE-COUNT.
           MOVE 0 TO WS-LINE-IDX.
        DMI-010.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO DMI-020.
           MOVE WS-LN-STOCK (WS-LINE-IDX) TO IFL-LN-STOCK (WS-LINE-IDX).
           MOVE WS-LN-WHSE (WS-LINE-IDX)  TO IFL-LN-WHSE (WS-LINE-IDX).
           MOVE WS-LN-QTY (WS-LINE-IDX)   TO IFL-LN-QTY (WS-LINE-IDX).
           MOVE WS-LN-COST (WS-LINE-IDX)  TO IFL-LN-COST (WS-LINE-IDX).
           MOVE 0                         TO IFL-LN-SEQ (WS-LINE-IDX).
           GO TO DMI-010.
        DMI-020.
           PERFORM CENTRE-INFLIGHT-LEGS.
           IF WS-CC-BAD
              GO TO DMI-EXIT.
           PERFORM WRITE-INFLIGHT.
        DMI-EXIT.
           EXIT.
      *
        D-CHECK-LOTS SECTION.
      *****************************************************************
      * WHILE THE LOT FILES ARE IN USE EVERY LINE OF A LOT-CONTROLLED
      * ITEM MUST NAME ITS LOT, OR THE LOT BALANCES AND THE RECALL
      * TRACE WOULD MISS THE SALE. NOTHING IS POSTED IF ONE DOES NOT.
      *****************************************************************
        DCL-005.
           MOVE "N" TO WS-LOT-MISSING-SW.
           IF WS-LOT-OFF OR WS-STOCK-OFF
              GO TO DCL-EXIT.
           MOVE 0 TO WS-LINE-IDX.
        DCL-010.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO DCL-EXIT.
           IF WS-LN-LOT (WS-LINE-IDX) NOT = " "
              GO TO DCL-010.
           MOVE WS-LN-STOCK (WS-LINE-IDX) TO STK-STOCKNUMBER.
           MOVE WS-LN-WHSE (WS-LINE-IDX)  TO STK-WAREHOUSE.
           READ STOCK-MASTER
               INVALID KEY
             GO TO DCL-010.
           IF NOT STK-LOT-CONTROLLED
              GO TO DCL-010.
           MOVE "Y" TO WS-LOT-MISSING-SW.
        DCL-EXIT.
           EXIT.
      *
        D-POST-LINES SECTION.
      *****************************************************************
           MOVE WS-LN-WHSE (WS-LINE-IDX)  TO STCH-WAREHOUSE.
           MOVE " "                       TO STCH-POSTED-FLAG.
           MOVE "S"                       TO STCH-MOVE-TYPE.
           MOVE WS-LN-LOT (WS-LINE-IDX)   TO STCH-LOT-NUMBER.
        DPL-020.
           WRITE STOCKCHANGE-RECORD
               INVALID KEY
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
           SUBTRACT WS-LN-QTY (WS-LINE-IDX) FROM 0
              GIVING WS-LOT-QTY.
           MOVE "S"                       TO WS-LOT-TYPE.
           MOVE STCH-CHANGE-DATE          TO WS-LOT-DATE.
           MOVE WS-ACC                    TO WS-LOT-PARTY.
           MOVE WS-REF-IN                 TO WS-LOT-REF.
           MOVE WS-NEXT-TRANS             TO WS-LOT-TRANS.
           PERFORM POST-STOCK-LOT.
           IF WS-LOT-FAILED
              MOVE "LOT BALANCE NOT UPDATED FOR A STOCK LINE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE.
           GO TO DPL-010.
        DPL-EXIT.
           EXIT.
           MOVE "DrInvCap" TO GLJRN-SOURCE.
           MOVE WS-LINKAGE-OPERATOR TO GLJRN-OPERATOR.
           MOVE WS-DS-PERIOD TO GLJRN-PERIOD.
           MOVE IFL-LEG-CC (4) TO GLJRN-COST-CENTRE.
           WRITE GLJRN-REC
               INVALID KEY
             IF WS-STAT1 = 22
                MOVE "WRITE FAILED FOR JOURNAL ENTRY." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO DPC-EXIT.
           MOVE GLJRN-REFERENCE TO IFL-LEG-REF (4).
           PERFORM STAGE-INFLIGHT.
           ADD 1 TO WS-NEXT-REF.
        DPC-020.
           MOVE SPACES      TO GLJRN-REC.
           MOVE "DrInvCap" TO GLJRN-SOURCE.
           MOVE WS-LINKAGE-OPERATOR TO GLJRN-OPERATOR.
           MOVE WS-DS-PERIOD TO GLJRN-PERIOD.
           MOVE IFL-LEG-CC (5) TO GLJRN-COST-CENTRE.
           WRITE GLJRN-REC
               INVALID KEY
             IF WS-STAT1 = 22
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
      * EVERY STOCK LINE ON THE POSTED INVOICE IS KEPT ON SalesLine,
      * KEYED BY THE DEBTOR TRANSACTION IT BELONGS TO, FOR THE SALES
      * ANALYSIS. THE LINE VALUE IS HELD EXCLUDING VAT AT THE RATE
      * OF THE INVOICE'S TAX CODE. AN INVOICE KEYED AS A SINGLE
      * AMOUNT HAS NO LINES AND LEAVES NO HISTORY.
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
           MOVE WS-LN-QTY (WS-LINE-IDX)   TO SL-QUANTITY.
           MOVE WS-LN-PRICE (WS-LINE-IDX) TO SL-UNIT-PRICE.
           COMPUTE WS-LINE-VAT ROUNDED =
              WS-LN-AMT (WS-LINE-IDX) * WS-TAX-RATE
                 / (100 + WS-TAX-RATE).
           SUBTRACT WS-LINE-VAT FROM WS-LN-AMT (WS-LINE-IDX)
              GIVING SL-SALES-VALUE.
           MOVE WS-LN-COST (WS-LINE-IDX)  TO SL-COST.
           MOVE WS-TAX-IN                 TO SL-TAX-CODE.
           IF WS-LN-SO-LINE (WS-LINE-IDX) = 0
              MOVE "W" TO SL-DISPATCH-FLAG.
           WRITE SALESLINE-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR SALES LINE HISTORY." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
           GO TO DPH-010.
        DPH-EXIT.
           EXIT.
      *
        D-POST-ORDER SECTION.
      *****************************************************************
      * LINES INVOICED FROM A SALES ORDER COME OFF THE ORDER'S
      * ALLOCATION AND THE ITEM'S ALLOCATED QUANTITY. A LINE IS DONE
      * ONCE ITS ORDER QUANTITY IS INVOICED IN FULL, AND THE ORDER
      * ONCE EVERY OPEN LINE IS DONE.
      *****************************************************************
        DPO-005.
           IF WS-SO-NUMBER = 0
              GO TO DPO-EXIT.
           MOVE 0 TO WS-LINE-IDX.
        DPO-010.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO DPO-020.
           IF WS-LN-SO-LINE (WS-LINE-IDX) = 0
              GO TO DPO-010.
           MOVE WS-SO-NUMBER                TO SOL-NUMBER.
           MOVE WS-LN-SO-LINE (WS-LINE-IDX) TO SOL-LINE.
           READ SOLINE-FILE
               INVALID KEY
             MOVE "SALES ORDER LINE GONE, ORDER NOT UPDATED."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO DPO-010.
           ADD WS-LN-QTY (WS-LINE-IDX) TO SOL-INVOICED-QTY.
           SUBTRACT WS-LN-QTY (WS-LINE-IDX) FROM SOL-ALLOC-QTY.
           IF SOL-ALLOC-QTY < 0
              MOVE 0 TO SOL-ALLOC-QTY.
           IF SOL-INVOICED-QTY NOT < SOL-ORDER-QTY
              MOVE 0   TO SOL-BACK-QTY
              MOVE "I" TO SOL-STATUS.
           REWRITE SOLINE-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR SALES ORDER LINE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
           MOVE WS-LN-STOCK (WS-LINE-IDX) TO STK-STOCKNUMBER.
           MOVE WS-LN-WHSE (WS-LINE-IDX)  TO STK-WAREHOUSE.
           READ STOCK-MASTER
               INVALID KEY
             GO TO DPO-010.
           IF STK-ALLOCATED-QTY NOT NUMERIC
              MOVE 0 TO STK-ALLOCATED-QTY.
           SUBTRACT WS-LN-QTY (WS-LINE-IDX) FROM STK-ALLOCATED-QTY.
           IF STK-ALLOCATED-QTY < 0
              MOVE 0 TO STK-ALLOCATED-QTY.
           REWRITE STOCK-MASTER-RECORD
               INVALID KEY
             MOVE "ALLOCATION NOT RELEASED ON STOCK MASTER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
           GO TO DPO-010.
        DPO-020.
           MOVE WS-SO-NUMBER TO SOL-NUMBER.
           MOVE 0            TO SOL-LINE.
           START SOLINE-FILE KEY NOT < SOL-KEY
               INVALID KEY
             GO TO DPO-030.
        DPO-025.
           READ SOLINE-FILE NEXT
               AT END
             GO TO DPO-030.
           IF SOL-NUMBER NOT = WS-SO-NUMBER
              GO TO DPO-030.
           IF SOL-OPEN
              GO TO DPO-EXIT.
           GO TO DPO-025.
        DPO-030.
           MOVE WS-SO-NUMBER TO SO-NUMBER.
           READ SALESORDER-FILE
               INVALID KEY
             GO TO DPO-EXIT.
           MOVE "I" TO SO-STATUS.
           REWRITE SALESORDER-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR SALES ORDER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
        DPO-EXIT.
           EXIT.
      *
        D-NEXT-TRANS SECTION.
        DNT-005.
                 MAST-CHGLOG
                 GL-PERIOD-FILE
                 STOCKCHANGE-MASTER
                 TAXCODE-FILE
                 POST-INFLIGHT.
           IF NOT WS-CC-OFF
              CLOSE COST-CENTRE-FILE.
           IF NOT WS-STOCK-OFF
              CLOSE STOCK-MASTER.
           IF NOT WS-SL-OFF
              CLOSE SALESLINE-FILE.
           IF NOT WS-PL-OFF
              CLOSE PRICELIST-FILE.
           IF NOT WS-SO-OFF
              CLOSE SALESORDER-FILE
                    SOLINE-FILE.
           IF NOT WS-LOT-OFF
              CLOSE STOCKLOT-FILE
                    STLOTMOVE-FILE.
           MOVE WS-INV-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "INVOICES POSTED: " WS-INV-COUNT.
           DISPLAY "VALUE POSTED:    " WS-TOTAL-EDIT.
      *
        COPY "MastChgLog".
        COPY "StatusText".
        COPY "PostAccLookup".
        COPY "InFlight".
        COPY "InFlightCentre".
        COPY "CostCentre".
        COPY "StockLotPost".
        COPY "ClearScreen".
        COPY "ErrorMessage".
      * END-OF-JOB.
