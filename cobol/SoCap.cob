        IDENTIFICATION DIVISION.
        PROGRAM-ID. SoCap.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectDrMaster".
         Copy "SelectStMaster".
         Copy "SelectPriceList".
         Copy "SelectSalesOrder".
         Copy "SelectSoLine".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdDebtor.
           COPY ChlfdStockMast.
           COPY ChlfdPriceList.
           COPY ChlfdSalesOrder.
           COPY ChlfdSoLine.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-MODE          PIC X VALUE " ".
           77  WS-CONFIRM       PIC X VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-ACC-IN        PIC X(07) VALUE " ".
           77  WS-ACC           PIC 9(07) VALUE 0.
           77  WS-WHSE-IN       PIC X(04) VALUE " ".
           77  WS-REF-IN        PIC X(10) VALUE " ".
           77  WS-PRI-IN        PIC X(01) VALUE " ".
           77  WS-STOCK-IN      PIC X(08) VALUE " ".
           77  WS-LQTY-IN       PIC X(12) VALUE " ".
           77  WS-LPRC-IN       PIC X(14) VALUE " ".
           77  WS-SO-IN         PIC X(06) VALUE " ".
           77  WS-LQTY          PIC S9(07)V999 VALUE 0.
           77  WS-LPRICE        PIC S9(07)V99 VALUE 0.
           77  WS-VAL           PIC S9(09)V99 VALUE 0.
           77  WS-ORD-VAL       PIC S9(09)V99 VALUE 0.
           77  WS-AVAIL         PIC S9(07)V999 VALUE 0.
           77  WS-ALLOC         PIC S9(07)V999 VALUE 0.
           77  WS-NEXT-SO       PIC 9(06) VALUE 0.
           77  WS-ORD-COUNT     PIC 9(06) VALUE 0.
           77  WS-CAN-COUNT     PIC 9(06) VALUE 0.
           77  WS-BACK-LINES    PIC 9(02) VALUE 0.
           77  WS-QTY-EDIT      PIC Z(6)9.999-.
           77  WS-VAL-EDIT      PIC Z,ZZZ,ZZ9.99-.
           77  WS-PRICE-EDIT    PIC Z,ZZZ,ZZ9.99-.
           77  WS-PL-OFF-SW     PIC X VALUE "N".
               88  WS-PL-OFF          VALUE "Y".
           77  WS-BEST-PRICE    PIC S9(07)V99 VALUE 0.
           77  WS-PL-CANDIDATE  PIC S9(07)V99 VALUE 0.
           77  WS-PL-SOURCE     PIC X(12) VALUE " ".
           77  WS-PL-TYPE       PIC X(01) VALUE " ".
           77  WS-PL-CODE       PIC X(07) VALUE " ".
           77  WS-LINE-COUNT    PIC 9(02) COMP VALUE 0.
           77  WS-LINE-IDX      PIC 9(02) COMP VALUE 0.
      *****************************************************************
      * THE ORDER LINES IN HAND WHILE AN ORDER IS CAPTURED. NOTHING IS
      * ALLOCATED UNTIL THE ORDER IS WRITTEN, SO AN ABANDONED ORDER
      * LEAVES THE STOCK MASTER UNTOUCHED.
      *****************************************************************
           01  WS-LINE-TABLE.
               03  WS-LINE-ENTRY OCCURS 20.
                   05  WS-LN-STOCK  PIC 9(08).
                   05  WS-LN-QTY    PIC S9(07)V999.
                   05  WS-LN-PRICE  PIC S9(07)V99.
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-STOCK-STATUS.
               03  WS-STOCK-ST1     PIC 99.
           01  WS-PL-STATUS.
               03  WS-PL-ST1        PIC 99.
           01  WS-SO-STATUS.
               03  WS-SO-ST1        PIC 99.
           01  WS-SOL-STATUS.
               03  WS-SOL-ST1       PIC 99.
           01  WS-DATE-WORK.
               03  WS-DATE-NUM  PIC 9(08).
        Copy "WsDateInfo".
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
           DISPLAY "** SALES ORDER ENTRY **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-DATE-NUM.
           OPEN INPUT DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "CANNOT OPEN DEBTOR MASTER, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN I-O STOCK-MASTER.
           IF WS-STOCK-ST1 NOT = 0
              MOVE "CANNOT OPEN STOCK MASTER, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE DEBTOR-MASTER
              EXIT PROGRAM.
           OPEN I-O SALESORDER-FILE.
           IF WS-SO-ST1 = 35
              OPEN OUTPUT SALESORDER-FILE
              CLOSE SALESORDER-FILE
              OPEN I-O SALESORDER-FILE.
           OPEN I-O SOLINE-FILE.
           IF WS-SOL-ST1 = 35
              OPEN OUTPUT SOLINE-FILE
              CLOSE SOLINE-FILE
              OPEN I-O SOLINE-FILE.
           OPEN INPUT PRICELIST-FILE.
           IF WS-PL-ST1 NOT = 0
              MOVE "Y" TO WS-PL-OFF-SW.
        A-EXIT.
           EXIT.
      *
        B-CAPTURE SECTION.
        BC-005.
           MOVE 1010 TO W-POS.
           DISPLAY "O=NEW ORDER, X=CANCEL ORDER, BLANK=END: [ ]"
              AT W-POS.
           MOVE 1051 TO W-POS.
           MOVE " " TO WS-MODE.
           ACCEPT WS-MODE AT W-POS.
           IF WS-MODE = " "
              GO TO BC-EXIT.
           IF WS-MODE = "O"
              PERFORM D-CAPTURE-ORDER
              GO TO BC-005.
           IF WS-MODE = "X"
              PERFORM E-CANCEL-ORDER
              GO TO BC-005.
           MOVE "ENTER O, X OR BLANK, RE-ENTER." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        D-CAPTURE-ORDER SECTION.
      *****************************************************************
      * ONE ORDER PER CUSTOMER AND DISPATCHING WAREHOUSE. EACH LINE IS
      * PRICED THE WAY AN INVOICE WOULD BE, AND WHEN THE ORDER IS
      * WRITTEN WHAT IS AVAILABLE IS ALLOCATED TO IT; THE REST OF THE
      * LINE WAITS ON BACK ORDER FOR THE NEXT RECEIPT.
      *****************************************************************
        DCO-005.
           MOVE 1210 TO W-POS.
           DISPLAY "DEBTOR ACCOUNT: [       ]" AT W-POS.
           MOVE 1227 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN = " "
              GO TO DCO-EXIT.
           MOVE FUNCTION NUMVAL(WS-ACC-IN) TO WS-ACC.
           IF WS-ACC = 0
              MOVE "ACCOUNT MAY NOT BE ZERO, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DCO-005.
           MOVE WS-ACC TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE "NO SUCH DEBTOR, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO DCO-005.
           MOVE 1310 TO W-POS.
           DISPLAY DEBTOR-NAME AT W-POS.
           IF DEBTOR-STOPPED AND WS-LINKAGE-AUTHORITY < 7
              MOVE "ACCOUNT ON STOP SUPPLY, ORDER REFUSED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DCO-005.
        DCO-008.
           MOVE 1410 TO W-POS.
           DISPLAY "WAREHOUSE: [    ]" AT W-POS.
           MOVE 1422 TO W-POS.
           MOVE " " TO WS-WHSE-IN.
           ACCEPT WS-WHSE-IN AT W-POS.
           IF WS-WHSE-IN = " "
              MOVE "WAREHOUSE MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DCO-008.
           MOVE 1510 TO W-POS.
           DISPLAY "CUSTOMER REFERENCE: [          ]" AT W-POS.
           MOVE 1531 TO W-POS.
           MOVE " " TO WS-REF-IN.
           ACCEPT WS-REF-IN AT W-POS.
        DCO-009.
           MOVE 1610 TO W-POS.
           DISPLAY "PRIORITY 1-9 (BLANK=5): [ ]" AT W-POS.
           MOVE 1635 TO W-POS.
           MOVE " " TO WS-PRI-IN.
           ACCEPT WS-PRI-IN AT W-POS.
           IF WS-PRI-IN = " "
              MOVE "5" TO WS-PRI-IN.
           IF WS-PRI-IN NOT NUMERIC OR WS-PRI-IN = "0"
              MOVE "PRIORITY MUST BE 1 TO 9, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DCO-009.
           MOVE 0 TO WS-LINE-COUNT
                     WS-ORD-VAL.
        DCO-010.
           IF WS-LINE-COUNT = 20
              MOVE "ORDER FULL AT 20 LINES, GOING TO CONFIRM."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DCO-040.
           MOVE 1810 TO W-POS.
           DISPLAY "STOCK LINE (BLANK=NO MORE): [        ]" AT W-POS.
           MOVE 1839 TO W-POS.
           MOVE " " TO WS-STOCK-IN.
           ACCEPT WS-STOCK-IN AT W-POS.
           IF WS-STOCK-IN = " "
              IF WS-LINE-COUNT = 0
                 GO TO DCO-EXIT
              ELSE
                 GO TO DCO-040.
           MOVE FUNCTION NUMVAL(WS-STOCK-IN) TO STK-STOCKNUMBER.
           MOVE WS-WHSE-IN TO STK-WAREHOUSE.
           READ STOCK-MASTER
               INVALID KEY
             MOVE "NO SUCH STOCK ITEM IN THAT WAREHOUSE, RE-ENTER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO DCO-010.
           MOVE 1850 TO W-POS.
           DISPLAY STK-DESCRIPTION AT W-POS.
           PERFORM D-AVAILABLE.
           MOVE WS-AVAIL TO WS-QTY-EDIT.
           MOVE 1940 TO W-POS.
           DISPLAY "AVAILABLE: " AT W-POS.
           MOVE 1951 TO W-POS.
           DISPLAY WS-QTY-EDIT AT W-POS.
        DCO-020.
           MOVE 1910 TO W-POS.
           DISPLAY "QUANTITY: [            ]" AT W-POS.
           MOVE 1921 TO W-POS.
           MOVE " " TO WS-LQTY-IN.
           ACCEPT WS-LQTY-IN AT W-POS.
           MOVE FUNCTION NUMVAL(WS-LQTY-IN) TO WS-LQTY.
           IF WS-LQTY NOT > 0
              MOVE "QUANTITY MUST BE GREATER THAN ZERO, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DCO-020.
        DCO-030.
      *    A BLANK PRICE TAKES THE BEST PRICE THE DEBTOR IS ENTITLED
      *    TO TODAY; THE ORDER HOLDS THAT PRICE UNTIL IT IS INVOICED.
           IF STK-SELL-PRICE NOT NUMERIC
              MOVE 0 TO STK-SELL-PRICE.
           PERFORM B-BEST-PRICE.
           MOVE 2010 TO W-POS.
           DISPLAY "PRICE (BLANK=BEST PRICE):   [              ]"
              AT W-POS.
           MOVE WS-BEST-PRICE TO WS-PRICE-EDIT.
           MOVE 2055 TO W-POS.
           DISPLAY WS-PRICE-EDIT AT W-POS.
           MOVE 2068 TO W-POS.
           DISPLAY WS-PL-SOURCE AT W-POS.
           MOVE 2039 TO W-POS.
           MOVE " " TO WS-LPRC-IN.
           ACCEPT WS-LPRC-IN AT W-POS.
           IF WS-LPRC-IN = " "
              MOVE WS-BEST-PRICE TO WS-LPRICE
           ELSE
              MOVE FUNCTION NUMVAL(WS-LPRC-IN) TO WS-LPRICE.
           IF WS-LPRICE NOT > 0
              MOVE "NO PRICE ON FILE, ENTER THE PRICE." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DCO-030.
           ADD 1 TO WS-LINE-COUNT.
           MOVE STK-STOCKNUMBER TO WS-LN-STOCK (WS-LINE-COUNT).
           MOVE WS-LQTY         TO WS-LN-QTY (WS-LINE-COUNT).
           MOVE WS-LPRICE       TO WS-LN-PRICE (WS-LINE-COUNT).
           COMPUTE WS-VAL ROUNDED = WS-LQTY * WS-LPRICE.
           ADD WS-VAL TO WS-ORD-VAL.
           MOVE WS-ORD-VAL TO WS-VAL-EDIT.
           MOVE 2110 TO W-POS.
           DISPLAY "ORDER VALUE SO FAR: " AT W-POS.
           MOVE 2131 TO W-POS.
           DISPLAY WS-VAL-EDIT AT W-POS.
           GO TO DCO-010.
        DCO-040.
           MOVE 2210 TO W-POS.
           DISPLAY "WRITE THIS ORDER, Y/N: [ ]" AT W-POS.
           MOVE 2234 TO W-POS.
           ACCEPT WS-CONFIRM AT W-POS.
           IF WS-CONFIRM = "N"
              GO TO DCO-EXIT.
           IF WS-CONFIRM NOT = "Y"
              GO TO DCO-040.
           PERFORM D-NEXT-ORDER.
        DCO-050.
           MOVE SPACES TO SALESORDER-RECORD.
           MOVE WS-NEXT-SO     TO SO-NUMBER.
           MOVE WS-ACC         TO SO-ACCOUNT.
           MOVE WS-TODAY-DATE  TO SO-DATE.
           MOVE WS-REF-IN      TO SO-REFERENCE.
           MOVE WS-WHSE-IN     TO SO-WAREHOUSE.
           MOVE WS-PRI-IN      TO SO-PRIORITY.
           MOVE WS-LINE-COUNT  TO SO-LINE-COUNT.
           MOVE WS-ORD-VAL     TO SO-ORDER-VALUE.
           MOVE "O"            TO SO-STATUS.
           WRITE SALESORDER-RECORD
               INVALID KEY
             IF WS-SO-ST1 = 22 AND SO-NUMBER < 999999
                ADD 1 TO WS-NEXT-SO
                GO TO DCO-050
             ELSE
                MOVE "WRITE FAILED FOR SALES ORDER." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO DCO-EXIT.
           MOVE 0 TO WS-LINE-IDX
                     WS-BACK-LINES.
        DCO-060.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO DCO-070.
           PERFORM D-ALLOCATE-LINE.
           MOVE SPACES TO SOLINE-RECORD.
           MOVE WS-NEXT-SO     TO SOL-NUMBER
                                  SOL-FILL-NUMBER.
           MOVE WS-LINE-IDX    TO SOL-LINE
                                  SOL-FILL-LINE.
           MOVE WS-LN-STOCK (WS-LINE-IDX) TO SOL-STOCKNUMBER.
           MOVE WS-WHSE-IN     TO SOL-WAREHOUSE.
           MOVE WS-PRI-IN      TO SOL-PRIORITY.
           MOVE WS-LN-QTY (WS-LINE-IDX)   TO SOL-ORDER-QTY.
           MOVE WS-ALLOC       TO SOL-ALLOC-QTY.
           SUBTRACT WS-ALLOC FROM WS-LN-QTY (WS-LINE-IDX)
              GIVING SOL-BACK-QTY.
           MOVE 0              TO SOL-INVOICED-QTY
                                  SOL-DISPATCH-QTY.
           MOVE WS-LN-PRICE (WS-LINE-IDX) TO SOL-UNIT-PRICE.
           MOVE "O"            TO SOL-STATUS.
           IF SOL-BACK-QTY > 0
              ADD 1 TO WS-BACK-LINES.
           WRITE SOLINE-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR SALES ORDER LINE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
           GO TO DCO-060.
        DCO-070.
           ADD 1 TO WS-ORD-COUNT.
           MOVE SPACES TO WS-MESSAGE.
           STRING "ORDER " DELIMITED BY SIZE
                  WS-NEXT-SO DELIMITED BY SIZE
                  " WRITTEN, LINES ON BACK ORDER: " DELIMITED BY SIZE
                  WS-BACK-LINES DELIMITED BY SIZE
                  INTO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        DCO-EXIT.
           EXIT.
      *
        D-AVAILABLE SECTION.
      *****************************************************************
      * WHAT THE ITEM IN THE STOCK BUFFER CAN STILL PROMISE: ON HAND
      * LESS WHAT OPEN ORDERS ALREADY HOLD, NEVER BELOW NIL.
      *****************************************************************
        DAV-005.
           IF STK-ONHAND-QTY NOT NUMERIC
              MOVE 0 TO STK-ONHAND-QTY.
           IF STK-ALLOCATED-QTY NOT NUMERIC
              MOVE 0 TO STK-ALLOCATED-QTY.
           SUBTRACT STK-ALLOCATED-QTY FROM STK-ONHAND-QTY
              GIVING WS-AVAIL.
           IF WS-AVAIL < 0
              MOVE 0 TO WS-AVAIL.
        DAV-EXIT.
           EXIT.
      *
        D-ALLOCATE-LINE SECTION.
      *****************************************************************
      * RE-READ THE ITEM AS THE LINE IS WRITTEN SO TWO ORDERS KEYED
      * SIDE BY SIDE CANNOT PROMISE THE SAME STOCK, AND ALLOCATE AS
      * MUCH OF THE LINE AS IS AVAILABLE NOW.
      *****************************************************************
        DAL-005.
           MOVE 0 TO WS-ALLOC.
           MOVE WS-LN-STOCK (WS-LINE-IDX) TO STK-STOCKNUMBER.
           MOVE WS-WHSE-IN                TO STK-WAREHOUSE.
           READ STOCK-MASTER
               INVALID KEY
             GO TO DAL-EXIT.
           PERFORM D-AVAILABLE.
           IF WS-AVAIL NOT > 0
              GO TO DAL-EXIT.
           IF WS-AVAIL < WS-LN-QTY (WS-LINE-IDX)
              MOVE WS-AVAIL TO WS-ALLOC
           ELSE
              MOVE WS-LN-QTY (WS-LINE-IDX) TO WS-ALLOC.
           ADD WS-ALLOC TO STK-ALLOCATED-QTY.
           REWRITE STOCK-MASTER-RECORD
               INVALID KEY
             MOVE "STOCK NOT ALLOCATED, LINE GOES ON BACK ORDER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE 0 TO WS-ALLOC.
        DAL-EXIT.
           EXIT.
      *
        D-NEXT-ORDER SECTION.
        DNO-005.
           MOVE 1 TO WS-NEXT-SO.
           MOVE 999999 TO SO-NUMBER.
           START SALESORDER-FILE KEY NOT > SO-KEY
               INVALID KEY
             GO TO DNO-EXIT.
           READ SALESORDER-FILE PREVIOUS
               AT END
             GO TO DNO-EXIT.
           ADD 1 SO-NUMBER GIVING WS-NEXT-SO.
        DNO-EXIT.
           EXIT.
      *
        E-CANCEL-ORDER SECTION.
      *****************************************************************
      * CANCELLING AN OPEN ORDER HANDS ITS ALLOCATED STOCK BACK TO THE
      * ITEM AND DROPS WHAT WAS ON BACK ORDER. QUANTITIES ALREADY
      * INVOICED STAND.
      *****************************************************************
        ECO-005.
           MOVE 1210 TO W-POS.
           DISPLAY "SALES ORDER NUMBER: [      ]" AT W-POS.
           MOVE 1231 TO W-POS.
           MOVE " " TO WS-SO-IN.
           ACCEPT WS-SO-IN AT W-POS.
           IF WS-SO-IN = " "
              GO TO ECO-EXIT.
           MOVE FUNCTION NUMVAL(WS-SO-IN) TO SO-NUMBER.
           READ SALESORDER-FILE
               INVALID KEY
             MOVE "NO SUCH SALES ORDER, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO ECO-005.
           IF NOT SO-OPEN
              MOVE "ORDER IS NOT OPEN, NOTHING TO CANCEL."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO ECO-005.
           MOVE SO-ACCOUNT TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE "UNKNOWN DEBTOR" TO DEBTOR-NAME.
           MOVE 1310 TO W-POS.
           DISPLAY DEBTOR-NAME AT W-POS.
        ECO-010.
           MOVE 1410 TO W-POS.
           DISPLAY "CANCEL THIS ORDER, Y/N: [ ]" AT W-POS.
           MOVE 1435 TO W-POS.
           ACCEPT WS-CONFIRM AT W-POS.
           IF WS-CONFIRM = "N"
              GO TO ECO-005.
           IF WS-CONFIRM NOT = "Y"
              GO TO ECO-010.
           MOVE SO-NUMBER TO SOL-NUMBER.
           MOVE 0         TO SOL-LINE.
           START SOLINE-FILE KEY NOT < SOL-KEY
               INVALID KEY
             GO TO ECO-030.
        ECO-020.
           READ SOLINE-FILE NEXT
               AT END
             GO TO ECO-030.
           IF SOL-NUMBER NOT = SO-NUMBER
              GO TO ECO-030.
           IF NOT SOL-OPEN
              GO TO ECO-020.
           IF SOL-ALLOC-QTY > 0
              PERFORM E-RELEASE-ALLOC.
           MOVE 0   TO SOL-ALLOC-QTY
                       SOL-BACK-QTY.
           MOVE "X" TO SOL-STATUS.
           REWRITE SOLINE-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR SALES ORDER LINE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
           GO TO ECO-020.
        ECO-030.
           MOVE "X" TO SO-STATUS.
           REWRITE SALESORDER-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR SALES ORDER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO ECO-EXIT.
           ADD 1 TO WS-CAN-COUNT.
           MOVE "ORDER CANCELLED, ALLOCATED STOCK RELEASED."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        ECO-EXIT.
           EXIT.
      *
        E-RELEASE-ALLOC SECTION.
        ERA-005.
           MOVE SOL-STOCKNUMBER TO STK-STOCKNUMBER.
           MOVE SOL-WAREHOUSE   TO STK-WAREHOUSE.
           READ STOCK-MASTER
               INVALID KEY
             GO TO ERA-EXIT.
           IF STK-ALLOCATED-QTY NOT NUMERIC
              MOVE 0 TO STK-ALLOCATED-QTY.
           SUBTRACT SOL-ALLOC-QTY FROM STK-ALLOCATED-QTY.
           IF STK-ALLOCATED-QTY < 0
              MOVE 0 TO STK-ALLOCATED-QTY.
           REWRITE STOCK-MASTER-RECORD
               INVALID KEY
             MOVE "ALLOCATION NOT RELEASED ON STOCK MASTER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
        ERA-EXIT.
           EXIT.
      *
        B-BEST-PRICE SECTION.
      *****************************************************************
      * THE LOWEST PRICE THE DEBTOR QUALIFIES FOR ON THE LINE IN
      * HAND, FOUND THE SAME WAY AS ON INVOICE CAPTURE: THE STOCK
      * SELL PRICE, THE ACCOUNT'S OWN PRICE LIST AND ITS PRICE
      * GROUP'S LIST, AS AT THE ORDER DATE.
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
        C-END SECTION.
        C-000.
           CLOSE DEBTOR-MASTER
                 STOCK-MASTER
                 SALESORDER-FILE
                 SOLINE-FILE.
           IF NOT WS-PL-OFF
              CLOSE PRICELIST-FILE.
           DISPLAY "ORDERS CAPTURED:  " WS-ORD-COUNT.
           DISPLAY "ORDERS CANCELLED: " WS-CAN-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
