         Copy "SelectCrMaster".
         Copy "SelectStMaster".
         Copy "SelectPurOrder".
         Copy "SelectPoLine".
         Copy "SelectStockLot".
         Copy "SelectStLotMove".
           SELECT STOCKCHANGE-MASTER ASSIGN TO "StChanges"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
           COPY ChlfdCreditor.
           COPY ChlfdStockMast.
           COPY ChlfdPurOrder.
           COPY ChlfdPoLine.
           COPY ChlfdStockChanges.
           COPY ChlfdStockLot.
           COPY ChlfdStLotMove.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-QTY-IN        PIC X(12) VALUE " ".
           77  WS-PRC-IN        PIC X(14) VALUE " ".
           77  WS-PO-IN         PIC X(06) VALUE " ".
           77  WS-LOT-IN        PIC X(10) VALUE " ".
           77  WS-DATE-IN       PIC X(08) VALUE " ".
           77  WS-DATE-CHECK    PIC 9(08) VALUE 0.
           77  WS-QTY           PIC S9(07)V999 VALUE 0.
           77  WS-VAL           PIC S9(09)V99 VALUE 0.
           77  WS-ORD-VAL       PIC S9(09)V99 VALUE 0.
           77  WS-RCV-VAL       PIC S9(09)V99 VALUE 0.
           77  WS-NEXT-PO       PIC 9(06) VALUE 0.
           77  WS-NEXT-SEQ      PIC 9(04) VALUE 0.
           77  WS-ORD-COUNT     PIC 9(06) VALUE 0.
           77  WS-QTY-EDIT      PIC Z(6)9.999-.
           77  WS-VAL-EDIT      PIC Z,ZZZ,ZZ9.99-.
           77  SUB-1            PIC 9(04) COMP VALUE 0.
           77  WS-LINE-COUNT    PIC 9(02) COMP VALUE 0.
           77  WS-LINE-IDX      PIC 9(02) COMP VALUE 0.
      *****************************************************************
      * THE ORDER LINES IN HAND: BUILT UP LINE BY LINE WHILE AN ORDER
      * IS CAPTURED, OR LOADED FROM THE LINE FILE FOR A RECEIPT, WHEN
      * WS-LN-NOW CARRIES THE QUANTITY ARRIVING ON THIS DELIVERY AND,
      * ON A LOT-CONTROLLED ITEM, WS-LN-LOT AND WS-LN-EXPIRY THE LOT IT
      * ARRIVED IN.
      *****************************************************************
           01  WS-LINE-TABLE.
               03  WS-LINE-ENTRY OCCURS 20.
                   05  WS-LN-LINE   PIC 9(04).
                   05  WS-LN-STOCK  PIC 9(08).
                   05  WS-LN-QTY    PIC S9(07)V999.
                   05  WS-LN-PRICE  PIC S9(07)V99.
                   05  WS-LN-RCVD   PIC S9(07)V999.
                   05  WS-LN-NOW    PIC S9(07)V999.
                   05  WS-LN-LOT    PIC X(10).
                   05  WS-LN-EXPIRY PIC 9(08).
           01  ALPHA-RATE.
               03  AL-RATE      PIC X(01) OCCURS 7 VALUE " ".
           01  WS-CREDITOR-STATUS.
               03  WS-STOCK-ST1     PIC 99.
           01  WS-PO-STATUS.
               03  WS-PO-ST1        PIC 99.
           01  WS-POL-STATUS.
               03  WS-POL-ST1       PIC 99.
           01  WS-CHANGE-STATUS.
               03  WS-CHANGE-ST1    PIC 99.
        Copy "WsStockLot".
        Copy "WsDateInfo".
      *
        LINKAGE SECTION.
              OPEN OUTPUT PURORDER-FILE
              CLOSE PURORDER-FILE
              OPEN I-O PURORDER-FILE.
           OPEN I-O PURORDLINE-FILE.
           IF WS-POL-ST1 = 35
              OPEN OUTPUT PURORDLINE-FILE
              CLOSE PURORDLINE-FILE
              OPEN I-O PURORDLINE-FILE.
           OPEN I-O STOCKCHANGE-MASTER.
           IF WS-CHANGE-ST1 = 35
              OPEN OUTPUT STOCKCHANGE-MASTER
              CLOSE STOCKCHANGE-MASTER
              OPEN I-O STOCKCHANGE-MASTER.
           OPEN I-O STOCKLOT-FILE.
           IF WS-SLT-ST1 = 35
              OPEN OUTPUT STOCKLOT-FILE
              CLOSE STOCKLOT-FILE
              OPEN I-O STOCKLOT-FILE.
           OPEN I-O STLOTMOVE-FILE.
           IF WS-SLM-ST1 = 35
              OPEN OUTPUT STLOTMOVE-FILE
              CLOSE STLOTMOVE-FILE
              OPEN I-O STLOTMOVE-FILE.
        A-EXIT.
           EXIT.
      *
           EXIT.
      *
        D-CAPTURE-ORDER SECTION.
      *****************************************************************
      * ONE ORDER PER SUPPLIER DELIVERY: A HEADER FOR THE CREDITOR AND
      * RECEIVING WAREHOUSE, THEN AS MANY STOCK LINES AS THE SUPPLIER
      * IS TO DELIVER, EACH WITH ITS OWN QUANTITY AND AGREED PRICE.
      *****************************************************************
        DCO-005.
           MOVE 1210 TO W-POS.
           DISPLAY "CREDITOR ACCOUNT: [       ]" AT W-POS.
              GO TO DCO-005.
           MOVE 1310 TO W-POS.
           DISPLAY CR-NAME AT W-POS.
        DCO-008.
           MOVE 1410 TO W-POS.
           DISPLAY "RECEIVING WAREHOUSE: [    ]" AT W-POS.
           MOVE 1432 TO W-POS.
           MOVE " " TO WS-WHSE-IN.
           ACCEPT WS-WHSE-IN AT W-POS.
           IF WS-WHSE-IN = " "
              MOVE "WAREHOUSE MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DCO-008.
           MOVE 0 TO WS-LINE-COUNT
                     WS-ORD-VAL.
        DCO-010.
           IF WS-LINE-COUNT = 20
              MOVE "ORDER FULL AT 20 LINES, GOING TO CONFIRM."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DCO-040.
           MOVE 1610 TO W-POS.
           DISPLAY "STOCK LINE (BLANK=NO MORE): [        ]" AT W-POS.
           MOVE 1639 TO W-POS.
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
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO DCO-010.
           MOVE 1650 TO W-POS.
           DISPLAY STK-DESCRIPTION AT W-POS.
        DCO-020.
           MOVE 1710 TO W-POS.
           DISPLAY "QUANTITY ORDERED: [            ]" AT W-POS.
           MOVE 1729 TO W-POS.
           MOVE " " TO WS-QTY-IN.
           ACCEPT WS-QTY-IN AT W-POS.
           MOVE FUNCTION NUMVAL(WS-QTY-IN) TO WS-QTY.
              PERFORM ERROR-MESSAGE
              GO TO DCO-020.
        DCO-030.
           MOVE 1810 TO W-POS.
           DISPLAY "AGREED UNIT PRICE: [              ]" AT W-POS.
           MOVE 1830 TO W-POS.
           MOVE " " TO WS-PRC-IN.
           ACCEPT WS-PRC-IN AT W-POS.
           IF FUNCTION NUMVAL(WS-PRC-IN) NOT > 0
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DCO-030.
           ADD 1 TO WS-LINE-COUNT.
           MOVE FUNCTION NUMVAL(WS-STOCK-IN)
             TO WS-LN-STOCK (WS-LINE-COUNT).
           MOVE WS-QTY TO WS-LN-QTY (WS-LINE-COUNT).
           MOVE FUNCTION NUMVAL(WS-PRC-IN)
             TO WS-LN-PRICE (WS-LINE-COUNT).
           MOVE 0 TO WS-LN-RCVD (WS-LINE-COUNT)
                     WS-LN-NOW (WS-LINE-COUNT).
           COMPUTE WS-VAL ROUNDED =
              WS-QTY * WS-LN-PRICE (WS-LINE-COUNT).
           ADD WS-VAL TO WS-ORD-VAL.
           MOVE WS-ORD-VAL TO WS-VAL-EDIT.
           MOVE 1910 TO W-POS.
           DISPLAY "ORDER VALUE SO FAR: " AT W-POS.
           MOVE 1931 TO W-POS.
           DISPLAY WS-VAL-EDIT AT W-POS.
           GO TO DCO-010.
        DCO-040.
           MOVE 2010 TO W-POS.
           DISPLAY "WRITE THIS ORDER, Y/N: [ ]" AT W-POS.
           MOVE 2034 TO W-POS.
           ACCEPT WS-CONFIRM AT W-POS.
           IF WS-CONFIRM = "N"
              GO TO DCO-EXIT.
           MOVE WS-NEXT-PO     TO PO-NUMBER.
           MOVE WS-ACC-IN      TO PO-CREDITOR.
           MOVE WS-TODAY-DATE  TO PO-DATE.
           MOVE WS-WHSE-IN     TO PO-WAREHOUSE.
           MOVE WS-LINE-COUNT  TO PO-LINE-COUNT.
           MOVE WS-ORD-VAL     TO PO-ORDER-VALUE.
           MOVE 0              TO PO-RECEIVED-VALUE
                                  PO-SENT-DATE.
           MOVE "O"            TO PO-STATUS.
           WRITE PURORDER-RECORD
               INVALID KEY
             IF WS-PO-ST1 = 22 AND PO-NUMBER < 999999
                ADD 1 TO WS-NEXT-PO
                GO TO DCO-050
             ELSE
                MOVE "WRITE FAILED FOR PURCHASE ORDER." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO DCO-EXIT.
           MOVE 0 TO WS-LINE-IDX.
        DCO-060.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO DCO-070.
           MOVE SPACES TO PURORDLINE-RECORD.
           MOVE WS-NEXT-PO     TO POL-NUMBER.
           MOVE WS-LINE-IDX    TO POL-LINE.
           MOVE WS-LN-STOCK (WS-LINE-IDX) TO POL-STOCKNUMBER.
           MOVE WS-LN-QTY (WS-LINE-IDX)   TO POL-ORDER-QTY.
           MOVE WS-LN-PRICE (WS-LINE-IDX) TO POL-UNIT-PRICE.
           MOVE 0              TO POL-RECEIVED-QTY
                                  POL-RECEIVED-VALUE.
           MOVE "O"            TO POL-STATUS.
           WRITE PURORDLINE-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR PURCHASE ORDER LINE."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
           GO TO DCO-060.
        DCO-070.
           ADD 1 TO WS-ORD-COUNT.
           MOVE SPACES TO WS-MESSAGE.
           STRING "ORDER WRITTEN, PO NUMBER " DELIMITED BY SIZE
                  WS-NEXT-PO DELIMITED BY SIZE
                  INTO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        DCO-EXIT.
      *
        E-GOODS-RECEIPT SECTION.
      *****************************************************************
      * A GOODS RECEIPT WALKS THE ORDER'S OPEN LINES AND TAKES THE
      * QUANTITY DELIVERED AGAINST EACH. EVERY LINE RECEIVED GOES INTO
      * STOCK THROUGH StChanges AT ITS AGREED PRICE AND BUILDS THE
      * RECEIVED FIGURES THE SUPPLIER INVOICE MUST LATER MATCH.
      *****************************************************************
        EGR-005.
              MOVE "ORDER ALREADY INVOICED AND CLOSED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO EGR-005.
           IF PO-DRAFT
              MOVE "DRAFT ORDER, RELEASE IT BEFORE RECEIVING."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO EGR-005.
           MOVE PO-RECEIVED-VALUE TO WS-VAL-EDIT.
           MOVE 1310 TO W-POS.
           DISPLAY "CREDITOR: " AT W-POS.
           MOVE 1320 TO W-POS.
           DISPLAY PO-CREDITOR AT W-POS.
           MOVE 1340 TO W-POS.
           DISPLAY "RECEIVED SO FAR: " AT W-POS.
           MOVE 1358 TO W-POS.
           DISPLAY WS-VAL-EDIT AT W-POS.
           PERFORM E-LOAD-LINES.
           IF WS-LINE-COUNT = 0
              MOVE "NO LINES ON THIS ORDER, NOTHING TO RECEIVE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO EGR-005.
           MOVE 0 TO WS-LINE-IDX
                     WS-RCV-VAL.
        EGR-010.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO EGR-020.
           IF WS-LN-RCVD (WS-LINE-IDX) NOT < WS-LN-QTY (WS-LINE-IDX)
              GO TO EGR-010.
           MOVE 1410 TO W-POS.
           DISPLAY "LINE:         STOCK:          " AT W-POS.
           MOVE 1416 TO W-POS.
           DISPLAY WS-LN-LINE (WS-LINE-IDX) AT W-POS.
           MOVE 1431 TO W-POS.
           DISPLAY WS-LN-STOCK (WS-LINE-IDX) AT W-POS.
           MOVE WS-LN-QTY (WS-LINE-IDX) TO WS-QTY-EDIT.
           MOVE 1510 TO W-POS.
           DISPLAY "ORDERED: " AT W-POS.
           MOVE 1520 TO W-POS.
           DISPLAY WS-QTY-EDIT AT W-POS.
           MOVE WS-LN-RCVD (WS-LINE-IDX) TO WS-QTY-EDIT.
           MOVE 1540 TO W-POS.
           DISPLAY "RECEIVED SO FAR: " AT W-POS.
           MOVE 1558 TO W-POS.
           DISPLAY WS-QTY-EDIT AT W-POS.
        EGR-012.
           MOVE 1610 TO W-POS.
           DISPLAY "QUANTITY RECEIVED NOW (BLANK=NONE): [            ]"
              AT W-POS.
           MOVE 1647 TO W-POS.
           MOVE " " TO WS-QTY-IN.
           ACCEPT WS-QTY-IN AT W-POS.
           IF WS-QTY-IN = " "
              MOVE 0 TO WS-LN-NOW (WS-LINE-IDX)
              GO TO EGR-010.
           MOVE FUNCTION NUMVAL(WS-QTY-IN) TO WS-QTY.
           IF WS-QTY < 0
              MOVE "QUANTITY MAY NOT BE NEGATIVE, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO EGR-012.
           MOVE WS-QTY TO WS-LN-NOW (WS-LINE-IDX).
           MOVE SPACES TO WS-LN-LOT (WS-LINE-IDX).
           MOVE 0      TO WS-LN-EXPIRY (WS-LINE-IDX).
           IF WS-QTY = 0
              GO TO EGR-018.
      *    A LOT-CONTROLLED ITEM MUST ARRIVE IN A NAMED LOT; A SPLIT
      *    DELIVERY OF TWO LOTS IS RECEIVED AS TWO RECEIPTS.
           MOVE WS-LN-STOCK (WS-LINE-IDX) TO STK-STOCKNUMBER.
           MOVE PO-WAREHOUSE              TO STK-WAREHOUSE.
           READ STOCK-MASTER
               INVALID KEY
             GO TO EGR-018.
           IF NOT STK-LOT-CONTROLLED
              GO TO EGR-018.
        EGR-014.
           MOVE 1910 TO W-POS.
           DISPLAY "LOT: [          ]  EXPIRY (YYYYMMDD): [        ]"
              AT W-POS.
           MOVE 1916 TO W-POS.
           MOVE " " TO WS-LOT-IN.
           ACCEPT WS-LOT-IN AT W-POS.
           IF WS-LOT-IN = " "
              MOVE "LOT NUMBER REQUIRED FOR THIS ITEM, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO EGR-014.
           MOVE WS-LOT-IN TO WS-LN-LOT (WS-LINE-IDX).
      *    A LOT ALREADY IN THE WAREHOUSE KEEPS THE EXPIRY IT HAS.
           MOVE WS-LN-STOCK (WS-LINE-IDX) TO SLT-STOCKNUMBER.
           MOVE PO-WAREHOUSE              TO SLT-WAREHOUSE.
           MOVE WS-LOT-IN                 TO SLT-LOT.
           READ STOCKLOT-FILE
               INVALID KEY
             GO TO EGR-016.
           MOVE SLT-EXPIRY TO WS-LN-EXPIRY (WS-LINE-IDX).
           MOVE 1949 TO W-POS.
           DISPLAY SLT-EXPIRY AT W-POS.
           GO TO EGR-018.
        EGR-016.
           MOVE 1949 TO W-POS.
           MOVE " " TO WS-DATE-IN.
           ACCEPT WS-DATE-IN AT W-POS.
           IF WS-DATE-IN = " "
              MOVE "0" TO WS-DATE-IN.
           IF WS-DATE-IN NOT NUMERIC
              MOVE "EXPIRY MUST BE YYYYMMDD, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO EGR-016.
           MOVE WS-DATE-IN TO WS-DATE-CHECK.
           IF WS-DATE-CHECK NOT = 0
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
                 MOVE "NOT A VALID DATE, RE-ENTER." TO WS-MESSAGE
                 PERFORM ERROR-MESSAGE
                 GO TO EGR-016.
           MOVE WS-DATE-CHECK TO WS-LN-EXPIRY (WS-LINE-IDX).
        EGR-018.
           COMPUTE WS-VAL ROUNDED = WS-QTY * WS-LN-PRICE (WS-LINE-IDX).
           ADD WS-VAL TO WS-RCV-VAL.
           MOVE WS-RCV-VAL TO WS-VAL-EDIT.
           MOVE 1710 TO W-POS.
           DISPLAY "THIS DELIVERY AT ORDER PRICE: " AT W-POS.
           MOVE 1741 TO W-POS.
           DISPLAY WS-VAL-EDIT AT W-POS.
           GO TO EGR-010.
        EGR-020.
           IF WS-RCV-VAL = 0
              MOVE "NOTHING RECEIVED ON THIS ORDER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO EGR-005.
           MOVE 1810 TO W-POS.
           DISPLAY "POST THIS RECEIPT, Y/N: [ ]" AT W-POS.
           MOVE 1835 TO W-POS.
           ACCEPT WS-CONFIRM AT W-POS.
           IF WS-CONFIRM = "N"
              GO TO EGR-005.
           IF WS-CONFIRM NOT = "Y"
              GO TO EGR-020.
           MOVE 0 TO WS-LINE-IDX.
        EGR-030.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO EGR-050.
           IF WS-LN-NOW (WS-LINE-IDX) = 0
              GO TO EGR-030.
           MOVE FUNCTION NUMVAL(WS-PO-IN) TO POL-NUMBER.
           MOVE WS-LN-LINE (WS-LINE-IDX)  TO POL-LINE.
           READ PURORDLINE-FILE
               INVALID KEY
             MOVE "ORDER LINE GONE, LINE NOT RECEIVED." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO EGR-030.
           COMPUTE WS-VAL ROUNDED =
              WS-LN-NOW (WS-LINE-IDX) * POL-UNIT-PRICE.
           PERFORM E-NEXT-SEQUENCE.
           MOVE SPACES          TO STOCKCHANGE-RECORD.
           MOVE POL-STOCKNUMBER TO STCH-STOCKNUMBER.
           MOVE WS-NEXT-SEQ     TO STCH-SEQUENCE.
           MOVE WS-TODAY-DATE   TO STCH-CHANGE-DATE.
           MOVE WS-LN-NOW (WS-LINE-IDX) TO STCH-QUANTITY.
           MOVE WS-VAL          TO STCH-VALUE.
           MOVE PO-WAREHOUSE    TO STCH-WAREHOUSE.
           MOVE " "             TO STCH-POSTED-FLAG.
           MOVE "P"             TO STCH-MOVE-TYPE.
           MOVE WS-LN-LOT (WS-LINE-IDX) TO STCH-LOT-NUMBER.
        EGR-040.
           WRITE STOCKCHANGE-RECORD
               INVALID KEY
                MOVE "WRITE FAILED FOR GOODS RECEIPT MOVEMENT."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO EGR-030.
           IF WS-LN-LOT (WS-LINE-IDX) NOT = " "
              PERFORM E-RECEIVE-LOT.
           ADD WS-LN-NOW (WS-LINE-IDX) TO POL-RECEIVED-QTY.
           ADD WS-VAL TO POL-RECEIVED-VALUE.
           IF POL-RECEIVED-QTY NOT < POL-ORDER-QTY
              MOVE "R" TO POL-STATUS.
           REWRITE PURORDLINE-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR PURCHASE ORDER LINE."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO EGR-030.
           MOVE POL-RECEIVED-QTY TO WS-LN-RCVD (WS-LINE-IDX).
           ADD WS-VAL TO PO-RECEIVED-VALUE.
           GO TO EGR-030.
        EGR-050.
      *    THE ORDER IS RECEIVED ONCE EVERY LINE IS IN FULL.
           MOVE 0 TO WS-LINE-IDX.
        EGR-052.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              MOVE "R" TO PO-STATUS
              GO TO EGR-060.
           IF WS-LN-RCVD (WS-LINE-IDX) < WS-LN-QTY (WS-LINE-IDX)
              GO TO EGR-060.
           GO TO EGR-052.
        EGR-060.
           REWRITE PURORDER-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR PURCHASE ORDER." TO WS-MESSAGE
           GO TO EGR-005.
        EGR-EXIT.
           EXIT.
      *
        E-RECEIVE-LOT SECTION.
        ERL-005.
           MOVE POL-STOCKNUMBER          TO WS-LOT-STOCK.
           MOVE PO-WAREHOUSE             TO WS-LOT-WHSE.
           MOVE WS-LN-LOT (WS-LINE-IDX)  TO WS-LOT-NUMBER.
           MOVE WS-LN-EXPIRY (WS-LINE-IDX) TO WS-LOT-EXPIRY.
           MOVE WS-LN-NOW (WS-LINE-IDX)  TO WS-LOT-QTY.
           MOVE "R"                      TO WS-LOT-TYPE.
           MOVE WS-TODAY-DATE            TO WS-LOT-DATE.
           MOVE PO-CREDITOR              TO WS-LOT-PARTY.
           MOVE PO-NUMBER                TO WS-LOT-REF.
           MOVE 0                        TO WS-LOT-TRANS.
           PERFORM POST-STOCK-LOT.
           IF WS-LOT-FAILED
              MOVE "LOT BALANCE NOT UPDATED FOR THIS LINE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE.
        ERL-EXIT.
           EXIT.
      *
        E-LOAD-LINES SECTION.
      *****************************************************************
      * PULL THE ORDER'S LINES INTO THE LINE TABLE SO THE RECEIPT CAN
      * BE KEYED IN FULL BEFORE ANYTHING POSTS.
      *****************************************************************
        ELL-005.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE PO-NUMBER TO POL-NUMBER.
           MOVE 0         TO POL-LINE.
           START PURORDLINE-FILE KEY NOT < POL-KEY
               INVALID KEY
             GO TO ELL-EXIT.
        ELL-010.
           READ PURORDLINE-FILE NEXT
               AT END
             GO TO ELL-EXIT.
           IF POL-NUMBER NOT = PO-NUMBER
              GO TO ELL-EXIT.
           IF WS-LINE-COUNT = 20
              GO TO ELL-EXIT.
           ADD 1 TO WS-LINE-COUNT.
           MOVE POL-LINE         TO WS-LN-LINE (WS-LINE-COUNT).
           MOVE POL-STOCKNUMBER  TO WS-LN-STOCK (WS-LINE-COUNT).
           MOVE POL-ORDER-QTY    TO WS-LN-QTY (WS-LINE-COUNT).
           MOVE POL-UNIT-PRICE   TO WS-LN-PRICE (WS-LINE-COUNT).
           MOVE POL-RECEIVED-QTY TO WS-LN-RCVD (WS-LINE-COUNT).
           MOVE 0                TO WS-LN-NOW (WS-LINE-COUNT)
                                    WS-LN-EXPIRY (WS-LINE-COUNT).
           MOVE SPACES           TO WS-LN-LOT (WS-LINE-COUNT).
           GO TO ELL-010.
        ELL-EXIT.
           EXIT.
      *
        E-NEXT-SEQUENCE SECTION.
        ENS-005.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE POL-STOCKNUMBER TO STCH-STOCKNUMBER.
           MOVE 9999            TO STCH-SEQUENCE.
           START STOCKCHANGE-MASTER KEY NOT > STCH-KEY
               INVALID KEY
             GO TO ENS-EXIT.
           READ STOCKCHANGE-MASTER PREVIOUS
               AT END
             GO TO ENS-EXIT.
           IF STCH-STOCKNUMBER = POL-STOCKNUMBER
              ADD 1 STCH-SEQUENCE GIVING WS-NEXT-SEQ.
        ENS-EXIT.
           EXIT.
           CLOSE CREDITOR-MASTER
                 STOCK-MASTER
                 PURORDER-FILE
                 PURORDLINE-FILE
                 STOCKCHANGE-MASTER
                 STOCKLOT-FILE
                 STLOTMOVE-FILE.
           DISPLAY "ORDERS CAPTURED:  " WS-ORD-COUNT.
           DISPLAY "RECEIPTS POSTED:  " WS-REC-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
        C-EXIT.
           EXIT.
      *
        COPY "StockLotPost".
        COPY "ErrorMessage".
      * END-OF-JOB.
