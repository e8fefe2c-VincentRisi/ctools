        IDENTIFICATION DIVISION.
        PROGRAM-ID. LndCstCap.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectLandCost".
         Copy "SelectPurOrder".
         Copy "SelectPoLine".
           SELECT STOCKCHANGE-MASTER ASSIGN TO "StChanges"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STCH-KEY
               FILE STATUS IS WS-CHANGE-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdLandCost.
           COPY ChlfdPurOrder.
           COPY ChlfdPoLine.
           COPY ChlfdStockChanges.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-CONFIRM       PIC X VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-ACC-IN        PIC X(07) VALUE " ".
           77  WS-TRANS-IN      PIC X(06) VALUE " ".
           77  WS-PO-IN         PIC X(06) VALUE " ".
           77  WS-BASIS         PIC X VALUE " ".
           77  WS-NEXT-SEQ      PIC 9(04) VALUE 0.
           77  WS-PO-COUNT      PIC 9(02) COMP VALUE 0.
           77  WS-PO-IDX        PIC 9(02) COMP VALUE 0.
           77  WS-LINE-COUNT    PIC 9(03) COMP VALUE 0.
           77  WS-LINE-IDX      PIC 9(03) COMP VALUE 0.
           77  WS-LINES-ADDED   PIC 9(03) COMP VALUE 0.
           77  WS-QTY-TOTAL     PIC S9(09)V999 VALUE 0.
           77  WS-VAL-TOTAL     PIC S9(11)V99 VALUE 0.
           77  WS-LEFT          PIC S9(09)V99 VALUE 0.
           77  WS-WRITTEN       PIC 9(03) VALUE 0.
           77  WS-FAILED        PIC 9(03) VALUE 0.
           77  WS-SPREAD-COUNT  PIC 9(06) VALUE 0.
           77  WS-SPREAD-TOTAL  PIC S9(09)V99 VALUE 0.
           77  WS-VAL-EDIT      PIC Z,ZZZ,ZZ9.99-.
           77  WS-QTY-EDIT      PIC Z(8)9.999-.
           77  WS-COUNT-EDIT    PIC ZZ9.
           77  SUB-1            PIC 9(04) COMP VALUE 0.
      *****************************************************************
      * THE RECEIVED LINES OF EVERY ORDER NAMED, WITH THE SHARE OF THE
      * LANDED COST EACH IS TO CARRY.
      *****************************************************************
           01  WS-LINE-TABLE.
               03  WS-LINE-ENTRY OCCURS 100.
                   05  WS-LN-PO     PIC 9(06).
                   05  WS-LN-STOCK  PIC 9(08).
                   05  WS-LN-WHSE   PIC X(04).
                   05  WS-LN-QTY    PIC S9(07)V999.
                   05  WS-LN-VALUE  PIC S9(09)V99.
                   05  WS-LN-SHARE  PIC S9(09)V99.
           01  WS-PO-TABLE.
               03  WS-PO-NUMBER     PIC 9(06) OCCURS 10.
           01  ALPHA-RATE.
               03  AL-RATE      PIC X(01) OCCURS 7 VALUE " ".
           01  WS-LC-STATUS.
               03  WS-LC-ST1        PIC 99.
           01  WS-PO-STATUS.
               03  WS-PO-ST1        PIC 99.
           01  WS-POL-STATUS.
               03  WS-POL-ST1       PIC 99.
           01  WS-CHANGE-STATUS.
               03  WS-CHANGE-ST1    PIC 99.
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
           DISPLAY "** LANDED COST CAPTURE **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           OPEN I-O LANDED-COST-FILE.
           IF WS-LC-ST1 NOT = 0
              MOVE "NO LANDED COSTS HELD, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN INPUT PURORDER-FILE.
           IF WS-PO-ST1 NOT = 0
              MOVE "NO PURCHASE ORDER FILE, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE LANDED-COST-FILE
              EXIT PROGRAM.
           OPEN INPUT PURORDLINE-FILE.
           IF WS-POL-ST1 NOT = 0
              MOVE "NO PURCHASE ORDER LINES, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE LANDED-COST-FILE
                    PURORDER-FILE
              EXIT PROGRAM.
           OPEN I-O STOCKCHANGE-MASTER.
           IF WS-CHANGE-ST1 = 35
              OPEN OUTPUT STOCKCHANGE-MASTER
              CLOSE STOCKCHANGE-MASTER
              OPEN I-O STOCKCHANGE-MASTER.
           IF WS-CHANGE-ST1 NOT = 0
              MOVE "CANNOT OPEN STOCK CHANGES, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE LANDED-COST-FILE
                    PURORDER-FILE
                    PURORDLINE-FILE
              EXIT PROGRAM.
        A-EXIT.
           EXIT.
      *
        B-CAPTURE SECTION.
      *****************************************************************
      * PICK UP A LANDED COST INVOICE HELD BY SUPPLIER INVOICE
      * CAPTURE, NAME THE ORDERS WHOSE RECEIPTS IT BELONGS TO, AND
      * SPREAD IT OVER THEIR RECEIVED LINES BY VALUE OR BY QUANTITY.
      *****************************************************************
        BC-005.
           MOVE 1010 TO W-POS.
           DISPLAY "CREDITOR ACCOUNT (BLANK=END): [       ]" AT W-POS.
           MOVE 1041 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN = " "
              GO TO BC-EXIT.
           MOVE WS-ACC-IN TO ALPHA-RATE.
           PERFORM CHECK-ENTRY.
           MOVE ALPHA-RATE TO WS-ACC-IN.
        BC-010.
           MOVE 1110 TO W-POS.
           DISPLAY "INVOICE TRANSACTION NUMBER: [      ]" AT W-POS.
           MOVE 1139 TO W-POS.
           MOVE " " TO WS-TRANS-IN.
           ACCEPT WS-TRANS-IN AT W-POS.
           IF WS-TRANS-IN = " "
              GO TO BC-005.
           MOVE WS-ACC-IN TO LC-CREDITOR.
           MOVE FUNCTION NUMVAL(WS-TRANS-IN) TO LC-TRANS-NUMBER.
           READ LANDED-COST-FILE
               INVALID KEY
             MOVE "NO LANDED COST HELD FOR THAT INVOICE, RE-ENTER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-010.
           IF LC-SPREAD
              MOVE SPACES TO WS-MESSAGE
              STRING "INVOICE ALREADY SPREAD ON " DELIMITED BY SIZE
                     LC-SPREAD-DATE DELIMITED BY SIZE
                     ", RE-ENTER." DELIMITED BY SIZE
                     INTO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           MOVE LC-AMOUNT TO WS-VAL-EDIT.
           MOVE 1210 TO W-POS.
           DISPLAY "REF:            DATE:           NET:" AT W-POS.
           MOVE 1215 TO W-POS.
           DISPLAY LC-REFERENCE AT W-POS.
           MOVE 1232 TO W-POS.
           DISPLAY LC-DATE AT W-POS.
           MOVE 1247 TO W-POS.
           DISPLAY WS-VAL-EDIT AT W-POS.
        BC-020.
           MOVE 1410 TO W-POS.
           DISPLAY "SPREAD BY V=VALUE, Q=QUANTITY (BLANK=V): [ ]"
              AT W-POS.
           MOVE 1452 TO W-POS.
           MOVE " " TO WS-BASIS.
           ACCEPT WS-BASIS AT W-POS.
           IF WS-BASIS = " "
              MOVE "V" TO WS-BASIS.
           IF WS-BASIS NOT = "V" AND WS-BASIS NOT = "Q"
              MOVE "ENTER V OR Q, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
           MOVE 0 TO WS-PO-COUNT
                     WS-LINE-COUNT
                     WS-QTY-TOTAL
                     WS-VAL-TOTAL.
        BC-030.
           IF WS-PO-COUNT = 10
              MOVE "TEN ORDERS NAMED, GOING TO CONFIRM." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-040.
           MOVE 1610 TO W-POS.
           DISPLAY "ORDER RECEIVED (BLANK=NO MORE): [      ]" AT W-POS.
           MOVE 1643 TO W-POS.
           MOVE " " TO WS-PO-IN.
           ACCEPT WS-PO-IN AT W-POS.
           IF WS-PO-IN = " "
              IF WS-PO-COUNT = 0
                 MOVE "NO ORDERS NAMED, NOTHING SPREAD." TO WS-MESSAGE
                 PERFORM ERROR-MESSAGE
                 GO TO BC-005
              ELSE
                 GO TO BC-040.
           MOVE FUNCTION NUMVAL(WS-PO-IN) TO PO-NUMBER.
           READ PURORDER-FILE
               INVALID KEY
             MOVE "NO SUCH PURCHASE ORDER, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-030.
           IF PO-DRAFT
              MOVE "DRAFT ORDER, NOTHING RECEIVED, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           MOVE 0 TO WS-PO-IDX.
        BC-032.
           ADD 1 TO WS-PO-IDX.
           IF WS-PO-IDX > WS-PO-COUNT
              GO TO BC-034.
           IF WS-PO-NUMBER (WS-PO-IDX) = PO-NUMBER
              MOVE "ORDER ALREADY NAMED, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           GO TO BC-032.
        BC-034.
           PERFORM C-LOAD-LINES.
           IF WS-LINES-ADDED = 0
              MOVE "NOTHING RECEIVED ON THAT ORDER, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           ADD 1 TO WS-PO-COUNT.
           MOVE PO-NUMBER TO WS-PO-NUMBER (WS-PO-COUNT).
           MOVE WS-LINE-COUNT TO WS-COUNT-EDIT.
           MOVE 1710 TO W-POS.
           DISPLAY "LINES:      RECEIVED VALUE:               QTY:"
              AT W-POS.
           MOVE 1717 TO W-POS.
           DISPLAY WS-COUNT-EDIT AT W-POS.
           MOVE WS-VAL-TOTAL TO WS-VAL-EDIT.
           MOVE 1738 TO W-POS.
           DISPLAY WS-VAL-EDIT AT W-POS.
           MOVE WS-QTY-TOTAL TO WS-QTY-EDIT.
           MOVE 1757 TO W-POS.
           DISPLAY WS-QTY-EDIT AT W-POS.
           IF WS-LINE-COUNT = 100
              MOVE "LINE TABLE FULL AT 100, GOING TO CONFIRM."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-040.
           GO TO BC-030.
        BC-040.
           IF (WS-BASIS = "V" AND WS-VAL-TOTAL NOT > 0)
                OR (WS-BASIS = "Q" AND WS-QTY-TOTAL NOT > 0)
              MOVE "NOTHING TO SPREAD BY ON THOSE ORDERS."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           PERFORM D-SPREAD.
        BC-045.
           MOVE 1810 TO W-POS.
           DISPLAY "SPREAD THIS LANDED COST, Y/N: [ ]" AT W-POS.
           MOVE 1841 TO W-POS.
           ACCEPT WS-CONFIRM AT W-POS.
           IF WS-CONFIRM = "N"
              GO TO BC-005.
           IF WS-CONFIRM NOT = "Y"
              GO TO BC-045.
           PERFORM E-POST.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        C-LOAD-LINES SECTION.
      *****************************************************************
      * ADD THE ORDER'S RECEIVED LINES TO THE LINE TABLE. A LINE
      * NOTHING HAS BEEN RECEIVED ON CARRIES NO LANDED COST.
      *****************************************************************
        CLL-005.
           MOVE 0 TO WS-LINES-ADDED.
           MOVE PO-NUMBER TO POL-NUMBER.
           MOVE 0         TO POL-LINE.
           START PURORDLINE-FILE KEY NOT < POL-KEY
               INVALID KEY
             GO TO CLL-EXIT.
        CLL-010.
           READ PURORDLINE-FILE NEXT
               AT END
             GO TO CLL-EXIT.
           IF POL-NUMBER NOT = PO-NUMBER
              GO TO CLL-EXIT.
           IF POL-RECEIVED-QTY NOT > 0
              GO TO CLL-010.
           IF WS-LINE-COUNT = 100
              GO TO CLL-EXIT.
           ADD 1 TO WS-LINE-COUNT
                    WS-LINES-ADDED.
           MOVE PO-NUMBER          TO WS-LN-PO (WS-LINE-COUNT).
           MOVE POL-STOCKNUMBER    TO WS-LN-STOCK (WS-LINE-COUNT).
           MOVE PO-WAREHOUSE       TO WS-LN-WHSE (WS-LINE-COUNT).
           MOVE POL-RECEIVED-QTY   TO WS-LN-QTY (WS-LINE-COUNT).
           MOVE POL-RECEIVED-VALUE TO WS-LN-VALUE (WS-LINE-COUNT).
           MOVE 0                  TO WS-LN-SHARE (WS-LINE-COUNT).
           ADD POL-RECEIVED-QTY   TO WS-QTY-TOTAL.
           ADD POL-RECEIVED-VALUE TO WS-VAL-TOTAL.
           GO TO CLL-010.
        CLL-EXIT.
           EXIT.
      *
        D-SPREAD SECTION.
      *****************************************************************
      * EACH LINE TAKES ITS PROPORTION OF THE NET AMOUNT; THE LAST
      * LINE TAKES WHATEVER ROUNDING IS LEFT SO THE SHARES ADD UP TO
      * EXACTLY WHAT WENT TO STOCK CONTROL.
      *****************************************************************
        DS-005.
           MOVE LC-AMOUNT TO WS-LEFT.
           MOVE 0 TO WS-LINE-IDX.
        DS-010.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO DS-EXIT.
           IF WS-LINE-IDX = WS-LINE-COUNT
              MOVE WS-LEFT TO WS-LN-SHARE (WS-LINE-IDX)
              GO TO DS-EXIT.
           IF WS-BASIS = "V"
              COMPUTE WS-LN-SHARE (WS-LINE-IDX) ROUNDED =
                 LC-AMOUNT * WS-LN-VALUE (WS-LINE-IDX) / WS-VAL-TOTAL
           ELSE
              COMPUTE WS-LN-SHARE (WS-LINE-IDX) ROUNDED =
                 LC-AMOUNT * WS-LN-QTY (WS-LINE-IDX) / WS-QTY-TOTAL.
           SUBTRACT WS-LN-SHARE (WS-LINE-IDX) FROM WS-LEFT.
           GO TO DS-010.
        DS-EXIT.
           EXIT.
      *
        E-POST SECTION.
      *****************************************************************
      * ONE VALUE-ONLY PURCHASE MOVEMENT PER LINE, DATED WITH THE
      * INVOICE, SO THE POSTING RUN LIFTS THE ON-HAND VALUE AND THE
      * AVERAGE COST WITHOUT TOUCHING THE QUANTITY. THE HELD RECORD
      * THEN KEEPS THE ORDERS AND BASIS IT WAS SPREAD ON.
      *****************************************************************
        EP-005.
           MOVE 0 TO WS-LINE-IDX
                     WS-WRITTEN
                     WS-FAILED.
        EP-010.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO EP-050.
           IF WS-LN-SHARE (WS-LINE-IDX) = 0
              GO TO EP-010.
           PERFORM E-NEXT-SEQUENCE.
           MOVE SPACES                    TO STOCKCHANGE-RECORD.
           MOVE WS-LN-STOCK (WS-LINE-IDX) TO STCH-STOCKNUMBER.
           MOVE WS-NEXT-SEQ               TO STCH-SEQUENCE.
           MOVE LC-DATE                   TO STCH-CHANGE-DATE.
           MOVE 0                         TO STCH-QUANTITY.
           MOVE WS-LN-SHARE (WS-LINE-IDX) TO STCH-VALUE.
           MOVE WS-LN-WHSE (WS-LINE-IDX)  TO STCH-WAREHOUSE.
           MOVE " "                       TO STCH-POSTED-FLAG.
           MOVE "L"                       TO STCH-MOVE-TYPE.
        EP-020.
           WRITE STOCKCHANGE-RECORD
               INVALID KEY
             IF WS-CHANGE-ST1 = 22 AND STCH-SEQUENCE < 9999
                ADD 1 TO STCH-SEQUENCE
                GO TO EP-020
             ELSE
                ADD 1 TO WS-FAILED
                GO TO EP-010.
           ADD 1 TO WS-WRITTEN.
           GO TO EP-010.
        EP-050.
           MOVE "S"            TO LC-STATUS.
           MOVE WS-BASIS       TO LC-BASIS.
           MOVE WS-PO-COUNT    TO LC-PO-COUNT.
           MOVE 0 TO WS-PO-IDX.
        EP-052.
           ADD 1 TO WS-PO-IDX.
           IF WS-PO-IDX > 10
              GO TO EP-054.
           IF WS-PO-IDX > WS-PO-COUNT
              MOVE 0 TO LC-PO-NUMBER (WS-PO-IDX)
           ELSE
              MOVE WS-PO-NUMBER (WS-PO-IDX)
                TO LC-PO-NUMBER (WS-PO-IDX).
           GO TO EP-052.
        EP-054.
           MOVE WS-WRITTEN     TO LC-LINE-COUNT.
           MOVE WS-TODAY-DATE  TO LC-SPREAD-DATE.
           MOVE WS-LINKAGE-OPERATOR TO LC-OPERATOR.
           REWRITE LANDED-COST-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR LANDED COST, CHECK MOVEMENTS."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO EP-EXIT.
           ADD 1 TO WS-SPREAD-COUNT.
           ADD LC-AMOUNT TO WS-SPREAD-TOTAL.
           IF WS-FAILED NOT = 0
              MOVE WS-FAILED TO WS-COUNT-EDIT
              MOVE SPACES TO WS-MESSAGE
              STRING WS-COUNT-EDIT DELIMITED BY SIZE
                     " MOVEMENTS NOT WRITTEN, ADJUST THOSE BY HAND."
                        DELIMITED BY SIZE
                     INTO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO EP-EXIT.
           MOVE "LANDED COST SPREAD TO STOCK CHANGES." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        EP-EXIT.
           EXIT.
      *
        E-NEXT-SEQUENCE SECTION.
        ENS-005.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE WS-LN-STOCK (WS-LINE-IDX) TO STCH-STOCKNUMBER.
           MOVE 9999                      TO STCH-SEQUENCE.
           START STOCKCHANGE-MASTER KEY NOT > STCH-KEY
               INVALID KEY
             GO TO ENS-EXIT.
           READ STOCKCHANGE-MASTER PREVIOUS
               AT END
             GO TO ENS-EXIT.
           IF STCH-STOCKNUMBER = WS-LN-STOCK (WS-LINE-IDX)
              ADD 1 STCH-SEQUENCE GIVING WS-NEXT-SEQ.
        ENS-EXIT.
           EXIT.
      *
        CHECK-ENTRY SECTION.
        CE-001.
           MOVE 0 TO SUB-1.
        CE-010.
           IF SUB-1 < 7
               ADD 1 TO SUB-1
           ELSE
               GO TO CE-999.
           IF AL-RATE (SUB-1) = " "
               MOVE "0" TO AL-RATE (SUB-1).
           GO TO CE-010.
        CE-999.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE LANDED-COST-FILE
                 PURORDER-FILE
                 PURORDLINE-FILE
                 STOCKCHANGE-MASTER.
           MOVE WS-SPREAD-TOTAL TO WS-VAL-EDIT.
           DISPLAY "LANDED COSTS SPREAD: " WS-SPREAD-COUNT.
           DISPLAY "VALUE SPREAD:        " WS-VAL-EDIT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
