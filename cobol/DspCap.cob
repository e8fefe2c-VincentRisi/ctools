        IDENTIFICATION DIVISION.
        PROGRAM-ID. DspCap.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectDrMaster".
         Copy "SelectStMaster".
         Copy "SelectSalesOrder".
         Copy "SelectSoLine".
         Copy "SelectSalesLine".
         Copy "SelectDispatch".
         Copy "SelectDispLine".
           SELECT DEBTOR-DELIVERY ASSIGN TO "DrDeliver"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRDEL-KEY
               FILE STATUS IS WS-DRDEL-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdDebtor.
           COPY ChlfdStockMast.
           COPY ChlfdSalesOrder.
           COPY ChlfdSoLine.
           COPY ChlfdSalesLine.
           COPY ChlfdDispatch.
           COPY ChlfdDispLine.
           COPY ChlfdDrDelAddress.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-MODE          PIC X VALUE " ".
           77  WS-CONFIRM       PIC X VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-SO-IN         PIC X(06) VALUE " ".
           77  WS-ACC-IN        PIC X(07) VALUE " ".
           77  WS-REF-IN        PIC X(10) VALUE " ".
           77  WS-SITE-IN       PIC X(02) VALUE " ".
           77  WS-QTY-IN        PIC X(12) VALUE " ".
           77  WS-NOTE-IN       PIC X(06) VALUE " ".
           77  WS-QTY           PIC S9(07)V999 VALUE 0.
           77  WS-WAIT          PIC S9(07)V999 VALUE 0.
           77  WS-SITE          PIC 9(02) VALUE 0.
           77  WS-NEXT-NOTE     PIC 9(06) VALUE 0.
           77  WS-NOTE-COUNT    PIC 9(06) VALUE 0.
           77  WS-SEND-COUNT    PIC 9(02) VALUE 0.
           77  WS-KEY-EDIT      PIC 9(07) VALUE 0.
           77  WS-LINES-EDIT    PIC Z9.
           77  WS-QTY-EDIT      PIC Z(6)9.999-.
           77  WS-COMMAND       PIC X(250) VALUE SPACES.
           77  WS-CMD-STATUS    PIC 9(4) BINARY COMP VALUE 0.
           77  WS-LINE-COUNT    PIC 9(02) COMP VALUE 0.
           77  WS-LINE-IDX      PIC 9(02) COMP VALUE 0.
           77  SUB-DIS          PIC 9(4) VALUE 0.
      *****************************************************************
      * THE DOCUMENT BEING DISPATCHED: A SALES ORDER OR AN INVOICE,
      * AND THE LINES ON IT STILL WAITING TO GO OUT. WS-LN-SEND IS
      * THE QUANTITY GOING ON THIS DELIVERY NOTE.
      *****************************************************************
           01  WS-DOCUMENT.
               03  WS-DOC-TYPE      PIC X(01).
               03  WS-DOC-ACC       PIC 9(07).
               03  WS-DOC-NUMBER    PIC 9(06).
               03  WS-DOC-REF       PIC X(10).
               03  WS-DOC-WHSE      PIC X(04).
           01  WS-LINE-TABLE.
               03  WS-LINE-ENTRY OCCURS 20.
                   05  WS-LN-SRC-LINE PIC 9(04).
                   05  WS-LN-STOCK  PIC 9(08).
                   05  WS-LN-WAIT   PIC S9(07)V999.
                   05  WS-LN-SEND   PIC S9(07)V999.
           01  WS-NOTE-PRINT.
               03  WS-NP-NUMBER     PIC 9(06).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-NP-DATE       PIC 9999/99/99.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-NP-SITE       PIC 9(02).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-NP-SITE-NAME  PIC X(30).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-NP-PRINTED    PIC X(11).
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-STOCK-STATUS.
               03  WS-STOCK-ST1     PIC 99.
           01  WS-SO-STATUS.
               03  WS-SO-ST1        PIC 99.
           01  WS-SOL-STATUS.
               03  WS-SOL-ST1       PIC 99.
           01  WS-SL-STATUS.
               03  WS-SL-ST1        PIC 99.
           01  WS-DSP-STATUS.
               03  WS-DSP-ST1       PIC 99.
           01  WS-DSPL-STATUS.
               03  WS-DSPL-ST1      PIC 99.
           01  WS-DRDEL-STATUS.
               03  WS-DRDEL-ST1     PIC 99.
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
           DISPLAY "** DISPATCH AND DELIVERY NOTES **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           OPEN INPUT DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "CANNOT OPEN DEBTOR MASTER, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN INPUT STOCK-MASTER.
           OPEN INPUT DEBTOR-DELIVERY.
           IF WS-DRDEL-ST1 = 35
              OPEN OUTPUT DEBTOR-DELIVERY
              CLOSE DEBTOR-DELIVERY
              OPEN INPUT DEBTOR-DELIVERY.
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
           OPEN I-O SALESLINE-FILE.
           IF WS-SL-ST1 = 35
              OPEN OUTPUT SALESLINE-FILE
              CLOSE SALESLINE-FILE
              OPEN I-O SALESLINE-FILE.
           OPEN I-O DISPATCH-FILE.
           IF WS-DSP-ST1 = 35
              OPEN OUTPUT DISPATCH-FILE
              CLOSE DISPATCH-FILE
              OPEN I-O DISPATCH-FILE.
           OPEN I-O DISPLINE-FILE.
           IF WS-DSPL-ST1 = 35
              OPEN OUTPUT DISPLINE-FILE
              CLOSE DISPLINE-FILE
              OPEN I-O DISPLINE-FILE.
           IF WS-DSP-ST1 NOT = 0 OR WS-DSPL-ST1 NOT = 0
              MOVE "CANNOT OPEN DISPATCH LOG, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              PERFORM C-END
              EXIT PROGRAM.
        A-EXIT.
           EXIT.
      *
        B-CAPTURE SECTION.
        BC-005.
           MOVE 1010 TO W-POS.
           DISPLAY "O=ORDER I=INVOICE R=REPRINT E=ENQUIRE END=BLANK [ ]"
              AT W-POS.
           MOVE 1059 TO W-POS.
           MOVE " " TO WS-MODE.
           ACCEPT WS-MODE AT W-POS.
           IF WS-MODE = " "
              GO TO BC-EXIT.
           IF WS-MODE = "O"
              PERFORM D-FROM-ORDER
              GO TO BC-005.
           IF WS-MODE = "I"
              PERFORM E-FROM-INVOICE
              GO TO BC-005.
           IF WS-MODE = "R"
              PERFORM G-REPRINT
              GO TO BC-005.
           IF WS-MODE = "E"
              PERFORM H-ENQUIRE
              GO TO BC-005.
           MOVE "ENTER O, I, R, E OR BLANK, RE-ENTER." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        D-FROM-ORDER SECTION.
      *****************************************************************
      * A SALES ORDER SHIPS WHAT HAS BEEN ALLOCATED OR INVOICED ON IT
      * AND NOT YET SENT. THE OPERATOR MAY SEND LESS THAN IS WAITING
      * ON A LINE; THE BALANCE STAYS ON THE NEXT PICKING SLIP.
      *****************************************************************
        DFO-005.
           MOVE 1210 TO W-POS.
           DISPLAY "SALES ORDER NUMBER: [      ]" AT W-POS.
           MOVE 1231 TO W-POS.
           MOVE " " TO WS-SO-IN.
           ACCEPT WS-SO-IN AT W-POS.
           IF WS-SO-IN = " "
              GO TO DFO-EXIT.
           MOVE FUNCTION NUMVAL(WS-SO-IN) TO SO-NUMBER.
           READ SALESORDER-FILE
               INVALID KEY
             MOVE "NO SUCH SALES ORDER, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO DFO-005.
           MOVE "O"          TO WS-DOC-TYPE.
           MOVE SO-ACCOUNT   TO WS-DOC-ACC.
           MOVE SO-NUMBER    TO WS-DOC-NUMBER.
           MOVE SO-REFERENCE TO WS-DOC-REF.
           MOVE SO-WAREHOUSE TO WS-DOC-WHSE.
           PERFORM F-SHOW-DEBTOR.
           MOVE 0         TO WS-LINE-COUNT.
           MOVE SO-NUMBER TO SOL-NUMBER.
           MOVE 0         TO SOL-LINE.
           START SOLINE-FILE KEY NOT < SOL-KEY
               INVALID KEY
             GO TO DFO-020.
        DFO-010.
           READ SOLINE-FILE NEXT
               AT END
             GO TO DFO-020.
           IF SOL-NUMBER NOT = SO-NUMBER
              GO TO DFO-020.
           IF SOL-DISPATCH-QTY NOT NUMERIC
              MOVE 0 TO SOL-DISPATCH-QTY.
           COMPUTE WS-WAIT = SOL-ALLOC-QTY + SOL-INVOICED-QTY
                           - SOL-DISPATCH-QTY.
           IF WS-WAIT NOT > 0
              GO TO DFO-010.
           IF WS-LINE-COUNT = 20
              GO TO DFO-020.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SOL-LINE        TO WS-LN-SRC-LINE (WS-LINE-COUNT).
           MOVE SOL-STOCKNUMBER TO WS-LN-STOCK (WS-LINE-COUNT).
           MOVE WS-WAIT         TO WS-LN-WAIT (WS-LINE-COUNT)
                                   WS-LN-SEND (WS-LINE-COUNT).
           GO TO DFO-010.
        DFO-020.
           IF WS-LINE-COUNT = 0
              MOVE "NOTHING ON THIS ORDER IS WAITING TO GO OUT."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DFO-005.
           MOVE 0 TO WS-LINE-IDX.
        DFO-030.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO DFO-050.
           MOVE WS-LN-STOCK (WS-LINE-IDX) TO STK-STOCKNUMBER.
           MOVE WS-DOC-WHSE               TO STK-WAREHOUSE.
           PERFORM F-DESCRIBE.
           MOVE 1410 TO W-POS.
           DISPLAY "ITEM:" AT W-POS.
           MOVE 1420 TO W-POS.
           DISPLAY WS-LN-STOCK (WS-LINE-IDX) AT W-POS.
           MOVE 1430 TO W-POS.
           DISPLAY STK-DESCRIPTION AT W-POS.
           MOVE WS-LN-WAIT (WS-LINE-IDX) TO WS-QTY-EDIT.
           MOVE 1510 TO W-POS.
           DISPLAY "WAITING:" AT W-POS.
           MOVE 1520 TO W-POS.
           DISPLAY WS-QTY-EDIT AT W-POS.
        DFO-040.
           MOVE 1610 TO W-POS.
           DISPLAY "QUANTITY TO SEND (BLANK=ALL): [            ]"
              AT W-POS.
           MOVE 1641 TO W-POS.
           MOVE " " TO WS-QTY-IN.
           ACCEPT WS-QTY-IN AT W-POS.
           IF WS-QTY-IN = " "
              MOVE WS-LN-WAIT (WS-LINE-IDX) TO WS-LN-SEND (WS-LINE-IDX)
              GO TO DFO-030.
           MOVE FUNCTION NUMVAL(WS-QTY-IN) TO WS-QTY.
           IF WS-QTY < 0 OR WS-QTY > WS-LN-WAIT (WS-LINE-IDX)
              MOVE "QUANTITY MUST BE NIL UP TO WHAT IS WAITING."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DFO-040.
           MOVE WS-QTY TO WS-LN-SEND (WS-LINE-IDX).
           GO TO DFO-030.
        DFO-050.
           PERFORM F-DISPATCH.
        DFO-EXIT.
           EXIT.
      *
        E-FROM-INVOICE SECTION.
      *****************************************************************
      * AN INVOICE KEYED WITHOUT A SALES ORDER SHIPS IN FULL, FOUND
      * BY ITS ACCOUNT AND REFERENCE. ONE NOTE LEAVES FROM ONE
      * WAREHOUSE, SO LINES FROM ANOTHER WAREHOUSE WAIT FOR A SECOND
      * NOTE.
      *****************************************************************
        EFI-005.
           MOVE 1210 TO W-POS.
           DISPLAY "DEBTOR ACCOUNT: [       ]" AT W-POS.
           MOVE 1227 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN = " "
              GO TO EFI-EXIT.
           MOVE FUNCTION NUMVAL(WS-ACC-IN) TO WS-DOC-ACC.
           PERFORM F-SHOW-DEBTOR.
        EFI-008.
           MOVE 1410 TO W-POS.
           DISPLAY "INVOICE REFERENCE: [          ]" AT W-POS.
           MOVE 1430 TO W-POS.
           MOVE " " TO WS-REF-IN.
           ACCEPT WS-REF-IN AT W-POS.
           IF WS-REF-IN = " "
              GO TO EFI-005.
           MOVE "I"       TO WS-DOC-TYPE.
           MOVE WS-REF-IN TO WS-DOC-REF.
           MOVE SPACES    TO WS-DOC-WHSE.
           MOVE 0         TO WS-DOC-NUMBER
                             WS-LINE-COUNT.
           MOVE WS-DOC-ACC TO SL-ACCOUNT-NUMBER.
           MOVE 0          TO SL-TRANS-NUMBER
                              SL-LINE.
           START SALESLINE-FILE KEY NOT < SL-KEY
               INVALID KEY
             GO TO EFI-020.
        EFI-010.
           READ SALESLINE-FILE NEXT
               AT END
             GO TO EFI-020.
           IF SL-ACCOUNT-NUMBER NOT = WS-DOC-ACC
              GO TO EFI-020.
           IF SL-REFERENCE NOT = WS-REF-IN
                OR NOT SL-AWAIT-DISPATCH
              GO TO EFI-010.
           IF WS-DOC-NUMBER = 0
              MOVE SL-TRANS-NUMBER TO WS-DOC-NUMBER
              MOVE SL-WAREHOUSE    TO WS-DOC-WHSE.
           IF SL-TRANS-NUMBER NOT = WS-DOC-NUMBER
                OR SL-WAREHOUSE NOT = WS-DOC-WHSE
              GO TO EFI-010.
           IF WS-LINE-COUNT = 20
              GO TO EFI-020.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SL-LINE        TO WS-LN-SRC-LINE (WS-LINE-COUNT).
           MOVE SL-STOCKNUMBER TO WS-LN-STOCK (WS-LINE-COUNT).
           MOVE SL-QUANTITY    TO WS-LN-WAIT (WS-LINE-COUNT)
                                  WS-LN-SEND (WS-LINE-COUNT).
           GO TO EFI-010.
        EFI-020.
           IF WS-LINE-COUNT = 0
              MOVE "NO LINES ON THAT INVOICE WAITING TO GO OUT."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO EFI-008.
           MOVE WS-LINE-COUNT TO WS-LINES-EDIT.
           MOVE SPACES TO WS-MESSAGE.
           STRING "LINES TO SEND FROM WAREHOUSE " DELIMITED BY SIZE
                  WS-DOC-WHSE DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-LINES-EDIT DELIMITED BY SIZE
                  INTO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           PERFORM F-DISPATCH.
        EFI-EXIT.
           EXIT.
      *
        F-SHOW-DEBTOR SECTION.
        FSD-005.
           MOVE WS-DOC-ACC TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE "UNKNOWN DEBTOR" TO DEBTOR-NAME.
           MOVE 1310 TO W-POS.
           DISPLAY DEBTOR-NAME AT W-POS.
        FSD-EXIT.
           EXIT.
      *
        F-DESCRIBE SECTION.
        FDE-005.
           READ STOCK-MASTER
               INVALID KEY
             MOVE SPACES TO STK-DESCRIPTION.
        FDE-EXIT.
           EXIT.
      *
        F-DISPATCH SECTION.
      *****************************************************************
      * CHOOSE WHERE THE GOODS GO, THEN LOG THE NOTE AND ITS LINES,
      * MARK THE DOCUMENT'S LINES AS SENT AND PRINT THE NOTE FOR THE
      * CUSTOMER TO SIGN.
      *****************************************************************
        FDI-005.
           MOVE 1810 TO W-POS.
           DISPLAY "DELIVERY SITE (0=ACCOUNT ADDRESS): [  ]" AT W-POS.
           MOVE 1846 TO W-POS.
           MOVE " " TO WS-SITE-IN.
           ACCEPT WS-SITE-IN AT W-POS.
           MOVE FUNCTION NUMVAL(WS-SITE-IN) TO WS-SITE.
           IF WS-SITE = 0
              MOVE DEBTOR-NAME     TO DRDEL-NAME
              MOVE DEBTOR-ADDRESS1 TO DRDEL-ADDRESS1
              GO TO FDI-010.
           MOVE WS-DOC-ACC TO DRDEL-ACCOUNT-NUMBER.
           MOVE WS-SITE    TO DRDEL-SITE-NUMBER.
           READ DEBTOR-DELIVERY
               INVALID KEY
             MOVE "NO SUCH DELIVERY SITE FOR THIS ACCOUNT, RE-ENTER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO FDI-005.
        FDI-010.
           MOVE 1910 TO W-POS.
           DISPLAY DRDEL-NAME AT W-POS.
           MOVE 2010 TO W-POS.
           DISPLAY DRDEL-ADDRESS1 AT W-POS.
           MOVE 0 TO WS-LINE-IDX
                     WS-SEND-COUNT.
        FDI-012.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO FDI-015.
           IF WS-LN-SEND (WS-LINE-IDX) > 0
              ADD 1 TO WS-SEND-COUNT.
           GO TO FDI-012.
        FDI-015.
           IF WS-SEND-COUNT = 0
              MOVE "NOTHING TO SEND, NO NOTE WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO FDI-EXIT.
        FDI-020.
           MOVE 2210 TO W-POS.
           DISPLAY "DISPATCH AND PRINT DELIVERY NOTE, Y/N: [ ]"
              AT W-POS.
           MOVE 2250 TO W-POS.
           ACCEPT WS-CONFIRM AT W-POS.
           IF WS-CONFIRM = "N"
              GO TO FDI-EXIT.
           IF WS-CONFIRM NOT = "Y"
              GO TO FDI-020.
           PERFORM F-NEXT-NOTE.
        FDI-030.
           MOVE SPACES TO DISPATCH-RECORD.
           MOVE WS-NEXT-NOTE   TO DSP-NUMBER.
           MOVE WS-DOC-TYPE    TO DSP-DOC-TYPE.
           MOVE WS-DOC-ACC     TO DSP-ACCOUNT.
           MOVE WS-DOC-NUMBER  TO DSP-DOC-NUMBER.
           MOVE WS-DOC-REF     TO DSP-REFERENCE.
           MOVE WS-DOC-WHSE    TO DSP-WAREHOUSE.
           MOVE WS-SITE        TO DSP-SITE-NUMBER.
           MOVE WS-TODAY-DATE  TO DSP-DATE.
           MOVE WS-LINKAGE-OPERATOR TO DSP-OPERATOR.
           MOVE WS-SEND-COUNT  TO DSP-LINE-COUNT.
           MOVE 0              TO DSP-PRINTED-DATE.
           WRITE DISPATCH-RECORD
               INVALID KEY
             IF WS-DSP-ST1 = 22 AND DSP-NUMBER < 999999
                ADD 1 TO WS-NEXT-NOTE
                GO TO FDI-030
             ELSE
                MOVE "WRITE FAILED FOR DISPATCH LOG." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO FDI-EXIT.
           MOVE 0 TO WS-LINE-IDX
                     WS-SEND-COUNT.
        FDI-040.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > WS-LINE-COUNT
              GO TO FDI-050.
           IF WS-LN-SEND (WS-LINE-IDX) NOT > 0
              GO TO FDI-040.
           ADD 1 TO WS-SEND-COUNT.
           MOVE SPACES TO DISPLINE-RECORD.
           MOVE WS-NEXT-NOTE   TO DSPL-NUMBER.
           MOVE WS-SEND-COUNT  TO DSPL-LINE.
           MOVE WS-LN-STOCK (WS-LINE-IDX)    TO DSPL-STOCKNUMBER.
           MOVE WS-LN-SEND (WS-LINE-IDX)     TO DSPL-QTY.
           MOVE WS-LN-SRC-LINE (WS-LINE-IDX) TO DSPL-SOURCE-LINE.
           WRITE DISPLINE-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR DISPATCH LINE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO FDI-040.
           IF WS-DOC-TYPE = "O"
              PERFORM F-MARK-ORDER-LINE
           ELSE
              PERFORM F-MARK-INVOICE-LINE.
           GO TO FDI-040.
        FDI-050.
           ADD 1 TO WS-NOTE-COUNT.
           PERFORM G-PRINT-NOTE.
        FDI-EXIT.
           EXIT.
      *
        F-MARK-ORDER-LINE SECTION.
        FMO-005.
           MOVE WS-DOC-NUMBER                TO SOL-NUMBER.
           MOVE WS-LN-SRC-LINE (WS-LINE-IDX) TO SOL-LINE.
           READ SOLINE-FILE
               INVALID KEY
             GO TO FMO-EXIT.
           IF SOL-DISPATCH-QTY NOT NUMERIC
              MOVE 0 TO SOL-DISPATCH-QTY.
           ADD WS-LN-SEND (WS-LINE-IDX) TO SOL-DISPATCH-QTY.
           REWRITE SOLINE-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR SALES ORDER LINE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
        FMO-EXIT.
           EXIT.
      *
        F-MARK-INVOICE-LINE SECTION.
        FMI-005.
           MOVE WS-DOC-ACC                   TO SL-ACCOUNT-NUMBER.
           MOVE WS-DOC-NUMBER                TO SL-TRANS-NUMBER.
           MOVE WS-LN-SRC-LINE (WS-LINE-IDX) TO SL-LINE.
           READ SALESLINE-FILE
               INVALID KEY
             GO TO FMI-EXIT.
           MOVE "D" TO SL-DISPATCH-FLAG.
           REWRITE SALESLINE-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR SALES LINE HISTORY."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
        FMI-EXIT.
           EXIT.
      *
        F-NEXT-NOTE SECTION.
        FNN-005.
           MOVE 1 TO WS-NEXT-NOTE.
           MOVE 999999 TO DSP-NUMBER.
           START DISPATCH-FILE KEY NOT > DSP-KEY
               INVALID KEY
             GO TO FNN-EXIT.
           READ DISPATCH-FILE PREVIOUS
               AT END
             GO TO FNN-EXIT.
           ADD 1 DSP-NUMBER GIVING WS-NEXT-NOTE.
        FNN-EXIT.
           EXIT.
      *
        G-REPRINT SECTION.
        GRP-005.
           MOVE 1210 TO W-POS.
           DISPLAY "DELIVERY NOTE NUMBER: [      ]" AT W-POS.
           MOVE 1233 TO W-POS.
           MOVE " " TO WS-NOTE-IN.
           ACCEPT WS-NOTE-IN AT W-POS.
           IF WS-NOTE-IN = " "
              GO TO GRP-EXIT.
           MOVE FUNCTION NUMVAL(WS-NOTE-IN) TO WS-NEXT-NOTE.
           PERFORM G-PRINT-NOTE.
        GRP-EXIT.
           EXIT.
      *
        G-PRINT-NOTE SECTION.
      *****************************************************************
      * THE NOTE GOES THROUGH THE SHARED PDF PIPELINE, WHICH ALSO
      * ARCHIVES IT; THE LOG RECORDS THE DATE IT LAST PRINTED.
      *****************************************************************
        GPN-005.
           MOVE WS-NEXT-NOTE TO DSP-NUMBER.
           READ DISPATCH-FILE
               INVALID KEY
             MOVE "NO SUCH DELIVERY NOTE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO GPN-EXIT.
           MOVE DSP-NUMBER TO WS-KEY-EDIT.
           MOVE SPACES TO WS-COMMAND.
           STRING "env PP-REPORT-TYPE=DELNOTE PP-KEY-NUMBER="
                  DELIMITED BY SIZE
                  WS-KEY-EDIT DELIMITED BY SIZE
                  " USERNAME=DSPRUN ./TestStuff" DELIMITED BY SIZE
                  INTO WS-COMMAND.
           CALL "SYSTEM" USING WS-COMMAND
               RETURNING WS-CMD-STATUS
               END-CALL.
           IF WS-CMD-STATUS NOT = 0
              MOVE "DELIVERY NOTE DID NOT PRINT, USE R TO REPRINT."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO GPN-EXIT.
           MOVE WS-TODAY-DATE TO DSP-PRINTED-DATE.
           REWRITE DISPATCH-RECORD
               INVALID KEY
             MOVE "PRINTED BUT DATE NOT STAMPED ON LOG." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO GPN-EXIT.
           MOVE SPACES TO WS-MESSAGE.
           STRING "DELIVERY NOTE " DELIMITED BY SIZE
                  DSP-NUMBER DELIMITED BY SIZE
                  " PRINTED." DELIMITED BY SIZE
                  INTO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        GPN-EXIT.
           EXIT.
      *
        H-ENQUIRE SECTION.
      *****************************************************************
      * WAS IT DELIVERED, AND WHERE TO: EVERY NOTE LOGGED AGAINST A
      * SALES ORDER, OR AGAINST AN INVOICE FOUND BY ITS ACCOUNT AND
      * REFERENCE, WITH THE SITE IT WENT TO.
      *****************************************************************
        HEN-005.
           MOVE 1210 TO W-POS.
           DISPLAY "SALES ORDER (BLANK=BY INVOICE): [      ]" AT W-POS.
           MOVE 1243 TO W-POS.
           MOVE " " TO WS-SO-IN.
           ACCEPT WS-SO-IN AT W-POS.
           IF WS-SO-IN = " "
              GO TO HEN-010.
           MOVE FUNCTION NUMVAL(WS-SO-IN) TO SO-NUMBER.
           READ SALESORDER-FILE
               INVALID KEY
             MOVE "NO SUCH SALES ORDER, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO HEN-005.
           MOVE "O"        TO DSP-DOC-TYPE.
           MOVE SO-ACCOUNT TO DSP-ACCOUNT
                              WS-DOC-ACC.
           MOVE SO-NUMBER  TO DSP-DOC-NUMBER.
           GO TO HEN-030.
        HEN-010.
           MOVE 1310 TO W-POS.
           DISPLAY "DEBTOR ACCOUNT: [       ]" AT W-POS.
           MOVE 1327 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN = " "
              GO TO HEN-EXIT.
           MOVE FUNCTION NUMVAL(WS-ACC-IN) TO WS-DOC-ACC.
           MOVE 1410 TO W-POS.
           DISPLAY "INVOICE REFERENCE: [          ]" AT W-POS.
           MOVE 1430 TO W-POS.
           MOVE " " TO WS-REF-IN.
           ACCEPT WS-REF-IN AT W-POS.
           MOVE WS-DOC-ACC TO SL-ACCOUNT-NUMBER.
           MOVE 0          TO SL-TRANS-NUMBER
                              SL-LINE.
           START SALESLINE-FILE KEY NOT < SL-KEY
               INVALID KEY
             GO TO HEN-025.
        HEN-020.
           READ SALESLINE-FILE NEXT
               AT END
             GO TO HEN-025.
           IF SL-ACCOUNT-NUMBER NOT = WS-DOC-ACC
              GO TO HEN-025.
           IF SL-REFERENCE NOT = WS-REF-IN
              GO TO HEN-020.
           MOVE "I"             TO DSP-DOC-TYPE.
           MOVE WS-DOC-ACC      TO DSP-ACCOUNT.
           MOVE SL-TRANS-NUMBER TO DSP-DOC-NUMBER.
           GO TO HEN-030.
        HEN-025.
           MOVE "NO INVOICE LINES ON FILE FOR THAT REFERENCE."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO HEN-EXIT.
        HEN-030.
           MOVE DSP-DOC-KEY TO WS-DOCUMENT.
           START DISPATCH-FILE KEY NOT < DSP-DOC-KEY
               INVALID KEY
             GO TO HEN-050.
           MOVE 1500 TO SUB-DIS.
        HEN-040.
           READ DISPATCH-FILE NEXT
               AT END
             GO TO HEN-050.
           IF DSP-DOC-KEY NOT = WS-DOCUMENT (1:14)
              GO TO HEN-050.
           IF SUB-DIS > 2100
              MOVE "MORE NOTES ON FILE THAN FIT, LATEST NOT SHOWN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO HEN-EXIT.
           ADD 100 TO SUB-DIS.
           MOVE DSP-NUMBER      TO WS-NP-NUMBER.
           MOVE DSP-DATE        TO WS-NP-DATE.
           MOVE DSP-SITE-NUMBER TO WS-NP-SITE.
           PERFORM H-SITE-NAME.
           IF DSP-PRINTED-DATE = 0
              MOVE "NOT PRINTED" TO WS-NP-PRINTED
           ELSE
              MOVE "PRINTED"     TO WS-NP-PRINTED.
           MOVE SUB-DIS TO W-POS.
           ADD 5 TO W-POS.
           DISPLAY WS-NOTE-PRINT AT W-POS.
           GO TO HEN-040.
        HEN-050.
           IF SUB-DIS = 1500
              MOVE "NOT DISPATCHED, NO DELIVERY NOTE ON FILE."
                 TO WS-MESSAGE
           ELSE
              MOVE "END OF DELIVERY NOTES FOR THIS DOCUMENT."
                 TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        HEN-EXIT.
           EXIT.
      *
        H-SITE-NAME SECTION.
        HSN-005.
           IF DSP-SITE-NUMBER = 0
              MOVE "ACCOUNT ADDRESS" TO WS-NP-SITE-NAME
              GO TO HSN-EXIT.
           MOVE DSP-ACCOUNT     TO DRDEL-ACCOUNT-NUMBER.
           MOVE DSP-SITE-NUMBER TO DRDEL-SITE-NUMBER.
           READ DEBTOR-DELIVERY
               INVALID KEY
             MOVE "SITE NO LONGER ON FILE" TO WS-NP-SITE-NAME
             GO TO HSN-EXIT.
           MOVE DRDEL-NAME TO WS-NP-SITE-NAME.
        HSN-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE DEBTOR-MASTER
                 STOCK-MASTER
                 DEBTOR-DELIVERY
                 SALESORDER-FILE
                 SOLINE-FILE
                 SALESLINE-FILE
                 DISPATCH-FILE
                 DISPLINE-FILE.
           DISPLAY "DELIVERY NOTES WRITTEN: " WS-NOTE-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
