        FILE-CONTROL.
         Copy "SelectStMaster".
         Copy "SelectCrMaster".
         Copy "SelectPurOrder".
         Copy "SelectPoLine".
           SELECT REPORT-TEXT-FILE ASSIGN TO
                     "/ctools/spl/StReorder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT DRAFT-REG-FILE ASSIGN TO
                     "/ctools/spl/PoDraftReg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdStockMast.
           COPY ChlfdCreditor.
           COPY ChlfdPurOrder.
           COPY ChlfdPoLine.
           FD  REPORT-TEXT-FILE
               LABEL RECORDS ARE STANDARD.
           01  REPORT-TEXT-LINE         PIC X(132).
           FD  DRAFT-REG-FILE
               LABEL RECORDS ARE STANDARD.
           01  DRAFT-REG-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
           77  WS-COMPANY-CODE PIC X(02) VALUE " ".
           77  WS-W-STATUS      PIC 9(4) BINARY COMP VALUE 0.
           77  WS-COMMAND-LINE  PIC X(256) VALUE " ".
           77  WS-PRINTER       PIC X(10) VALUE " ".
           77  WS-ACCEPT        PIC X VALUE " ".
           77  WS-CUR-WHSE      PIC X(04) VALUE " ".
           77  WS-NEXT-PO       PIC 9(06) VALUE 0.
           77  WS-PO-LINE       PIC 9(04) VALUE 0.
           77  WS-PO-VALUE      PIC S9(09)V99 VALUE 0.
           77  WS-LINE-VAL      PIC S9(09)V99 VALUE 0.
           77  WS-DRAFT-COUNT   PIC 9(04) VALUE 0.
           77  WS-DLINE-COUNT   PIC 9(06) VALUE 0.
           77  WS-SKIP-COUNT    PIC 9(06) VALUE 0.
           77  WS-SKIP-NOTE     PIC X(20) VALUE " ".
           77  WS-SCAN-OPEN-SW  PIC X VALUE "N".
               88  WS-SCAN-OPEN       VALUE "Y".
           01  WS-STOCK-STATUS.
               03  WS-STOCK-ST1     PIC 99.
           01  WS-CREDITOR-STATUS.
               03  WS-CREDITOR-ST1  PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           01  WS-PO-STATUS.
               03  WS-PO-ST1        PIC 99.
           01  WS-POL-STATUS.
               03  WS-POL-ST1       PIC 99.
           01  WS-REG-STATUS.
               03  WS-REG-ST1       PIC 99.
      *****************************************************************
      * EVERY ITEM FOUND BELOW ITS REORDER POINT, COLLECTED ON THE
      * FIRST PASS SO THE SUGGESTED PURCHASE LIST CAN BE PRINTED
      * GROUPED BY PREFERRED SUPPLIER ON THE SECOND. THE LAST
      * AGREED PRICE AND THE ON-ORDER FLAG ARE FILLED IN FROM THE
      * PURCHASE ORDERS ONLY WHEN DRAFT ORDERS ARE ASKED FOR.
      *****************************************************************
           77  WS-SHORT-IDX     PIC 9(04) COMP VALUE 0.
           77  WS-ST-IDX        PIC 9(04) COMP VALUE 0.
           77  WS-MATCH-IDX     PIC 9(04) COMP VALUE 0.
           01  WS-SHORT-TABLE.
               03  WS-SHORT OCCURS 500 TIMES.
                   05  WS-SH-SUPPLIER   PIC X(07).
                   05  WS-SH-LEVEL      PIC S9(07)V999.
                   05  WS-SH-ORDER      PIC S9(07)V999.
                   05  WS-SH-DONE       PIC X(01).
                   05  WS-SH-PRICE      PIC S9(07)V99.
                   05  WS-SH-ONORDER    PIC X(01).
                   05  WS-SH-DRAFT      PIC X(01).
           01  WS-DETAIL-LINE.
               03  WS-DL-STOCK      PIC 9(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  FILLER           PIC X(13) VALUE "     ON HAND".
               03  FILLER           PIC X(13) VALUE "     REORDER".
               03  FILLER           PIC X(13) VALUE "   SUGGESTED".
           01  WS-REG-DETAIL.
               03  WS-RL-PO         PIC Z(05)9 BLANK WHEN ZERO.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-RL-SUPPLIER   PIC X(07).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-RL-STOCK      PIC 9(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-RL-WHSE       PIC X(04).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-RL-QTY        PIC Z(6)9.999-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-RL-PRICE      PIC Z(6)9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-RL-NOTE       PIC X(20).
               03  FILLER           PIC X(52) VALUE " ".
           01  WS-REG-HEAD.
               03  FILLER           PIC X(08) VALUE "    PO".
               03  FILLER           PIC X(09) VALUE "SUPPLIER".
               03  FILLER           PIC X(10) VALUE "STOCK".
               03  FILLER           PIC X(06) VALUE "WHSE".
               03  FILLER           PIC X(14) VALUE "    QUANTITY".
               03  FILLER           PIC X(13) VALUE "   UNIT PRICE".
               03  FILLER           PIC X(20) VALUE "NOTE".
        Copy "WsDateInfo".
      *
        LINKAGE SECTION.
           PERFORM B-SCAN-STOCK.
           PERFORM C-REPORT.
           PERFORM D-PIPELINE.
           PERFORM F-DRAFT-ORDERS.
           PERFORM E-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
           MOVE STK-DESCRIPTION   TO WS-SH-DESC (WS-ST-IDX).
           MOVE STK-ONHAND-QTY    TO WS-SH-ONHAND (WS-ST-IDX).
           MOVE STK-REORDER-LEVEL TO WS-SH-LEVEL (WS-ST-IDX).
      *    AN ITEM NEVER BOUGHT ON AN ORDER FALLS BACK TO ITS
      *    AVERAGE COST AS THE DRAFT PRICE.
           IF STK-AVG-COST NUMERIC
              COMPUTE WS-SH-PRICE (WS-ST-IDX) ROUNDED = STK-AVG-COST
           ELSE
              MOVE 0 TO WS-SH-PRICE (WS-ST-IDX).
           MOVE "N" TO WS-SH-ONORDER (WS-ST-IDX).
           MOVE " " TO WS-SH-DRAFT (WS-ST-IDX).
      *    NO FIXED REORDER QUANTITY MEANS ORDER BACK UP TO THE
      *    REORDER LEVEL.
           IF STK-REORDER-QTY NUMERIC AND STK-REORDER-QTY > 0
              DISPLAY "COMMAND FAILED: " WS-COMMAND-LINE.
        XRC-EXIT.
           EXIT.
      *
        F-DRAFT-ORDERS SECTION.
      *****************************************************************
      * OPTIONAL SECOND STEP ONCE THE LIST HAS BEEN REVIEWED: ONE
      * DRAFT PURCHASE ORDER PER SUPPLIER AND RECEIVING WAREHOUSE,
      * CARRYING THE SUGGESTED QUANTITY AT THE LAST AGREED PRICE.
      * AN ITEM ALREADY ON AN OPEN OR DRAFT ORDER THAT IS NOT YET
      * RECEIVED IS LEFT OFF SO A SECOND RUN CANNOT DOUBLE-ORDER.
      * DRAFTS ONLY COUNT AS ORDERS ONCE RELEASED ON PoRelease.
      * THE JOB DIRECTION D CREATES THE DRAFTS AND L LISTS ONLY,
      * WITHOUT ASKING.
      *****************************************************************
        FDO-005.
           IF WS-SHORT-COUNT = 0
              GO TO FDO-EXIT.
           IF LK-DIRECTION = "D"
              MOVE "Y" TO WS-ACCEPT
              GO TO FDO-008.
           IF LK-DIRECTION = "L"
              GO TO FDO-EXIT.
           MOVE 1210 TO W-POS.
           DISPLAY "CREATE DRAFT PURCHASE ORDERS, Y/N: [ ]" AT W-POS.
           MOVE 1246 TO W-POS.
           MOVE " " TO WS-ACCEPT.
           ACCEPT WS-ACCEPT AT W-POS.
           IF WS-ACCEPT = "N"
              GO TO FDO-EXIT.
           IF WS-ACCEPT NOT = "Y"
              GO TO FDO-005.
        FDO-008.
           OPEN I-O PURORDER-FILE.
           IF WS-PO-ST1 = 35
              OPEN OUTPUT PURORDER-FILE
              CLOSE PURORDER-FILE
              OPEN I-O PURORDER-FILE.
           IF WS-PO-ST1 NOT = 0
              MOVE "CANNOT OPEN PURCHASE ORDERS, NO DRAFTS CREATED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO FDO-EXIT.
           OPEN I-O PURORDLINE-FILE.
           IF WS-POL-ST1 = 35
              OPEN OUTPUT PURORDLINE-FILE
              CLOSE PURORDLINE-FILE
              OPEN I-O PURORDLINE-FILE.
           IF WS-POL-ST1 NOT = 0
              CLOSE PURORDER-FILE
              MOVE "CANNOT OPEN ORDER LINES, NO DRAFTS CREATED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO FDO-EXIT.
           PERFORM F-SCAN-ORDERS.
           OPEN OUTPUT DRAFT-REG-FILE.
           MOVE SPACES TO DRAFT-REG-LINE.
           STRING "DRAFT PURCHASE ORDER REGISTER " DELIMITED BY SIZE
                  WS-NOW (1:8) DELIMITED BY SIZE
                  " COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  INTO DRAFT-REG-LINE.
           WRITE DRAFT-REG-LINE.
           MOVE SPACES TO DRAFT-REG-LINE.
           WRITE DRAFT-REG-LINE.
           MOVE WS-REG-HEAD TO DRAFT-REG-LINE.
           WRITE DRAFT-REG-LINE.
           MOVE 1 TO WS-ST-IDX.
        FDO-010.
           IF WS-ST-IDX > WS-SHORT-COUNT
              GO TO FDO-090.
           IF WS-SH-DRAFT (WS-ST-IDX) NOT = " "
              ADD 1 TO WS-ST-IDX
              GO TO FDO-010.
           IF WS-SH-SUPPLIER (WS-ST-IDX) = " "
              MOVE "S" TO WS-SH-DRAFT (WS-ST-IDX)
              MOVE WS-ST-IDX TO WS-SHORT-IDX
              MOVE "NO SUPPLIER, SKIPPED" TO WS-SKIP-NOTE
              PERFORM F-SKIP-LINE
              ADD 1 TO WS-ST-IDX
              GO TO FDO-010.
           IF WS-SH-ONORDER (WS-ST-IDX) = "Y"
              MOVE "O" TO WS-SH-DRAFT (WS-ST-IDX)
              MOVE WS-ST-IDX TO WS-SHORT-IDX
              MOVE "ALREADY ON ORDER" TO WS-SKIP-NOTE
              PERFORM F-SKIP-LINE
              ADD 1 TO WS-ST-IDX
              GO TO FDO-010.
           IF WS-SH-ORDER (WS-ST-IDX) NOT > 0
              MOVE "S" TO WS-SH-DRAFT (WS-ST-IDX)
              MOVE WS-ST-IDX TO WS-SHORT-IDX
              MOVE "NOTHING TO ORDER" TO WS-SKIP-NOTE
              PERFORM F-SKIP-LINE
              ADD 1 TO WS-ST-IDX
              GO TO FDO-010.
           MOVE WS-SH-SUPPLIER (WS-ST-IDX)  TO WS-CUR-SUPPLIER.
           MOVE WS-SH-WAREHOUSE (WS-ST-IDX) TO WS-CUR-WHSE.
           PERFORM F-OPEN-DRAFT.
           IF WS-NEXT-PO = 0
              GO TO FDO-090.
           MOVE 0 TO WS-SHORT-IDX.
        FDO-020.
           ADD 1 TO WS-SHORT-IDX.
           IF WS-SHORT-IDX > WS-SHORT-COUNT
              GO TO FDO-030.
           IF WS-SH-DRAFT (WS-SHORT-IDX) NOT = " "
              GO TO FDO-020.
           IF WS-SH-SUPPLIER (WS-SHORT-IDX) NOT = WS-CUR-SUPPLIER
                OR WS-SH-WAREHOUSE (WS-SHORT-IDX) NOT = WS-CUR-WHSE
              GO TO FDO-020.
           IF WS-SH-ONORDER (WS-SHORT-IDX) = "Y"
              MOVE "O" TO WS-SH-DRAFT (WS-SHORT-IDX)
              MOVE "ALREADY ON ORDER" TO WS-SKIP-NOTE
              PERFORM F-SKIP-LINE
              GO TO FDO-020.
           IF WS-SH-ORDER (WS-SHORT-IDX) NOT > 0
              MOVE "S" TO WS-SH-DRAFT (WS-SHORT-IDX)
              MOVE "NOTHING TO ORDER" TO WS-SKIP-NOTE
              PERFORM F-SKIP-LINE
              GO TO FDO-020.
      *    A FULL ORDER IS CLOSED OFF; THE ITEMS LEFT OVER START THE
      *    SUPPLIER'S NEXT DRAFT.
           IF WS-PO-LINE = 20
              GO TO FDO-030.
           ADD 1 TO WS-PO-LINE.
           MOVE SPACES TO PURORDLINE-RECORD.
           MOVE WS-NEXT-PO                  TO POL-NUMBER.
           MOVE WS-PO-LINE                  TO POL-LINE.
           MOVE WS-SH-STOCK (WS-SHORT-IDX)  TO POL-STOCKNUMBER.
           MOVE WS-SH-ORDER (WS-SHORT-IDX)  TO POL-ORDER-QTY.
           MOVE WS-SH-PRICE (WS-SHORT-IDX)  TO POL-UNIT-PRICE.
           MOVE 0                           TO POL-RECEIVED-QTY
                                               POL-RECEIVED-VALUE.
           MOVE "O"                         TO POL-STATUS.
           WRITE PURORDLINE-RECORD
               INVALID KEY
             SUBTRACT 1 FROM WS-PO-LINE
             MOVE "S" TO WS-SH-DRAFT (WS-SHORT-IDX)
             MOVE "LINE WRITE FAILED" TO WS-SKIP-NOTE
             PERFORM F-SKIP-LINE
             GO TO FDO-020.
           MOVE "C" TO WS-SH-DRAFT (WS-SHORT-IDX).
           ADD 1 TO WS-DLINE-COUNT.
           COMPUTE WS-LINE-VAL ROUNDED =
              POL-ORDER-QTY * POL-UNIT-PRICE.
           ADD WS-LINE-VAL TO WS-PO-VALUE.
           MOVE SPACES                      TO WS-REG-DETAIL.
           MOVE WS-NEXT-PO                  TO WS-RL-PO.
           MOVE WS-CUR-SUPPLIER             TO WS-RL-SUPPLIER.
           MOVE POL-STOCKNUMBER             TO WS-RL-STOCK.
           MOVE WS-CUR-WHSE                 TO WS-RL-WHSE.
           MOVE POL-ORDER-QTY               TO WS-RL-QTY.
           MOVE POL-UNIT-PRICE              TO WS-RL-PRICE.
           MOVE "DRAFT LINE"                TO WS-RL-NOTE.
           MOVE WS-REG-DETAIL TO DRAFT-REG-LINE.
           WRITE DRAFT-REG-LINE.
           GO TO FDO-020.
        FDO-030.
           MOVE WS-PO-LINE  TO PO-LINE-COUNT.
           MOVE WS-PO-VALUE TO PO-ORDER-VALUE.
           REWRITE PURORDER-RECORD
               INVALID KEY
             DISPLAY "REWRITE FAILED FOR DRAFT ORDER " WS-NEXT-PO.
           ADD 1 TO WS-DRAFT-COUNT.
           GO TO FDO-010.
        FDO-090.
           MOVE SPACES TO DRAFT-REG-LINE.
           WRITE DRAFT-REG-LINE.
           MOVE SPACES TO DRAFT-REG-LINE.
           STRING "DRAFT ORDERS CREATED: " DELIMITED BY SIZE
                  WS-DRAFT-COUNT DELIMITED BY SIZE
                  "  LINES: " DELIMITED BY SIZE
                  WS-DLINE-COUNT DELIMITED BY SIZE
                  "  ITEMS SKIPPED: " DELIMITED BY SIZE
                  WS-SKIP-COUNT DELIMITED BY SIZE
                  INTO DRAFT-REG-LINE.
           WRITE DRAFT-REG-LINE.
           MOVE "RELEASE THE DRAFTS ON PoRelease BEFORE THEY COUNT."
              TO DRAFT-REG-LINE.
           WRITE DRAFT-REG-LINE.
           CLOSE PURORDER-FILE
                 PURORDLINE-FILE
                 DRAFT-REG-FILE.
           PERFORM G-REGISTER-PIPELINE.
        FDO-EXIT.
           EXIT.
      *
        F-OPEN-DRAFT SECTION.
      *****************************************************************
      * WRITE THE DRAFT HEADER UP FRONT SO ITS NUMBER CAN GO ON THE
      * LINES; THE LINE COUNT AND VALUE ARE REWRITTEN ONCE THE
      * SUPPLIER'S LINES ARE ALL ON. A ZERO WS-NEXT-PO MEANS NO
      * HEADER COULD BE WRITTEN.
      *****************************************************************
        FOD-005.
           MOVE 1 TO WS-NEXT-PO.
           MOVE 999999 TO PO-NUMBER.
           START PURORDER-FILE KEY NOT > PO-KEY
               INVALID KEY
             GO TO FOD-010.
           READ PURORDER-FILE PREVIOUS
               AT END
             GO TO FOD-010.
           ADD 1 PO-NUMBER GIVING WS-NEXT-PO.
        FOD-010.
           MOVE SPACES TO PURORDER-RECORD.
           MOVE WS-NEXT-PO      TO PO-NUMBER.
           MOVE WS-CUR-SUPPLIER TO PO-CREDITOR.
           MOVE WS-NOW (1:8)    TO PO-DATE.
           MOVE WS-CUR-WHSE     TO PO-WAREHOUSE.
           MOVE 0               TO PO-LINE-COUNT
                                   PO-ORDER-VALUE
                                   PO-RECEIVED-VALUE
                                   PO-SENT-DATE.
           MOVE "D"             TO PO-STATUS.
           WRITE PURORDER-RECORD
               INVALID KEY
             IF WS-PO-ST1 = 22 AND WS-NEXT-PO < 999999
                ADD 1 TO WS-NEXT-PO
                GO TO FOD-010
             ELSE
                MOVE "WRITE FAILED FOR DRAFT ORDER, DRAFTS STOPPED."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                MOVE 0 TO WS-NEXT-PO
                GO TO FOD-EXIT.
           MOVE 0 TO WS-PO-LINE
                     WS-PO-VALUE.
        FOD-EXIT.
           EXIT.
      *
        F-SKIP-LINE SECTION.
        FSL-005.
           ADD 1 TO WS-SKIP-COUNT.
           MOVE SPACES                          TO WS-REG-DETAIL.
           MOVE WS-SH-SUPPLIER (WS-SHORT-IDX)   TO WS-RL-SUPPLIER.
           MOVE WS-SH-STOCK (WS-SHORT-IDX)      TO WS-RL-STOCK.
           MOVE WS-SH-WAREHOUSE (WS-SHORT-IDX)  TO WS-RL-WHSE.
           MOVE WS-SH-ORDER (WS-SHORT-IDX)      TO WS-RL-QTY.
           MOVE WS-SH-PRICE (WS-SHORT-IDX)      TO WS-RL-PRICE.
           MOVE 0                               TO WS-RL-PO.
           MOVE WS-SKIP-NOTE                    TO WS-RL-NOTE.
           MOVE WS-REG-DETAIL TO DRAFT-REG-LINE.
           WRITE DRAFT-REG-LINE.
        FSL-EXIT.
           EXIT.
      *
        F-SCAN-ORDERS SECTION.
      *****************************************************************
      * ONE PASS OVER EVERY ORDER AND ITS LINES. ORDERS RUN IN NUMBER
      * ORDER, SO THE LAST PRICE SEEN FOR A STOCK ITEM IS THE LAST
      * ONE AGREED. A LINE NOT YET RECEIVED ON AN OPEN OR DRAFT
      * ORDER MARKS THE ITEM IN THAT WAREHOUSE AS ALREADY ON ORDER.
      *****************************************************************
        FSO-005.
           MOVE 0 TO PO-NUMBER.
           START PURORDER-FILE KEY NOT < PO-KEY
               INVALID KEY
             GO TO FSO-EXIT.
        FSO-010.
           READ PURORDER-FILE NEXT
               AT END
             GO TO FSO-EXIT.
           IF PO-OPEN OR PO-DRAFT
              MOVE "Y" TO WS-SCAN-OPEN-SW
           ELSE
              MOVE "N" TO WS-SCAN-OPEN-SW.
           MOVE PO-NUMBER TO POL-NUMBER.
           MOVE 0         TO POL-LINE.
           START PURORDLINE-FILE KEY NOT < POL-KEY
               INVALID KEY
             GO TO FSO-010.
        FSO-020.
           READ PURORDLINE-FILE NEXT
               AT END
             GO TO FSO-010.
           IF POL-NUMBER NOT = PO-NUMBER
              GO TO FSO-010.
           MOVE 0 TO WS-MATCH-IDX.
        FSO-030.
           ADD 1 TO WS-MATCH-IDX.
           IF WS-MATCH-IDX > WS-SHORT-COUNT
              GO TO FSO-020.
           IF WS-SH-STOCK (WS-MATCH-IDX) NOT = POL-STOCKNUMBER
              GO TO FSO-030.
           IF POL-UNIT-PRICE > 0
              MOVE POL-UNIT-PRICE TO WS-SH-PRICE (WS-MATCH-IDX).
           IF WS-SCAN-OPEN AND POL-OPEN
                AND WS-SH-WAREHOUSE (WS-MATCH-IDX) = PO-WAREHOUSE
              MOVE "Y" TO WS-SH-ONORDER (WS-MATCH-IDX).
           GO TO FSO-030.
        FSO-EXIT.
           EXIT.
      *
        G-REGISTER-PIPELINE SECTION.
      *****************************************************************
      * THE DRAFT REGISTER GOES THROUGH THE SAME PIPELINE AS THE
      * SUGGESTED PURCHASE LIST.
      *****************************************************************
        GRP-005.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "./text2pdf /ctools/spl/PoDraftReg.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/PoDraftReg.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/PoDraftReg.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "PODRAFT.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/PoDraftReg.pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
        GRP-EXIT.
           EXIT.
      *
        E-END SECTION.
        E-000.
              CLOSE CREDITOR-MASTER.
           DISPLAY "ITEMS BELOW REORDER LEVEL: " WS-SHORT-COUNT.
           DISPLAY "SUPPLIERS ON THE LIST:     " WS-SUPP-COUNT.
           DISPLAY "DRAFT ORDERS CREATED:      " WS-DRAFT-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        E-EXIT.
