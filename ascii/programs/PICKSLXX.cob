        IDENTIFICATION DIVISION.
        PROGRAM-ID. PICKSLXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectSalesOrder".
         Copy "SelectSoLine".
         Copy "SelectSalesLine".
         Copy "SelectStMaster".
           SELECT REPORT-TEXT-FILE ASSIGN TO
                     "/ctools/spl/PickSlip.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdSalesOrder.
           COPY ChlfdSoLine.
           COPY ChlfdSalesLine.
           COPY ChlfdStockMast.
           FD  REPORT-TEXT-FILE
               LABEL RECORDS ARE STANDARD.
           01  REPORT-TEXT-LINE         PIC X(132).
      *
       WORKING-STORAGE SECTION.
           77  WS-COMPANY-CODE PIC X(02) VALUE " ".
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-W-STATUS      PIC 9(4) BINARY COMP VALUE 0.
           77  WS-COMMAND-LINE  PIC X(256) VALUE " ".
           77  WS-PRINTER       PIC X(10) VALUE " ".
           77  WS-WHSE-IN       PIC X(04) VALUE " ".
           77  WS-ONE-WHSE      PIC X(04) VALUE " ".
           77  WS-SO-OFF-SW     PIC X VALUE "N".
               88  WS-SO-OFF          VALUE "Y".
           77  WS-SL-OFF-SW     PIC X VALUE "N".
               88  WS-SL-OFF          VALUE "Y".
           77  WS-STOCK-OFF-SW  PIC X VALUE "N".
               88  WS-STOCK-OFF       VALUE "Y".
           77  WS-FULL-SW       PIC X VALUE "N".
               88  WS-TABLE-FULL      VALUE "Y".
           77  WS-WAIT          PIC S9(07)V999 VALUE 0.
           77  WS-CUR-WHSE      PIC X(04) VALUE " ".
           77  WS-PICK-COUNT    PIC 9(04) COMP VALUE 0.
           77  WS-PICK-IDX      PIC 9(04) COMP VALUE 0.
           77  WS-MOVE-IDX      PIC 9(04) COMP VALUE 0.
           77  WS-LINES-PRINTED PIC 9(06) VALUE 0.
           01  WS-SO-STATUS.
               03  WS-SO-ST1        PIC 99.
           01  WS-SOL-STATUS.
               03  WS-SOL-ST1       PIC 99.
           01  WS-SL-STATUS.
               03  WS-SL-ST1        PIC 99.
           01  WS-STOCK-STATUS.
               03  WS-STOCK-ST1     PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
      *****************************************************************
      * EVERYTHING WAITING TO GO OUT, HELD IN WAREHOUSE THEN STOCK
      * NUMBER ORDER AS IT IS GATHERED SO THE PICKER WALKS EACH
      * WAREHOUSE ONCE. WS-NEW-PICK IS THE ENTRY BEING PLACED.
      *****************************************************************
           01  WS-NEW-PICK.
               03  WS-NP-SORT.
                   05  WS-NP-WHSE   PIC X(04).
                   05  WS-NP-STOCK  PIC 9(08).
               03  WS-NP-DOC        PIC X(14).
               03  WS-NP-ACC        PIC 9(07).
               03  WS-NP-QTY        PIC S9(07)V999.
           01  WS-PICK-TABLE.
               03  WS-PICK-ENTRY OCCURS 500.
                   05  WS-PK-SORT.
                       07  WS-PK-WHSE   PIC X(04).
                       07  WS-PK-STOCK  PIC 9(08).
                   05  WS-PK-DOC        PIC X(14).
                   05  WS-PK-ACC        PIC 9(07).
                   05  WS-PK-QTY        PIC S9(07)V999.
           01  WS-DETAIL-LINE.
               03  WS-DL-STOCK      PIC 9(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-DESC       PIC X(30).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-UOM        PIC X(06).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-DOC        PIC X(14).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-ACC        PIC 9(07).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-QTY        PIC Z(6)9.999-.
               03  FILLER           PIC X(16)
                   VALUE "  ______________".
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(10) VALUE "STOCK NO".
               03  FILLER           PIC X(32) VALUE "DESCRIPTION".
               03  FILLER           PIC X(08) VALUE "UOM".
               03  FILLER           PIC X(16) VALUE "DOCUMENT".
               03  FILLER           PIC X(09) VALUE "ACCOUNT".
               03  FILLER           PIC X(12) VALUE "     TO PICK".
               03  FILLER           PIC X(16) VALUE "  PICKED".
        Copy "WsDateInfo".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
            03  LK-DIRECTION     PIC X.
            03  LK-RETURN-CODE   PIC 9(02).
      *
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
      *****************************************************************
      * PICKING SLIPS FOR EVERYTHING WAITING TO BE DISPATCHED: SALES
      * ORDER LINES ALLOCATED OR INVOICED BUT NOT YET SENT, AND
      * INVOICE LINES KEYED WITHOUT AN ORDER THAT HAVE NO DELIVERY
      * NOTE YET. ONE SLIP PER WAREHOUSE IN STOCK NUMBER ORDER. THE
      * JOB DIRECTION A PRINTS EVERY WAREHOUSE WITHOUT ASKING.
      *****************************************************************
           PERFORM A-ACCEPT.
           PERFORM A-INIT.
           PERFORM B-GATHER-ORDERS.
           PERFORM B-GATHER-INVOICES.
           PERFORM C-PRINT.
           PERFORM D-PIPELINE.
           PERFORM E-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-ACCEPT SECTION.
        A-001.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           MOVE SPACES TO WS-ONE-WHSE.
           IF LK-DIRECTION = "A"
              GO TO A-AC-EXIT.
           MOVE 0810 TO W-POS.
           DISPLAY "** PICKING SLIPS **" AT W-POS.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           MOVE 1010 TO W-POS.
           DISPLAY "WAREHOUSE (BLANK=ALL): [    ]" AT W-POS.
           MOVE 1034 TO W-POS.
           MOVE " " TO WS-WHSE-IN.
           ACCEPT WS-WHSE-IN AT W-POS.
           MOVE WS-WHSE-IN TO WS-ONE-WHSE.
        A-AC-EXIT.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           OPEN INPUT SOLINE-FILE.
           IF WS-SOL-ST1 NOT = 0
              MOVE "Y" TO WS-SO-OFF-SW
              DISPLAY "NO SALES ORDER LINES, ORDERS LEFT OFF."
           ELSE
              OPEN INPUT SALESORDER-FILE
              IF WS-SO-ST1 NOT = 0
                 CLOSE SOLINE-FILE
                 MOVE "Y" TO WS-SO-OFF-SW
                 DISPLAY "NO SALES ORDER FILE, ORDERS LEFT OFF.".
           OPEN INPUT SALESLINE-FILE.
           IF WS-SL-ST1 NOT = 0
              MOVE "Y" TO WS-SL-OFF-SW
              DISPLAY "NO SALES LINE HISTORY, INVOICES LEFT OFF.".
           IF WS-SO-OFF AND WS-SL-OFF
              MOVE "NOTHING TO PICK FROM, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT STOCK-MASTER.
           IF WS-STOCK-ST1 NOT = 0
              MOVE "Y" TO WS-STOCK-OFF-SW
              DISPLAY "NO STOCK MASTER, DESCRIPTIONS LEFT OFF.".
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "PICKING SLIPS AS AT " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  " COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        A-EXIT.
           EXIT.
      *
        B-GATHER-ORDERS SECTION.
      *****************************************************************
      * AN ORDER LINE IS WAITING WHILE WHAT IS ALLOCATED OR ALREADY
      * INVOICED ON IT EXCEEDS WHAT HAS BEEN DISPATCHED, WHATEVER ITS
      * STATUS: AN INVOICED ORDER MAY STILL BE ON THE SHELF.
      *****************************************************************
        BGO-005.
           IF WS-SO-OFF
              GO TO BGO-EXIT.
           MOVE 0 TO SOL-NUMBER
                     SOL-LINE.
           START SOLINE-FILE KEY NOT < SOL-KEY
               INVALID KEY
             GO TO BGO-EXIT.
        BGO-010.
           READ SOLINE-FILE NEXT
               AT END
             GO TO BGO-EXIT.
           IF WS-ONE-WHSE NOT = " "
              IF SOL-WAREHOUSE NOT = WS-ONE-WHSE
                 GO TO BGO-010.
           IF SOL-DISPATCH-QTY NOT NUMERIC
              MOVE 0 TO SOL-DISPATCH-QTY.
           COMPUTE WS-WAIT = SOL-ALLOC-QTY + SOL-INVOICED-QTY
                           - SOL-DISPATCH-QTY.
           IF WS-WAIT NOT > 0
              GO TO BGO-010.
           MOVE SOL-NUMBER TO SO-NUMBER.
           READ SALESORDER-FILE
               INVALID KEY
             MOVE 0 TO SO-ACCOUNT.
           MOVE SOL-WAREHOUSE   TO WS-NP-WHSE.
           MOVE SOL-STOCKNUMBER TO WS-NP-STOCK.
           MOVE SPACES TO WS-NP-DOC.
           STRING "SO " DELIMITED BY SIZE
                  SOL-NUMBER DELIMITED BY SIZE
                  INTO WS-NP-DOC.
           MOVE SO-ACCOUNT TO WS-NP-ACC.
           MOVE WS-WAIT    TO WS-NP-QTY.
           PERFORM X-PLACE-PICK.
           IF WS-TABLE-FULL
              GO TO BGO-EXIT.
           GO TO BGO-010.
        BGO-EXIT.
           EXIT.
      *
        B-GATHER-INVOICES SECTION.
        BGI-005.
           IF WS-SL-OFF OR WS-TABLE-FULL
              GO TO BGI-EXIT.
           MOVE 0 TO SL-ACCOUNT-NUMBER
                     SL-TRANS-NUMBER
                     SL-LINE.
           START SALESLINE-FILE KEY NOT < SL-KEY
               INVALID KEY
             GO TO BGI-EXIT.
        BGI-010.
           READ SALESLINE-FILE NEXT
               AT END
             GO TO BGI-EXIT.
           IF NOT SL-AWAIT-DISPATCH
              GO TO BGI-010.
           IF WS-ONE-WHSE NOT = " "
              IF SL-WAREHOUSE NOT = WS-ONE-WHSE
                 GO TO BGI-010.
           MOVE SL-WAREHOUSE   TO WS-NP-WHSE.
           MOVE SL-STOCKNUMBER TO WS-NP-STOCK.
           MOVE SPACES TO WS-NP-DOC.
           STRING "INV " DELIMITED BY SIZE
                  SL-REFERENCE DELIMITED BY SIZE
                  INTO WS-NP-DOC.
           MOVE SL-ACCOUNT-NUMBER TO WS-NP-ACC.
           MOVE SL-QUANTITY       TO WS-NP-QTY.
           PERFORM X-PLACE-PICK.
           IF WS-TABLE-FULL
              GO TO BGI-EXIT.
           GO TO BGI-010.
        BGI-EXIT.
           EXIT.
      *
        X-PLACE-PICK SECTION.
      *****************************************************************
      * INSERT WS-NEW-PICK AFTER THE LAST ENTRY WITH A SORT KEY NOT
      * GREATER THAN ITS OWN, MOVING THE LATER ENTRIES DOWN ONE.
      *****************************************************************
        XPP-005.
           IF WS-PICK-COUNT = 500
              MOVE "Y" TO WS-FULL-SW
              DISPLAY "PICK TABLE FULL AT 500 LINES, REST LEFT OFF."
              GO TO XPP-EXIT.
           MOVE WS-PICK-COUNT TO WS-MOVE-IDX.
        XPP-010.
           IF WS-MOVE-IDX = 0
              GO TO XPP-020.
           IF WS-PK-SORT (WS-MOVE-IDX) NOT > WS-NP-SORT
              GO TO XPP-020.
           MOVE WS-PICK-ENTRY (WS-MOVE-IDX)
             TO WS-PICK-ENTRY (WS-MOVE-IDX + 1).
           SUBTRACT 1 FROM WS-MOVE-IDX.
           GO TO XPP-010.
        XPP-020.
           MOVE WS-NEW-PICK TO WS-PICK-ENTRY (WS-MOVE-IDX + 1).
           ADD 1 TO WS-PICK-COUNT.
        XPP-EXIT.
           EXIT.
      *
        C-PRINT SECTION.
        CP-005.
           IF WS-PICK-COUNT = 0
              MOVE "NOTHING IS WAITING TO BE PICKED."
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE
              GO TO CP-EXIT.
           MOVE SPACES TO WS-CUR-WHSE.
           MOVE 0 TO WS-PICK-IDX.
        CP-010.
           ADD 1 TO WS-PICK-IDX.
           IF WS-PICK-IDX > WS-PICK-COUNT
              GO TO CP-EXIT.
           IF WS-PK-WHSE (WS-PICK-IDX) NOT = WS-CUR-WHSE
              PERFORM C-WAREHOUSE-HEAD.
           MOVE WS-PK-STOCK (WS-PICK-IDX) TO WS-DL-STOCK
                                              STK-STOCKNUMBER.
           MOVE WS-PK-WHSE (WS-PICK-IDX)  TO STK-WAREHOUSE.
           MOVE SPACES TO WS-DL-DESC
                          WS-DL-UOM.
           IF NOT WS-STOCK-OFF
              READ STOCK-MASTER
                  INVALID KEY
                MOVE "NOT ON STOCK MASTER" TO STK-DESCRIPTION
                MOVE SPACES TO STK-UOM
              END-READ
              MOVE STK-DESCRIPTION TO WS-DL-DESC
              MOVE STK-UOM         TO WS-DL-UOM.
           MOVE WS-PK-DOC (WS-PICK-IDX) TO WS-DL-DOC.
           MOVE WS-PK-ACC (WS-PICK-IDX) TO WS-DL-ACC.
           MOVE WS-PK-QTY (WS-PICK-IDX) TO WS-DL-QTY.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           ADD 1 TO WS-LINES-PRINTED.
           GO TO CP-010.
        CP-EXIT.
           EXIT.
      *
        C-WAREHOUSE-HEAD SECTION.
        CWH-005.
           MOVE WS-PK-WHSE (WS-PICK-IDX) TO WS-CUR-WHSE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           STRING "PICKING SLIP FOR WAREHOUSE " DELIMITED BY SIZE
                  WS-CUR-WHSE DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-HEAD-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        CWH-EXIT.
           EXIT.
      *
        D-PIPELINE SECTION.
      *****************************************************************
      * HAND THE REPORT TEXT TO THE SHARED PDF PIPELINE TOOLS: TEXT
      * TO PDF, ARCHIVE A COPY, THEN DELIVER TO THE PRINTER.
      *****************************************************************
        DP-005.
           CLOSE REPORT-TEXT-FILE.
           ACCEPT WS-PRINTER FROM ENVIRONMENT "PP-PRINTER".
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "./text2pdf /ctools/spl/PickSlip.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/PickSlip.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/PickSlip.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "PICKSL.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/PickSlip.pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
        DP-EXIT.
           EXIT.
      *
        X-RUN-COMMAND SECTION.
        XRC-005.
           CALL "SYSTEM" USING WS-COMMAND-LINE
               RETURNING WS-W-STATUS.
           IF WS-W-STATUS NOT = 0
              DISPLAY "COMMAND FAILED: " WS-COMMAND-LINE.
        XRC-EXIT.
           EXIT.
      *
        E-END SECTION.
        E-000.
           IF NOT WS-SO-OFF
              CLOSE SALESORDER-FILE
                    SOLINE-FILE.
           IF NOT WS-SL-OFF
              CLOSE SALESLINE-FILE.
           IF NOT WS-STOCK-OFF
              CLOSE STOCK-MASTER.
           DISPLAY "LINES TO PICK: " WS-LINES-PRINTED.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        E-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
