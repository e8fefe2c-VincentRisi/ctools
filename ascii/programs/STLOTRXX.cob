        IDENTIFICATION DIVISION.
        PROGRAM-ID. STLOTRXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectStLotMove".
         Copy "SelectDrMaster".
         Copy "SelectCrMaster".
           SELECT REPORT-TEXT-FILE ASSIGN TO
               "/ctools/spl/LotRecall.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdStLotMove.
           COPY ChlfdDebtor.
           COPY ChlfdCreditor.
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
           77  WS-LOT           PIC X(10) VALUE " ".
           77  WS-RECEIPT-COUNT PIC 9(06) VALUE 0.
           77  WS-SALE-COUNT    PIC 9(06) VALUE 0.
           77  WS-RECEIVED-QTY  PIC S9(07)V999 VALUE 0.
           77  WS-SOLD-QTY      PIC S9(07)V999 VALUE 0.
           77  WS-LEFT-QTY      PIC S9(07)V999 VALUE 0.
           77  WS-QTY-EDIT      PIC Z(6)9.999-.
           77  WS-DR-OFF-SW     PIC X VALUE "N".
               88  WS-DR-OFF          VALUE "Y".
           77  WS-CR-OFF-SW     PIC X VALUE "N".
               88  WS-CR-OFF          VALUE "Y".
           01  WS-DETAIL-LINE.
               03  WS-DL-TYPE       PIC X(08).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-STOCK      PIC 9(08).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-WHSE       PIC X(04).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-DATE       PIC 9(08).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-PARTY      PIC X(07).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-NAME       PIC X(30).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-REF        PIC X(10).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-QTY        PIC Z(6)9.999-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-CONTACT    PIC X(26).
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(09) VALUE "MOVEMENT".
               03  FILLER           PIC X(09) VALUE "STOCK NO".
               03  FILLER           PIC X(05) VALUE "WHSE".
               03  FILLER           PIC X(09) VALUE "DATE".
               03  FILLER           PIC X(08) VALUE "ACCOUNT".
               03  FILLER           PIC X(31) VALUE "NAME".
               03  FILLER           PIC X(11) VALUE "REFERENCE".
               03  FILLER           PIC X(14) VALUE "    QUANTITY".
               03  FILLER           PIC X(26) VALUE "CONTACT".
           01  WS-SLM-STATUS.
               03  WS-SLM-ST1       PIC 99.
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-CREDITOR-STATUS.
               03  WS-CREDITOR-ST1  PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
        Copy "WsDateInfo".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
            03  LK-DIRECTION     PIC X.
            03  LK-RETURN-CODE   PIC 9(02).
      *
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-INIT.
           PERFORM B-TRACE-LOT.
           PERFORM C-TOTALS.
           PERFORM E-PIPELINE.
           PERFORM F-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** STOCK LOT RECALL TRACE **".
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
      *    A SCHEDULED RUN NAMES THE LOT IN THE ENVIRONMENT; RUN FROM
      *    THE MENU IT ASKS FOR ONE.
           ACCEPT WS-LOT FROM ENVIRONMENT "RECALLLOT".
           IF WS-LOT = " "
              DISPLAY "LOT NUMBER TO TRACE (BLANK=QUIT): "
              ACCEPT WS-LOT.
           IF WS-LOT = " "
              MOVE "NO LOT NAMED, RUN ABANDONED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT STLOTMOVE-FILE.
           IF WS-SLM-ST1 NOT = 0
              MOVE "NO LOT HISTORY FILE, RUN ABANDONED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "Y" TO WS-DR-OFF-SW.
           OPEN INPUT CREDITOR-MASTER.
           IF WS-CREDITOR-ST1 NOT = 0
              MOVE "Y" TO WS-CR-OFF-SW.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "RECALL TRACE FOR LOT " DELIMITED BY SIZE
                  WS-LOT DELIMITED BY SIZE
                  "   COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE FROM WS-HEAD-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        A-EXIT.
           EXIT.
      *
        B-TRACE-LOT SECTION.
      *****************************************************************
      * EVERY MOVEMENT OF THE LOT, IN DATE ORDER WITHIN EACH ITEM THAT
      * CARRIES IT: THE RECEIPTS SHOW WHICH SUPPLIER IT CAME FROM AND
      * THE SALES EVERY DEBTOR WHO RECEIVED IT, WITH THE ADDRESS TO
      * CONTACT THEM ON. GOODS A DEBTOR SENT BACK SHOW AS RETURNED
      * AND COME OFF THE QUANTITY SOLD.
      *****************************************************************
        BT-005.
           MOVE SPACES TO SLM-KEY.
           MOVE WS-LOT TO SLM-LOT.
           MOVE 0      TO SLM-STOCKNUMBER
                          SLM-DATE
                          SLM-SEQ.
           START STLOTMOVE-FILE KEY NOT < SLM-KEY
               INVALID KEY
             GO TO BT-EXIT.
        BT-010.
           READ STLOTMOVE-FILE NEXT
               AT END
             GO TO BT-EXIT.
           IF SLM-LOT NOT = WS-LOT
              GO TO BT-EXIT.
           MOVE SPACES          TO WS-DL-NAME
                                   WS-DL-CONTACT.
           MOVE SLM-STOCKNUMBER TO WS-DL-STOCK.
           MOVE SLM-WAREHOUSE   TO WS-DL-WHSE.
           MOVE SLM-DATE        TO WS-DL-DATE.
           MOVE SLM-PARTY       TO WS-DL-PARTY.
           MOVE SLM-REFERENCE   TO WS-DL-REF.
           MOVE SLM-QUANTITY    TO WS-DL-QTY.
           IF SLM-SALE
              GO TO BT-020.
           MOVE "RECEIVED" TO WS-DL-TYPE.
           ADD 1 TO WS-RECEIPT-COUNT.
           ADD SLM-QUANTITY TO WS-RECEIVED-QTY.
           IF WS-CR-OFF
              GO TO BT-030.
           MOVE SLM-PARTY TO CR-ACCOUNT-NUMBER.
           READ CREDITOR-MASTER
               INVALID KEY
             MOVE "NOT ON CREDITOR MASTER" TO WS-DL-NAME
             GO TO BT-030.
           MOVE CR-NAME      TO WS-DL-NAME.
           MOVE CR-TELEPHONE TO WS-DL-CONTACT.
           GO TO BT-030.
        BT-020.
           MOVE "SOLD" TO WS-DL-TYPE.
           IF SLM-QUANTITY > 0
              MOVE "RETURNED" TO WS-DL-TYPE.
           ADD 1 TO WS-SALE-COUNT.
           SUBTRACT SLM-QUANTITY FROM WS-SOLD-QTY.
           IF WS-DR-OFF
              GO TO BT-030.
           MOVE SLM-PARTY TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE "NOT ON DEBTOR MASTER" TO WS-DL-NAME
             GO TO BT-030.
           MOVE DEBTOR-NAME     TO WS-DL-NAME.
           MOVE DEBTOR-ADDRESS1 TO WS-DL-CONTACT.
        BT-030.
           WRITE REPORT-TEXT-LINE FROM WS-DETAIL-LINE.
           GO TO BT-010.
        BT-EXIT.
           EXIT.
      *
        C-TOTALS SECTION.
        CT-005.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-RECEIPT-COUNT = 0 AND WS-SALE-COUNT = 0
              MOVE "NO MOVEMENTS ON FILE FOR THIS LOT."
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE
              GO TO CT-010.
           MOVE WS-RECEIVED-QTY TO WS-QTY-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "RECEIPTS: " DELIMITED BY SIZE
                  WS-RECEIPT-COUNT DELIMITED BY SIZE
                  "  QUANTITY RECEIVED " DELIMITED BY SIZE
                  WS-QTY-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-SOLD-QTY TO WS-QTY-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "SALES:    " DELIMITED BY SIZE
                  WS-SALE-COUNT DELIMITED BY SIZE
                  "  QUANTITY SOLD     " DELIMITED BY SIZE
                  WS-QTY-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           SUBTRACT WS-SOLD-QTY FROM WS-RECEIVED-QTY
              GIVING WS-LEFT-QTY.
           MOVE WS-LEFT-QTY TO WS-QTY-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "STILL IN STOCK:           " DELIMITED BY SIZE
                  WS-QTY-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        CT-010.
           CLOSE REPORT-TEXT-FILE.
        CT-EXIT.
           EXIT.
      *
        E-PIPELINE SECTION.
      *****************************************************************
      * HAND THE REPORT TEXT TO THE SHARED PDF PIPELINE TOOLS: TEXT
      * TO PDF, ARCHIVE A COPY, THEN DELIVER TO THE PRINTER.
      *****************************************************************
        EP-005.
           ACCEPT WS-PRINTER FROM ENVIRONMENT "PP-PRINTER".
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "./text2pdf /ctools/spl/LotRecall.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/LotRecall.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/LotRecall.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "STLRCL.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/LotRecall.pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
        EP-EXIT.
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
        F-END SECTION.
        F-000.
           CLOSE STLOTMOVE-FILE.
           IF NOT WS-DR-OFF
              CLOSE DEBTOR-MASTER.
           IF NOT WS-CR-OFF
              CLOSE CREDITOR-MASTER.
           DISPLAY "LOT TRACED:               " WS-LOT.
           DISPLAY "RECEIPTS:                 " WS-RECEIPT-COUNT.
           DISPLAY "SALES:                    " WS-SALE-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        F-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
