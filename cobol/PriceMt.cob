        IDENTIFICATION DIVISION.
        PROGRAM-ID. PriceMt.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectPriceList".
           COPY "SelectDrMaster".
           COPY "SelectStMaster".
           COPY "SelectMastChgLog".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPriceList.
           COPY ChlfdDebtor.
           COPY ChlfdStockMast.
           COPY ChlfdMastChgLog.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-NEW-SW        PIC X VALUE "N".
               88  WS-NEW-RECORD      VALUE "Y".
           77  WS-TYPE-IN       PIC X(01) VALUE " ".
           77  WS-CODE-IN       PIC X(07) VALUE " ".
           77  WS-STOCK-IN      PIC X(08) VALUE " ".
           77  WS-QTY-IN        PIC X(12) VALUE " ".
           77  WS-DATE-IN       PIC X(08) VALUE " ".
           77  WS-PRICE-IN      PIC X(14) VALUE " ".
           77  WS-PCT-IN        PIC X(06) VALUE " ".
           77  WS-QTY-EDIT      PIC Z(6)9.999.
           77  WS-PRICE-EDIT    PIC Z,ZZZ,ZZ9.99-.
           77  WS-PCT-EDIT      PIC ZZ9.99.
           77  WS-DATE-CHECK    PIC 9(08) VALUE 0.
           01  WS-PL-STATUS.
               03  WS-PL-ST1    PIC 99.
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1 PIC 99.
           01  WS-STOCK-STATUS.
               03  WS-STOCK-ST1 PIC 99.
           COPY "WsMastChgLog".
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
           DISPLAY "** CUSTOMER PRICE LIST MAINTENANCE **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           OPEN I-O PRICELIST-FILE.
           IF WS-PL-ST1 = 35
              OPEN OUTPUT PRICELIST-FILE
              CLOSE PRICELIST-FILE
              OPEN I-O PRICELIST-FILE.
           IF WS-PL-ST1 NOT = 0
              MOVE "CANNOT OPEN PRICE LIST FILE, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN INPUT DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              CLOSE PRICELIST-FILE
              MOVE "CANNOT OPEN DEBTOR MASTER, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN INPUT STOCK-MASTER.
           IF WS-STOCK-ST1 NOT = 0
              CLOSE PRICELIST-FILE
                    DEBTOR-MASTER
              MOVE "CANNOT OPEN STOCK MASTER, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN I-O MAST-CHGLOG.
           IF WS-MCL-ST1 = 35
              OPEN OUTPUT MAST-CHGLOG
              CLOSE MAST-CHGLOG
              OPEN I-O MAST-CHGLOG.
        A-EXIT.
           EXIT.
      *
        B-CAPTURE SECTION.
      *****************************************************************
      * ONE ENTRY PER DEBTOR (OR PRICE GROUP), STOCK ITEM, BREAK
      * QUANTITY AND EFFECTIVE-FROM DATE. THE ENTRY CARRIES EITHER A
      * NET PRICE OR A DISCOUNT OFF THE STOCK SELL PRICE, NOT BOTH.
      * INVOICE CAPTURE OFFERS THE LOWEST PRICE THAT APPLIES.
      *****************************************************************
        BC-005.
           MOVE "N" TO WS-NEW-SW.
           MOVE 1010 TO W-POS.
           DISPLAY "LIST FOR D=DEBTOR G=PRICE GROUP (BLANK=END): [ ]"
              AT W-POS.
           MOVE 1056 TO W-POS.
           MOVE " " TO WS-TYPE-IN.
           ACCEPT WS-TYPE-IN AT W-POS.
           IF WS-TYPE-IN = " "
              GO TO BC-EXIT.
           IF WS-TYPE-IN NOT = "D" AND NOT = "G"
              MOVE "LIST MUST BE D OR G, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
        BC-007.
           MOVE 1110 TO W-POS.
           DISPLAY "DEBTOR ACCOUNT OR GROUP CODE: [       ]" AT W-POS.
           MOVE 1141 TO W-POS.
           MOVE " " TO WS-CODE-IN.
           ACCEPT WS-CODE-IN AT W-POS.
           IF WS-CODE-IN = " "
              MOVE "CODE MAY NOT BE BLANK, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-007.
           IF WS-TYPE-IN = "G"
              GO TO BC-009.
           IF WS-CODE-IN NOT NUMERIC
              MOVE "ACCOUNT MUST BE SEVEN DIGITS, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-007.
           MOVE WS-CODE-IN TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE "NO SUCH DEBTOR, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-007.
           MOVE 1150 TO W-POS.
           DISPLAY DEBTOR-NAME AT W-POS.
        BC-009.
           MOVE 1210 TO W-POS.
           DISPLAY "STOCK NUMBER: [        ]" AT W-POS.
           MOVE 1225 TO W-POS.
           MOVE " " TO WS-STOCK-IN.
           ACCEPT WS-STOCK-IN AT W-POS.
           IF WS-STOCK-IN NOT NUMERIC
              MOVE "STOCK NUMBER MUST BE EIGHT DIGITS, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-009.
           MOVE WS-STOCK-IN TO STK-STOCKNUMBER.
           MOVE SPACES      TO STK-WAREHOUSE.
           START STOCK-MASTER KEY NOT < STK-KEY
               INVALID KEY
             MOVE 0 TO STK-STOCKNUMBER.
           IF STK-STOCKNUMBER NOT = 0
              READ STOCK-MASTER NEXT
                  AT END
                MOVE 0 TO STK-STOCKNUMBER.
           IF STK-STOCKNUMBER NOT = WS-STOCK-IN
              MOVE "NO SUCH STOCK ITEM, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-009.
           MOVE 1240 TO W-POS.
           DISPLAY STK-DESCRIPTION AT W-POS.
        BC-011.
           MOVE 1310 TO W-POS.
           DISPLAY "BREAK QUANTITY (BLANK=ANY): [            ]"
              AT W-POS.
           MOVE 1339 TO W-POS.
           MOVE " " TO WS-QTY-IN.
           ACCEPT WS-QTY-IN AT W-POS.
           MOVE 0 TO PL-BREAK-QTY.
           IF WS-QTY-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-QTY-IN) TO PL-BREAK-QTY.
        BC-013.
           MOVE 1410 TO W-POS.
           DISPLAY "EFFECTIVE FROM YYYYMMDD: [        ]" AT W-POS.
           MOVE 1436 TO W-POS.
           MOVE " " TO WS-DATE-IN.
           ACCEPT WS-DATE-IN AT W-POS.
           IF WS-DATE-IN NOT NUMERIC
              MOVE "DATE MUST BE EIGHT DIGITS YYYYMMDD, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-013.
           MOVE WS-DATE-IN TO WS-DATE-CHECK.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
              MOVE "NOT A VALID DATE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-013.
           MOVE WS-TYPE-IN    TO PL-LIST-TYPE.
           MOVE WS-CODE-IN    TO PL-LIST-CODE.
           MOVE WS-STOCK-IN   TO PL-STOCKNUMBER.
           MOVE WS-DATE-CHECK TO PL-FROM-DATE.
           READ PRICELIST-FILE
               INVALID KEY
             MOVE "Y" TO WS-NEW-SW.
           IF WS-NEW-RECORD
              MOVE 0 TO PL-TO-DATE
                        PL-PRICE
                        PL-DISCOUNT-PCT
              MOVE SPACES TO WS-MCL-BEFORE
              MOVE "NEW PRICE ENTRY, ENTER DETAILS AND ACTION A."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
           ELSE
              MOVE PRICELIST-RECORD TO WS-MCL-BEFORE.
           PERFORM B-SHOW-RECORD.
        BC-020.
           MOVE 1636 TO W-POS.
           MOVE " " TO WS-DATE-IN.
           ACCEPT WS-DATE-IN AT W-POS.
           IF WS-DATE-IN = " "
              GO TO BC-025.
           IF WS-DATE-IN NOT NUMERIC
              MOVE "DATE MUST BE EIGHT DIGITS OR 0, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
           MOVE WS-DATE-IN TO WS-DATE-CHECK.
           IF WS-DATE-CHECK NOT = 0
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
                 MOVE "NOT A VALID DATE, RE-ENTER." TO WS-MESSAGE
                 PERFORM ERROR-MESSAGE
                 GO TO BC-020.
           MOVE WS-DATE-CHECK TO PL-TO-DATE.
        BC-025.
           IF PL-TO-DATE NOT = 0 AND PL-TO-DATE < PL-FROM-DATE
              MOVE "TO DATE IS BEFORE FROM DATE, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
        BC-030.
           MOVE 1736 TO W-POS.
           MOVE " " TO WS-PRICE-IN.
           ACCEPT WS-PRICE-IN AT W-POS.
           IF WS-PRICE-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-PRICE-IN) TO PL-PRICE.
           IF PL-PRICE < 0
              MOVE "PRICE MAY NOT BE NEGATIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           IF PL-PRICE > 0
              MOVE 0 TO PL-DISCOUNT-PCT
              PERFORM B-SHOW-RECORD
              GO TO BC-040.
        BC-035.
           MOVE 1836 TO W-POS.
           MOVE " " TO WS-PCT-IN.
           ACCEPT WS-PCT-IN AT W-POS.
           IF WS-PCT-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-PCT-IN) TO PL-DISCOUNT-PCT.
           IF PL-DISCOUNT-PCT NOT > 0 OR PL-DISCOUNT-PCT NOT < 100
              MOVE "ENTER A PRICE OR A DISCOUNT BELOW 100%."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           PERFORM B-SHOW-RECORD.
        BC-040.
           MOVE 2010 TO W-POS.
           DISPLAY "ACTION A=ADD/AMEND D=DELETE X=ABANDON: [ ]"
              AT W-POS.
           MOVE 2050 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "X"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF WS-ACTION = "D" AND WS-NEW-RECORD
              MOVE "NO SUCH PRICE ENTRY, NOTHING TO DELETE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-040.
           IF WS-ACTION = "D"
              GO TO BC-060.
           IF WS-ACTION NOT = "A"
              MOVE "ACTION MUST BE A, D OR X, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-040.
        BC-050.
           IF WS-NEW-RECORD
              WRITE PRICELIST-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR PRICE LIST FILE." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-WRITE
              MOVE "A" TO WS-MCL-ACTION
              MOVE "NEW PRICE ENTRY WRITTEN TO FILE." TO WS-MESSAGE
           ELSE
              REWRITE PRICELIST-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR PRICE LIST FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-REWRITE
              MOVE "C" TO WS-MCL-ACTION
              MOVE "PRICE ENTRY CHANGES WRITTEN TO FILE."
                 TO WS-MESSAGE.
           PERFORM B-LOG-CHANGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-060.
           DELETE PRICELIST-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR PRICE LIST FILE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE "D" TO WS-MCL-ACTION.
           PERFORM B-LOG-CHANGE.
           MOVE "PRICE ENTRY DELETED FROM FILE." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        B-SHOW-RECORD SECTION.
        BSR-005.
           MOVE PL-BREAK-QTY TO WS-QTY-EDIT.
           MOVE 1339 TO W-POS.
           DISPLAY WS-QTY-EDIT AT W-POS.
           MOVE 1610 TO W-POS.
           DISPLAY "EFFECTIVE TO (0=OPEN):   [" AT W-POS.
           MOVE 1636 TO W-POS.
           DISPLAY PL-TO-DATE AT W-POS.
           MOVE 1710 TO W-POS.
           DISPLAY "NET PRICE (0=DISCOUNT):  [" AT W-POS.
           MOVE PL-PRICE TO WS-PRICE-EDIT.
           MOVE 1736 TO W-POS.
           DISPLAY WS-PRICE-EDIT AT W-POS.
           MOVE 1810 TO W-POS.
           DISPLAY "DISCOUNT PERCENTAGE:     [" AT W-POS.
           MOVE PL-DISCOUNT-PCT TO WS-PCT-EDIT.
           MOVE 1836 TO W-POS.
           DISPLAY WS-PCT-EDIT AT W-POS.
        BSR-EXIT.
           EXIT.
      *
        B-LOG-CHANGE SECTION.
        BLC-005.
           MOVE "PRICELIST"       TO WS-MCL-FILE-ID.
           MOVE PL-KEY (1:8)      TO WS-MCL-RECORD-KEY.
           MOVE "PriceMt"     TO WS-MCL-PROGRAM.
           IF WS-MCL-ACTION = "D"
              MOVE SPACES         TO WS-MCL-AFTER
           ELSE
              MOVE PRICELIST-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
        BLC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE PRICELIST-FILE
                 DEBTOR-MASTER
                 STOCK-MASTER
                 MAST-CHGLOG.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
