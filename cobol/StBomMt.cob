        IDENTIFICATION DIVISION.
        PROGRAM-ID. StBomMt.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectStBom".
           COPY "SelectStMaster".
           COPY "SelectMastChgLog".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdStBom.
           COPY ChlfdStockMast.
           COPY ChlfdMastChgLog.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-NEW-SW        PIC X VALUE "N".
               88  WS-NEW-RECORD      VALUE "Y".
           77  WS-FOUND-SW      PIC X VALUE "N".
               88  WS-FOUND           VALUE "Y".
           77  WS-STOCK-IN      PIC X(08) VALUE " ".
           77  WS-PARENT        PIC 9(08) VALUE 0.
           77  WS-COMPONENT     PIC 9(08) VALUE 0.
           77  WS-QTY-IN        PIC X(10) VALUE " ".
           77  WS-QTY           PIC S9(05)V999 VALUE 0.
           77  WS-QTY-EDIT      PIC ZZZZ9.999.
           77  WS-DESCRIPTION   PIC X(30) VALUE " ".
           77  WS-COMP-COUNT    PIC 9(04) VALUE 0.
           77  SUB-1            PIC 9(04) COMP VALUE 0.
           77  WS-BLANK-LINE    PIC X(79) VALUE " ".
           01  ALPHA-STOCK.
               03  AL-STOCK     PIC X(01) OCCURS 8 VALUE " ".
           01  WS-COMP-PRINT.
               03  WS-CP-STOCK      PIC 9(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-CP-DESC       PIC X(30).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-CP-QTY        PIC ZZZZ9.999.
           01  WS-BOM-STATUS.
               03  WS-BOM-ST1       PIC 99.
           01  WS-STOCK-STATUS.
               03  WS-STOCK-ST1     PIC 99.
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
           DISPLAY "** BILLS OF MATERIALS **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           OPEN INPUT STOCK-MASTER.
           IF WS-STOCK-ST1 NOT = 0
              MOVE "CANNOT OPEN STOCK MASTER, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN I-O STOCKBOM-FILE.
           IF WS-BOM-ST1 = 35
              OPEN OUTPUT STOCKBOM-FILE
              CLOSE STOCKBOM-FILE
              OPEN I-O STOCKBOM-FILE.
           IF WS-BOM-ST1 NOT = 0
              CLOSE STOCK-MASTER
              MOVE "CANNOT OPEN BILL OF MATERIALS, LEAVING SCREEN."
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
      * THE BILL FOR AN ASSEMBLED ITEM IS ONE RECORD PER COMPONENT,
      * GIVING THE QUANTITY THAT GOES INTO ONE UNIT OF THE PARENT.
      * BOTH MUST BE STOCK ITEMS. THE BILL SO FAR IS LISTED UNDER THE
      * PARENT AND COMPONENTS ARE ADDED, CHANGED OR TAKEN OFF ONE AT
      * A TIME.
      *****************************************************************
        BC-005.
           PERFORM CLEAR-BODY.
           MOVE 1010 TO W-POS.
           DISPLAY "PARENT ITEM (BLANK=END): [        ]" AT W-POS.
           MOVE 1036 TO W-POS.
           MOVE " " TO WS-STOCK-IN.
           ACCEPT WS-STOCK-IN AT W-POS.
           IF WS-STOCK-IN = " "
              GO TO BC-EXIT.
           MOVE SPACES      TO ALPHA-STOCK.
           MOVE WS-STOCK-IN TO ALPHA-STOCK.
           PERFORM CHECK-ENTRY.
           MOVE ALPHA-STOCK TO WS-STOCK-IN.
           IF WS-STOCK-IN NOT NUMERIC
              MOVE "STOCK NUMBER MUST BE NUMERIC, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           MOVE WS-STOCK-IN TO WS-PARENT.
           PERFORM B-FIND-ITEM.
           IF NOT WS-FOUND
              MOVE "NO SUCH STOCK ITEM, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           MOVE 1046 TO W-POS.
           DISPLAY WS-DESCRIPTION AT W-POS.
        BC-010.
           PERFORM B-SHOW-BILL.
           MOVE "N" TO WS-NEW-SW.
           MOVE 2210 TO W-POS.
           DISPLAY "COMPONENT (BLANK=END): [        ]" AT W-POS.
           MOVE 2234 TO W-POS.
           MOVE " " TO WS-STOCK-IN.
           ACCEPT WS-STOCK-IN AT W-POS.
           IF WS-STOCK-IN = " "
              GO TO BC-005.
           MOVE SPACES      TO ALPHA-STOCK.
           MOVE WS-STOCK-IN TO ALPHA-STOCK.
           PERFORM CHECK-ENTRY.
           MOVE ALPHA-STOCK TO WS-STOCK-IN.
           IF WS-STOCK-IN NOT NUMERIC
              MOVE "STOCK NUMBER MUST BE NUMERIC, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           MOVE WS-STOCK-IN TO WS-COMPONENT.
           IF WS-COMPONENT = WS-PARENT
              MOVE "AN ITEM CANNOT BE A COMPONENT OF ITSELF."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           MOVE WS-COMPONENT TO WS-STOCK-IN.
           PERFORM B-FIND-ITEM.
           IF NOT WS-FOUND
              MOVE "NO SUCH STOCK ITEM, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
      *    A COMPONENT WHOSE OWN BILL USES THE PARENT WOULD LOOP.
           MOVE WS-COMPONENT TO BOM-PARENT.
           MOVE WS-PARENT    TO BOM-COMPONENT.
           READ STOCKBOM-FILE
               INVALID KEY
             GO TO BC-015.
           MOVE "THAT ITEM IS ASSEMBLED FROM THIS ONE, RE-ENTER."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-010.
        BC-015.
           MOVE 2245 TO W-POS.
           DISPLAY WS-DESCRIPTION AT W-POS.
           MOVE WS-PARENT    TO BOM-PARENT.
           MOVE WS-COMPONENT TO BOM-COMPONENT.
           READ STOCKBOM-FILE
               INVALID KEY
             MOVE "Y" TO WS-NEW-SW.
           IF WS-NEW-RECORD
              MOVE SPACES       TO STOCKBOM-RECORD
              MOVE WS-PARENT    TO BOM-PARENT
              MOVE WS-COMPONENT TO BOM-COMPONENT
              MOVE 0            TO BOM-QTY-PER
              MOVE SPACES       TO WS-MCL-BEFORE
           ELSE
              MOVE STOCKBOM-RECORD TO WS-MCL-BEFORE.
        BC-020.
           MOVE 2310 TO W-POS.
           DISPLAY "QUANTITY PER PARENT UNIT: [          ]" AT W-POS.
           MOVE BOM-QTY-PER TO WS-QTY-EDIT.
           MOVE 2350 TO W-POS.
           DISPLAY WS-QTY-EDIT AT W-POS.
           MOVE 2337 TO W-POS.
           MOVE " " TO WS-QTY-IN.
           ACCEPT WS-QTY-IN AT W-POS.
           IF WS-QTY-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-QTY-IN) TO WS-QTY
              MOVE WS-QTY TO BOM-QTY-PER.
           IF BOM-QTY-PER NOT > 0
              MOVE "QUANTITY MUST BE GREATER THAN ZERO, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
        BC-030.
           MOVE 2410 TO W-POS.
           DISPLAY "ACTION A=ADD/AMEND D=DELETE X=ABANDON: [ ]"
              AT W-POS.
           MOVE 2450 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "X"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           IF WS-ACTION = "D" AND WS-NEW-RECORD
              MOVE "COMPONENT NOT ON THE BILL, NOTHING TO DELETE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           IF WS-ACTION = "D"
              GO TO BC-050.
           IF WS-ACTION NOT = "A"
              MOVE "ACTION MUST BE A, D OR X, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
        BC-040.
           IF WS-NEW-RECORD
              WRITE STOCKBOM-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR BILL OF MATERIALS."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-010
              END-WRITE
              MOVE "A" TO WS-MCL-ACTION
              MOVE "COMPONENT ADDED TO THE BILL." TO WS-MESSAGE
           ELSE
              REWRITE STOCKBOM-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR BILL OF MATERIALS."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-010
              END-REWRITE
              MOVE "C" TO WS-MCL-ACTION
              MOVE "COMPONENT QUANTITY CHANGED." TO WS-MESSAGE.
           PERFORM B-LOG-CHANGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-010.
        BC-050.
           DELETE STOCKBOM-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR BILL OF MATERIALS."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-010.
           MOVE "D" TO WS-MCL-ACTION.
           PERFORM B-LOG-CHANGE.
           MOVE "COMPONENT TAKEN OFF THE BILL." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-010.
        BC-EXIT.
           EXIT.
      *
        B-FIND-ITEM SECTION.
      *****************************************************************
      * A STOCK NUMBER IS AN ITEM IF IT IS SET UP IN ANY WAREHOUSE;
      * THE FIRST ONE FOUND GIVES THE DESCRIPTION.
      *****************************************************************
        BFI-005.
           MOVE "N"    TO WS-FOUND-SW.
           MOVE SPACES TO WS-DESCRIPTION.
           MOVE WS-STOCK-IN TO STK-STOCKNUMBER.
           MOVE LOW-VALUES  TO STK-WAREHOUSE.
           START STOCK-MASTER KEY NOT < STK-KEY
               INVALID KEY
             GO TO BFI-EXIT.
           READ STOCK-MASTER NEXT
               AT END
             GO TO BFI-EXIT.
           IF STK-STOCKNUMBER NOT = WS-STOCK-IN
              GO TO BFI-EXIT.
           MOVE "Y"             TO WS-FOUND-SW.
           MOVE STK-DESCRIPTION TO WS-DESCRIPTION.
        BFI-EXIT.
           EXIT.
      *
        B-SHOW-BILL SECTION.
      *****************************************************************
      * THE COMPONENTS ON FILE FOR THE PARENT, AS MANY AS THE SCREEN
      * HOLDS.
      *****************************************************************
        BSB-005.
           PERFORM CLEAR-BODY.
           MOVE 1110 TO W-POS.
           DISPLAY "COMPONENT DESCRIPTION                    QTY/UNIT"
              AT W-POS.
           MOVE 1110 TO W-POS.
           MOVE 0 TO WS-COMP-COUNT.
           MOVE WS-PARENT TO BOM-PARENT.
           MOVE 0         TO BOM-COMPONENT.
           START STOCKBOM-FILE KEY NOT < BOM-KEY
               INVALID KEY
             GO TO BSB-EXIT.
        BSB-010.
           READ STOCKBOM-FILE NEXT
               AT END
             GO TO BSB-020.
           IF BOM-PARENT NOT = WS-PARENT
              GO TO BSB-020.
           ADD 1 TO WS-COMP-COUNT.
           IF W-POS > 2000
              GO TO BSB-010.
           ADD 100 TO W-POS.
           MOVE BOM-COMPONENT TO WS-CP-STOCK
                                 STK-STOCKNUMBER.
           MOVE BOM-QTY-PER   TO WS-CP-QTY.
           MOVE SPACES        TO WS-CP-DESC.
           MOVE LOW-VALUES    TO STK-WAREHOUSE.
           START STOCK-MASTER KEY NOT < STK-KEY
               INVALID KEY
             GO TO BSB-015.
           READ STOCK-MASTER NEXT
               AT END
             GO TO BSB-015.
           IF STK-STOCKNUMBER = BOM-COMPONENT
              MOVE STK-DESCRIPTION TO WS-CP-DESC.
        BSB-015.
           DISPLAY WS-COMP-PRINT AT W-POS.
           GO TO BSB-010.
        BSB-020.
           IF WS-COMP-COUNT = 0
              MOVE 1210 TO W-POS
              DISPLAY "NO COMPONENTS ON FILE YET." AT W-POS.
           IF WS-COMP-COUNT > 9
              MOVE 2110 TO W-POS
              DISPLAY "COMPONENTS ON FILE, NOT ALL SHOWN:" AT W-POS
              MOVE 2145 TO W-POS
              DISPLAY WS-COMP-COUNT AT W-POS.
        BSB-EXIT.
           EXIT.
      *
        CLEAR-BODY SECTION.
        CB-005.
           MOVE 1101 TO W-POS.
        CB-010.
           ADD 100 TO W-POS.
           IF W-POS > 2500
              GO TO CB-EXIT.
           DISPLAY WS-BLANK-LINE AT W-POS.
           GO TO CB-010.
        CB-EXIT.
           EXIT.
      *
        B-LOG-CHANGE SECTION.
        BLC-005.
           MOVE "STOCKBOM"        TO WS-MCL-FILE-ID.
           MOVE BOM-PARENT        TO WS-MCL-RECORD-KEY.
           MOVE "StBomMt"         TO WS-MCL-PROGRAM.
           IF WS-MCL-ACTION = "D"
              MOVE SPACES         TO WS-MCL-AFTER
           ELSE
              MOVE STOCKBOM-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
        BLC-EXIT.
           EXIT.
      *
        CHECK-ENTRY SECTION.
        CE-001.
           MOVE 0 TO SUB-1.
        CE-010.
           IF SUB-1 < 8
               ADD 1 TO SUB-1
           ELSE
               GO TO CE-999.
           IF AL-STOCK (SUB-1) = " "
               MOVE "0" TO AL-STOCK (SUB-1).
           GO TO CE-010.
        CE-999.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE STOCKBOM-FILE
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
