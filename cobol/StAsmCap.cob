        IDENTIFICATION DIVISION.
        PROGRAM-ID. StAsmCap.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectStMaster".
         Copy "SelectStBom".
           SELECT STOCKCHANGE-MASTER ASSIGN TO "StChanges"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STCH-KEY
               FILE STATUS IS WS-CHANGE-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdStockMast.
           COPY ChlfdStBom.
           COPY ChlfdStockChanges.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-CONFIRM       PIC X VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-STOCK-IN      PIC X(08) VALUE " ".
           77  WS-STOCK         PIC 9(08) VALUE 0.
           77  WS-WHSE          PIC X(04) VALUE " ".
           77  WS-QTY-IN        PIC X(12) VALUE " ".
           77  WS-QTY           PIC S9(07)V999 VALUE 0.
           77  WS-VAL           PIC S9(09)V99 VALUE 0.
           77  WS-UNIT-COST     PIC S9(07)V9999 VALUE 0.
           77  WS-SEQ-STOCK     PIC 9(08) VALUE 0.
           77  WS-NEXT-SEQ      PIC 9(04) VALUE 0.
           77  WS-ASM-COUNT     PIC 9(06) VALUE 0.
           77  WS-SHORT-COUNT   PIC 9(04) VALUE 0.
           77  WS-LOT-COUNT     PIC 9(04) VALUE 0.
           77  WS-QTY-EDIT      PIC Z(6)9.999-.
           77  WS-VAL-EDIT      PIC Z(8)9.99-.
           77  WS-COST-EDIT     PIC Z(6)9.9999-.
           77  WS-BLANK-LINE    PIC X(79) VALUE " ".
           77  SUB-1            PIC 9(04) COMP VALUE 0.
           77  WS-COMP-COUNT    PIC 9(02) COMP VALUE 0.
           77  WS-COMP-IDX      PIC 9(02) COMP VALUE 0.
           01  ALPHA-STOCK.
               03  AL-STOCK     PIC X(01) OCCURS 8 VALUE " ".
      *****************************************************************
      * THE PARENT'S BILL OF MATERIALS AS IT STANDS IN THE WAREHOUSE:
      * WHAT ONE UNIT TAKES OF EACH COMPONENT, WHAT THIS ASSEMBLY
      * NEEDS, WHAT IS FREE (ON HAND LESS ALLOCATED TO SALES ORDERS)
      * AND WHAT THE NEED COSTS AT THE COMPONENT'S AVERAGE COST.
      *****************************************************************
           01  WS-COMP-TABLE.
               03  WS-COMP-ENTRY OCCURS 20.
                   05  WS-CT-STOCK  PIC 9(08).
                   05  WS-CT-DESC   PIC X(30).
                   05  WS-CT-PER    PIC S9(05)V999.
                   05  WS-CT-NEED   PIC S9(07)V999.
                   05  WS-CT-FREE   PIC S9(07)V999.
                   05  WS-CT-COST   PIC S9(07)V9999.
                   05  WS-CT-VAL    PIC S9(09)V99.
                   05  WS-CT-SET-UP PIC X(01).
           01  WS-COMP-PRINT.
               03  WS-CP-STOCK      PIC 9(08).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-CP-DESC       PIC X(20).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-CP-NEED       PIC Z(6)9.999-.
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-CP-FREE       PIC Z(6)9.999-.
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-CP-NOTE       PIC X(11).
           01  WS-STOCK-STATUS.
               03  WS-STOCK-ST1     PIC 99.
           01  WS-BOM-STATUS.
               03  WS-BOM-ST1       PIC 99.
           01  WS-CHANGE-STATUS.
               03  WS-STAT1         PIC 99.
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
           DISPLAY "** STOCK ASSEMBLY **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           OPEN INPUT STOCK-MASTER.
           IF WS-STOCK-ST1 NOT = 0
              MOVE "CANNOT OPEN STOCK MASTER, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN INPUT STOCKBOM-FILE.
           IF WS-BOM-ST1 NOT = 0
              MOVE "NO BILLS OF MATERIALS ON FILE, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE STOCK-MASTER
              EXIT PROGRAM.
           OPEN I-O STOCKCHANGE-MASTER.
           IF WS-STAT1 = 35
              OPEN OUTPUT STOCKCHANGE-MASTER
              CLOSE STOCKCHANGE-MASTER
              OPEN I-O STOCKCHANGE-MASTER.
           IF WS-STAT1 NOT = 0
              MOVE "CANNOT OPEN STOCK CHANGES, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE STOCK-MASTER
                    STOCKBOM-FILE
              EXIT PROGRAM.
        A-EXIT.
           EXIT.
      *
        B-CAPTURE SECTION.
        BC-005.
           PERFORM CLEAR-BODY.
           MOVE 1010 TO W-POS.
           DISPLAY "ASSEMBLED ITEM (BLANK=END): [        ]" AT W-POS.
           MOVE 1039 TO W-POS.
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
           MOVE WS-STOCK-IN TO WS-STOCK.
        BC-010.
           MOVE 1110 TO W-POS.
           DISPLAY "WAREHOUSE: [    ]" AT W-POS.
           MOVE 1122 TO W-POS.
           MOVE " " TO WS-WHSE.
           ACCEPT WS-WHSE AT W-POS.
           MOVE WS-STOCK TO STK-STOCKNUMBER.
           MOVE WS-WHSE  TO STK-WAREHOUSE.
           READ STOCK-MASTER
               INVALID KEY
             MOVE "NO SUCH STOCK ITEM IN THAT WAREHOUSE, RE-ENTER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-010.
           MOVE 1210 TO W-POS.
           DISPLAY STK-DESCRIPTION AT W-POS.
      *    ASSEMBLY MOVES NO LOT BALANCES, SO A LOT-CONTROLLED PARENT
      *    OR COMPONENT IS BUILT BY RECEIPT AND ISSUE INSTEAD.
           IF STK-LOT-CONTROLLED
              MOVE "LOT-CONTROLLED ITEM, CANNOT BE ASSEMBLED HERE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           PERFORM B-LOAD-BILL.
           IF WS-COMP-COUNT = 0
              MOVE "NO BILL OF MATERIALS FOR THIS ITEM." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF WS-LOT-COUNT NOT = 0
              MOVE "A COMPONENT IS LOT-CONTROLLED, CANNOT ASSEMBLE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
        BC-020.
           MOVE 1310 TO W-POS.
           DISPLAY "QUANTITY TO ASSEMBLE (BLANK=END): [            ]"
              AT W-POS.
           MOVE 1345 TO W-POS.
           MOVE " " TO WS-QTY-IN.
           ACCEPT WS-QTY-IN AT W-POS.
           IF WS-QTY-IN = " "
              GO TO BC-005.
           MOVE FUNCTION NUMVAL(WS-QTY-IN) TO WS-QTY.
           IF WS-QTY NOT > 0
              MOVE "QUANTITY MUST BE GREATER THAN ZERO, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
           PERFORM B-CHECK-COMPONENTS.
           IF WS-SHORT-COUNT NOT = 0
              MOVE "COMPONENTS SHORT IN THIS WAREHOUSE, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
        BC-030.
           MOVE 2410 TO W-POS.
           DISPLAY "POST THIS ASSEMBLY, Y/N: [ ]" AT W-POS.
           MOVE 2436 TO W-POS.
           ACCEPT WS-CONFIRM AT W-POS.
           IF WS-CONFIRM = "N"
              GO TO BC-005.
           IF WS-CONFIRM NOT = "Y"
              GO TO BC-030.
           PERFORM D-POST-ASSEMBLY.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        B-LOAD-BILL SECTION.
      *****************************************************************
      * PULL THE PARENT'S COMPONENTS INTO THE TABLE WITH THEIR STOCK
      * POSITION IN THE ASSEMBLY WAREHOUSE. A COMPONENT NOT SET UP IN
      * THAT WAREHOUSE HAS NOTHING FREE THERE.
      *****************************************************************
        BLB-005.
           MOVE 0 TO WS-COMP-COUNT
                     WS-LOT-COUNT.
           MOVE WS-STOCK TO BOM-PARENT.
           MOVE 0        TO BOM-COMPONENT.
           START STOCKBOM-FILE KEY NOT < BOM-KEY
               INVALID KEY
             GO TO BLB-EXIT.
        BLB-010.
           READ STOCKBOM-FILE NEXT
               AT END
             GO TO BLB-EXIT.
           IF BOM-PARENT NOT = WS-STOCK
              GO TO BLB-EXIT.
           IF WS-COMP-COUNT = 20
              MOVE "BILL HAS MORE THAN 20 COMPONENTS, CANNOT ASSEMBLE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 0 TO WS-COMP-COUNT
              GO TO BLB-EXIT.
           ADD 1 TO WS-COMP-COUNT.
           MOVE WS-COMP-COUNT TO WS-COMP-IDX.
           MOVE BOM-COMPONENT TO WS-CT-STOCK (WS-COMP-IDX)
                                 STK-STOCKNUMBER.
           MOVE BOM-QTY-PER   TO WS-CT-PER (WS-COMP-IDX).
           MOVE WS-WHSE       TO STK-WAREHOUSE.
           READ STOCK-MASTER
               INVALID KEY
             MOVE "N"    TO WS-CT-SET-UP (WS-COMP-IDX)
             MOVE SPACES TO WS-CT-DESC (WS-COMP-IDX)
             MOVE 0      TO WS-CT-FREE (WS-COMP-IDX)
                            WS-CT-COST (WS-COMP-IDX)
             GO TO BLB-010.
           MOVE "Y"             TO WS-CT-SET-UP (WS-COMP-IDX).
           IF STK-LOT-CONTROLLED
              ADD 1 TO WS-LOT-COUNT.
           MOVE STK-DESCRIPTION TO WS-CT-DESC (WS-COMP-IDX).
           IF STK-ALLOCATED-QTY NOT NUMERIC
              MOVE 0 TO STK-ALLOCATED-QTY.
           IF STK-AVG-COST NOT NUMERIC
              MOVE 0 TO STK-AVG-COST.
           SUBTRACT STK-ALLOCATED-QTY FROM STK-ONHAND-QTY
              GIVING WS-CT-FREE (WS-COMP-IDX).
           MOVE STK-AVG-COST    TO WS-CT-COST (WS-COMP-IDX).
           GO TO BLB-010.
        BLB-EXIT.
           EXIT.
      *
        B-CHECK-COMPONENTS SECTION.
      *****************************************************************
      * WORK OUT WHAT THE ASSEMBLY TAKES OF EACH COMPONENT AND WHAT IT
      * COSTS, AND LIST THEM; ANY COMPONENT WITHOUT ENOUGH FREE IN
      * THE WAREHOUSE STOPS THE ASSEMBLY. THE PARENT COMES IN AT THE
      * TOTAL COST OF ITS COMPONENTS.
      *****************************************************************
        BCC-005.
           PERFORM CLEAR-BODY.
           MOVE 1410 TO W-POS.
           DISPLAY "COMPONENT DESCRIPTION              NEEDED"
              AT W-POS.
           MOVE 1456 TO W-POS.
           DISPLAY "FREE" AT W-POS.
           MOVE 1410 TO W-POS.
           MOVE 0 TO WS-COMP-IDX
                     WS-SHORT-COUNT
                     WS-VAL.
        BCC-010.
           ADD 1 TO WS-COMP-IDX.
           IF WS-COMP-IDX > WS-COMP-COUNT
              GO TO BCC-020.
           COMPUTE WS-CT-NEED (WS-COMP-IDX) ROUNDED =
              WS-QTY * WS-CT-PER (WS-COMP-IDX).
           COMPUTE WS-CT-VAL (WS-COMP-IDX) ROUNDED =
              WS-CT-NEED (WS-COMP-IDX) * WS-CT-COST (WS-COMP-IDX).
           ADD WS-CT-VAL (WS-COMP-IDX) TO WS-VAL.
           MOVE SPACES TO WS-CP-NOTE.
           IF WS-CT-SET-UP (WS-COMP-IDX) = "N"
              MOVE "NOT IN WHSE" TO WS-CP-NOTE
              ADD 1 TO WS-SHORT-COUNT
           ELSE
              IF WS-CT-NEED (WS-COMP-IDX) > WS-CT-FREE (WS-COMP-IDX)
                 MOVE "SHORT" TO WS-CP-NOTE
                 ADD 1 TO WS-SHORT-COUNT.
           IF W-POS > 2100
              GO TO BCC-010.
           ADD 100 TO W-POS.
           MOVE WS-CT-STOCK (WS-COMP-IDX) TO WS-CP-STOCK.
           MOVE WS-CT-DESC (WS-COMP-IDX)  TO WS-CP-DESC.
           MOVE WS-CT-NEED (WS-COMP-IDX)  TO WS-CP-NEED.
           MOVE WS-CT-FREE (WS-COMP-IDX)  TO WS-CP-FREE.
           DISPLAY WS-COMP-PRINT AT W-POS.
           GO TO BCC-010.
        BCC-020.
           IF WS-COMP-COUNT > 7
              MOVE 2210 TO W-POS
              DISPLAY "COMPONENTS ON THE BILL, NOT ALL SHOWN:" AT W-POS
              MOVE 2249 TO W-POS
              DISPLAY WS-COMP-COUNT AT W-POS.
           COMPUTE WS-UNIT-COST ROUNDED = WS-VAL / WS-QTY.
           MOVE WS-VAL TO WS-VAL-EDIT.
           MOVE WS-UNIT-COST TO WS-COST-EDIT.
           MOVE 2310 TO W-POS.
           DISPLAY "VALUE AT COMPONENT COST:" AT W-POS.
           MOVE 2335 TO W-POS.
           DISPLAY WS-VAL-EDIT AT W-POS.
           MOVE 2350 TO W-POS.
           DISPLAY "PER UNIT:" AT W-POS.
           MOVE 2360 TO W-POS.
           DISPLAY WS-COST-EDIT AT W-POS.
        BCC-EXIT.
           EXIT.
      *
        D-POST-ASSEMBLY SECTION.
      *****************************************************************
      * ONE BALANCED SET IN ONE ACTION: AN ISSUE OF EVERY COMPONENT
      * AT ITS AVERAGE COST AND A RECEIPT OF THE PARENT CARRYING THE
      * SAME TOTAL, ALL IN THE ASSEMBLY WAREHOUSE AND ALL MARKED AS
      * ASSEMBLY MOVEMENTS. THE POSTING RUN RE-AVERAGES THE PARENT'S
      * COST FROM THE VALUE THE RECEIPT CARRIES.
      *****************************************************************
        DPA-005.
           MOVE 0 TO WS-COMP-IDX.
        DPA-010.
           ADD 1 TO WS-COMP-IDX.
           IF WS-COMP-IDX > WS-COMP-COUNT
              GO TO DPA-030.
           MOVE WS-CT-STOCK (WS-COMP-IDX) TO WS-SEQ-STOCK.
           PERFORM D-NEXT-SEQUENCE.
           MOVE SPACES        TO STOCKCHANGE-RECORD.
           MOVE WS-SEQ-STOCK  TO STCH-STOCKNUMBER.
           MOVE WS-NEXT-SEQ   TO STCH-SEQUENCE.
           MOVE WS-TODAY-DATE TO STCH-CHANGE-DATE.
           SUBTRACT WS-CT-NEED (WS-COMP-IDX) FROM 0
              GIVING STCH-QUANTITY.
           SUBTRACT WS-CT-VAL (WS-COMP-IDX) FROM 0
              GIVING STCH-VALUE.
           MOVE WS-WHSE       TO STCH-WAREHOUSE.
           MOVE " "           TO STCH-POSTED-FLAG.
           MOVE "M"           TO STCH-MOVE-TYPE.
        DPA-020.
           WRITE STOCKCHANGE-RECORD
               INVALID KEY
             IF WS-STAT1 = 22 AND STCH-SEQUENCE < 9999
                ADD 1 TO STCH-SEQUENCE
                GO TO DPA-020
             ELSE
                MOVE "WRITE FAILED FOR COMPONENT ISSUE, CHECK CHANGES."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO DPA-EXIT.
           GO TO DPA-010.
        DPA-030.
           MOVE WS-STOCK TO WS-SEQ-STOCK.
           PERFORM D-NEXT-SEQUENCE.
           MOVE SPACES        TO STOCKCHANGE-RECORD.
           MOVE WS-STOCK      TO STCH-STOCKNUMBER.
           MOVE WS-NEXT-SEQ   TO STCH-SEQUENCE.
           MOVE WS-TODAY-DATE TO STCH-CHANGE-DATE.
           MOVE WS-QTY        TO STCH-QUANTITY.
           MOVE WS-VAL        TO STCH-VALUE.
           MOVE WS-WHSE       TO STCH-WAREHOUSE.
           MOVE " "           TO STCH-POSTED-FLAG.
           MOVE "M"           TO STCH-MOVE-TYPE.
        DPA-040.
           WRITE STOCKCHANGE-RECORD
               INVALID KEY
             IF WS-STAT1 = 22 AND STCH-SEQUENCE < 9999
                ADD 1 TO STCH-SEQUENCE
                GO TO DPA-040
             ELSE
                MOVE "WRITE FAILED FOR ASSEMBLY RECEIPT, CHECK CHANGES."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO DPA-EXIT.
           ADD 1 TO WS-ASM-COUNT.
           MOVE "ASSEMBLY WRITTEN TO STOCK CHANGES." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        DPA-EXIT.
           EXIT.
      *
        D-NEXT-SEQUENCE SECTION.
        DNS-005.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE WS-SEQ-STOCK TO STCH-STOCKNUMBER.
           MOVE 9999         TO STCH-SEQUENCE.
           START STOCKCHANGE-MASTER KEY NOT > STCH-KEY
               INVALID KEY
             GO TO DNS-EXIT.
           READ STOCKCHANGE-MASTER PREVIOUS
               AT END
             GO TO DNS-EXIT.
           IF STCH-STOCKNUMBER = WS-SEQ-STOCK
              ADD 1 STCH-SEQUENCE GIVING WS-NEXT-SEQ.
        DNS-EXIT.
           EXIT.
      *
        CLEAR-BODY SECTION.
        CB-005.
           MOVE 1301 TO W-POS.
        CB-010.
           ADD 100 TO W-POS.
           IF W-POS > 2501
              GO TO CB-EXIT.
           DISPLAY WS-BLANK-LINE AT W-POS.
           GO TO CB-010.
        CB-EXIT.
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
           CLOSE STOCK-MASTER
                 STOCKBOM-FILE
                 STOCKCHANGE-MASTER.
           DISPLAY "ASSEMBLIES POSTED: " WS-ASM-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
