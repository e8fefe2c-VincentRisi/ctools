               RECORD KEY IS STCH-KEY
               FILE STATUS IS WS-CHANGE-STATUS.
           COPY "SelectStMaster".
           COPY "SelectSoLine".
           SELECT CKPT-FILE ASSIGN TO "StPostCkpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
        FILE SECTION.
           COPY ChlfdStockChanges.
           COPY ChlfdStockMast.
           COPY ChlfdSoLine.
           FD  CKPT-FILE
               LABEL RECORDS ARE STANDARD.
           01  CKPT-RECORD          PIC X(12).
           77  WS-LAST-KEY      PIC X(12) VALUE SPACES.
           77  WS-RESUME-SW     PIC X VALUE "N".
               88  WS-RESUMING        VALUE "Y".
           77  WS-SOL-OFF-SW    PIC X VALUE "N".
               88  WS-SOL-OFF         VALUE "Y".
           77  WS-AVAIL         PIC S9(07)V999 VALUE 0.
           77  WS-FILL          PIC S9(07)V999 VALUE 0.
           77  WS-FILLED        PIC S9(07)V999 VALUE 0.
           77  WS-BO-COUNT      PIC 9(06) VALUE 0.
           77  WS-POST-COST     PIC S9(07)V9999 VALUE 0.
           01  WS-CHANGE-STATUS.
               03  WS-STAT1     PIC 99.
           01  WS-STOCK-STATUS.
               03  WS-CKPT-ST1  PIC 99.
           01  WS-REG-STATUS.
               03  WS-REG-ST1   PIC 99.
           01  WS-SOL-STATUS.
               03  WS-SOL-ST1   PIC 99.
           01  WS-MOVEMENT-TABLE.
               03  WS-MOVEMENT OCCURS 500 TIMES
                               INDEXED BY WS-MT-IDX.
              MOVE "NO STOCK MASTER, POSTING ABORTED" TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           OPEN I-O SOLINE-FILE.
           IF WS-SOL-ST1 NOT = 0
              MOVE "Y" TO WS-SOL-OFF-SW.
           OPEN OUTPUT POST-REGISTER.
           MOVE SPACES TO REGISTER-RECORD.
           STRING "STOCK POSTING RUN COMPANY " DELIMITED BY SIZE
      *    SO THE IMPLIED UNIT COST CANNOT DRIFT NEGATIVE.
           IF STK-AVG-COST NOT NUMERIC
              MOVE 0 TO STK-AVG-COST.
           MOVE STK-AVG-COST TO WS-POST-COST.
           IF WS-MT-QTY (WS-MT-IDX) < 0
              COMPUTE WS-MT-VAL (WS-MT-IDX) ROUNDED =
                 WS-MT-QTY (WS-MT-IDX) * STK-AVG-COST
           ADD 1 TO WS-POST-COUNT.
           MOVE "POSTED"  TO WSR-RESULT.
           PERFORM D-REGISTER-LINE.
           IF WS-MT-QTY (WS-MT-IDX) > 0
              PERFORM D-FILL-BACK-ORDERS.
           MOVE STK-ONHAND-QTY TO WS-QTY-EDIT.
           DISPLAY "ITEM " STK-STOCKNUMBER " " STK-WAREHOUSE
              " NEW ON-HAND " WS-QTY-EDIT.
           GO TO D-005.
        D-EXIT.
           CLOSE POST-REGISTER.
           IF NOT WS-SOL-OFF
              CLOSE SOLINE-FILE.
           EXIT.
      *
        D-FILL-BACK-ORDERS SECTION.
      *****************************************************************
      * STOCK COMING IN GOES FIRST TO SALES ORDER LINES WAITING ON
      * BACK ORDER FOR THE ITEM AND WAREHOUSE, HIGHEST PRIORITY AND
      * THEN OLDEST ORDER FIRST, UNTIL THE NEWLY AVAILABLE STOCK RUNS
      * OUT. EACH LINE FILLED IS SHOWN ON THE REGISTER UNDER TYPE B
      * WITH THE ORDER NUMBER IT WENT TO.
      *****************************************************************
        DFB-005.
           IF WS-SOL-OFF
              GO TO DFB-EXIT.
           IF STK-ALLOCATED-QTY NOT NUMERIC
              MOVE 0 TO STK-ALLOCATED-QTY.
           SUBTRACT STK-ALLOCATED-QTY FROM STK-ONHAND-QTY
              GIVING WS-AVAIL.
           IF WS-AVAIL NOT > 0
              GO TO DFB-EXIT.
           MOVE 0 TO WS-FILLED.
           MOVE STK-STOCKNUMBER TO SOL-STOCKNUMBER.
           MOVE STK-WAREHOUSE   TO SOL-WAREHOUSE.
           MOVE 0               TO SOL-PRIORITY
                                   SOL-FILL-NUMBER
                                   SOL-FILL-LINE.
           START SOLINE-FILE KEY NOT < SOL-FILL-KEY
               INVALID KEY
             GO TO DFB-EXIT.
        DFB-010.
           READ SOLINE-FILE NEXT
               AT END
             GO TO DFB-020.
           IF SOL-STOCKNUMBER NOT = STK-STOCKNUMBER
                OR SOL-WAREHOUSE NOT = STK-WAREHOUSE
              GO TO DFB-020.
           IF NOT SOL-OPEN OR SOL-BACK-QTY NOT > 0
              GO TO DFB-010.
           IF SOL-BACK-QTY > WS-AVAIL
              MOVE WS-AVAIL     TO WS-FILL
           ELSE
              MOVE SOL-BACK-QTY TO WS-FILL.
           ADD WS-FILL      TO SOL-ALLOC-QTY.
           SUBTRACT WS-FILL FROM SOL-BACK-QTY.
           REWRITE SOLINE-RECORD
               INVALID KEY
             DISPLAY "BACK ORDER NOT FILLED, ORDER: " SOL-NUMBER
             GO TO DFB-010.
           SUBTRACT WS-FILL FROM WS-AVAIL.
           ADD WS-FILL TO WS-FILLED.
           ADD 1 TO WS-BO-COUNT.
           MOVE "B"     TO WSR-MTYPE.
           MOVE WS-FILL TO WSR-QTY.
           MOVE 0       TO WSR-VAL.
           MOVE SPACES  TO WSR-RESULT.
           STRING "SO " DELIMITED BY SIZE
                  SOL-NUMBER DELIMITED BY SIZE
                  INTO WSR-RESULT.
           PERFORM D-REGISTER-LINE.
           IF WS-AVAIL > 0
              GO TO DFB-010.
        DFB-020.
           IF WS-FILLED = 0
              GO TO DFB-EXIT.
           ADD WS-FILLED TO STK-ALLOCATED-QTY.
           REWRITE STOCK-MASTER-RECORD
               INVALID KEY
             DISPLAY "ALLOCATION NOT UPDATED FOR STOCK ITEM: "
                STK-STOCKNUMBER.
        DFB-EXIT.
           EXIT.
      *
        D-REGISTER-LINE SECTION.
      * SO A RERUN (OR A CRASH MID-POSTING) NEVER APPLIES IT TWICE,
      * WHILE THE RECORDS STAY BEHIND FOR THE EXPORT AND ARCHIVE
      * RUN. ALL UNPOSTED SEQUENCES FOR THE ITEM AND WAREHOUSE JUST
      * POSTED ARE FLAGGED TOGETHER. AN ISSUE TAKES ON THE VALUE IT
      * WAS POSTED AT, SO THE MOVEMENT HISTORY VALUES STOCK AS THE
      * MASTER DID.
      *****************************************************************
        DFP-005.
           MOVE WS-MT-STOCK (WS-MT-IDX) TO STCH-STOCKNUMBER.
              GO TO DFP-010.
           IF STCH-MOVE-TYPE NOT = WS-MT-TYPE (WS-MT-IDX)
              GO TO DFP-010.
           IF WS-MT-QTY (WS-MT-IDX) < 0
              COMPUTE STCH-VALUE ROUNDED =
                 STCH-QUANTITY * WS-POST-COST.
           MOVE "P" TO STCH-POSTED-FLAG.
           REWRITE STOCKCHANGE-RECORD
               INVALID KEY NEXT SENTENCE.
           IF WS-CONFIRM = "Y"
              CLOSE STOCK-MASTER
              DISPLAY "ITEMS POSTED: " WS-POST-COUNT
              DISPLAY "BACK ORDER LINES FILLED: " WS-BO-COUNT
           ELSE
              DISPLAY "POSTING CANCELLED, NO ITEMS POSTED".
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
