        IDENTIFICATION DIVISION.
        PROGRAM-ID. STLOTEXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectStMaster".
         Copy "SelectStockLot".
           SELECT REPORT-TEXT-FILE ASSIGN TO
               "/ctools/spl/LotExpiry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdStockMast.
           COPY ChlfdStockLot.
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
           77  WS-DAYS-IN       PIC X(03) VALUE " ".
           77  WS-DAYS          PIC 9(03) VALUE 0.
           77  WS-TODAY-INT     PIC 9(08) VALUE 0.
           77  WS-CUTOFF-INT    PIC 9(08) VALUE 0.
           77  WS-CUTOFF-DATE   PIC 9(08) VALUE 0.
           77  WS-DAYS-LEFT     PIC S9(05) VALUE 0.
           77  WS-VAL           PIC S9(09)V99 VALUE 0.
           77  WS-READ-COUNT    PIC 9(06) VALUE 0.
           77  WS-LIST-COUNT    PIC 9(06) VALUE 0.
           77  WS-EXPIRED-COUNT PIC 9(06) VALUE 0.
           77  WS-VAL-TOTAL     PIC S9(09)V99 VALUE 0.
           77  WS-EXPIRED-TOTAL PIC S9(09)V99 VALUE 0.
           77  WS-TOTAL-EDIT    PIC ZZZ,ZZZ,ZZ9.99-.
           77  WS-STOCK-OFF-SW  PIC X VALUE "N".
               88  WS-STOCK-OFF       VALUE "Y".
           01  WS-DETAIL-LINE.
               03  WS-DL-STOCK      PIC 9(08).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-WHSE       PIC X(04).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-DESC       PIC X(24).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-LOT        PIC X(10).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-EXPIRY     PIC 9(08).
               03  WS-DL-DAYS       PIC ZZZZ9-.
               03  WS-DL-QTY        PIC Z(6)9.999-.
               03  WS-DL-VALUE      PIC ZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NOTE       PIC X(20).
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(09) VALUE "STOCK NO".
               03  FILLER           PIC X(05) VALUE "WHSE".
               03  FILLER           PIC X(25) VALUE "DESCRIPTION".
               03  FILLER           PIC X(11) VALUE "LOT".
               03  FILLER           PIC X(08) VALUE "EXPIRES".
               03  FILLER           PIC X(06) VALUE "  DAYS".
               03  FILLER           PIC X(12) VALUE "     ON HAND".
               03  FILLER           PIC X(16) VALUE "  VALUE AT COST".
               03  FILLER           PIC X(20) VALUE "NOTE".
           01  WS-STOCK-STATUS.
               03  WS-STOCK-ST1     PIC 99.
           01  WS-SLT-STATUS.
               03  WS-SLT-ST1       PIC 99.
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
           PERFORM B-LIST-LOTS.
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
           DISPLAY "** STOCK LOTS EXPIRING REPORT **".
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
      *    THE WINDOW AHEAD OF TODAY DEFAULTS TO THIRTY DAYS.
           ACCEPT WS-DAYS-IN FROM ENVIRONMENT "LOTEXPDAYS".
           IF WS-DAYS-IN = " "
              MOVE 30 TO WS-DAYS
           ELSE
              MOVE FUNCTION NUMVAL(WS-DAYS-IN) TO WS-DAYS.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
             TO WS-TODAY-INT.
           ADD WS-DAYS WS-TODAY-INT GIVING WS-CUTOFF-INT.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
             TO WS-CUTOFF-DATE.
           OPEN INPUT STOCKLOT-FILE.
           IF WS-SLT-ST1 NOT = 0
              MOVE "NO STOCK LOT FILE, RUN ABANDONED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT STOCK-MASTER.
           IF WS-STOCK-ST1 NOT = 0
              MOVE "Y" TO WS-STOCK-OFF-SW.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "STOCK LOTS EXPIRING BY " DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-DAYS DELIMITED BY SIZE
                  " DAYS)   COMPANY " DELIMITED BY SIZE
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
        B-LIST-LOTS SECTION.
      *****************************************************************
      * EVERY LOT STILL HOLDING STOCK THAT EXPIRES ON OR BEFORE THE
      * CUT-OFF IS LISTED, VALUED AT THE ITEM'S AVERAGE COST. A LOT
      * ALREADY PAST ITS EXPIRY IS FLAGGED SO IT CAN BE WRITTEN OFF.
      * A LOT WITH NO EXPIRY DATE NEVER APPEARS.
      *****************************************************************
        BL-005.
           MOVE LOW-VALUES TO SLT-KEY.
           START STOCKLOT-FILE KEY NOT < SLT-KEY
               INVALID KEY
             GO TO BL-EXIT.
        BL-010.
           READ STOCKLOT-FILE NEXT
               AT END
             GO TO BL-EXIT.
           ADD 1 TO WS-READ-COUNT.
           IF SLT-ONHAND-QTY NOT > 0
              GO TO BL-010.
           IF SLT-EXPIRY = 0 OR SLT-EXPIRY > WS-CUTOFF-DATE
              GO TO BL-010.
           MOVE SPACES          TO WS-DL-DESC
                                   WS-DL-NOTE.
           MOVE 0               TO STK-AVG-COST.
           IF WS-STOCK-OFF
              GO TO BL-020.
           MOVE SLT-STOCKNUMBER TO STK-STOCKNUMBER.
           MOVE SLT-WAREHOUSE   TO STK-WAREHOUSE.
           READ STOCK-MASTER
               INVALID KEY
             MOVE "NOT ON STOCK MASTER" TO WS-DL-DESC
             MOVE 0 TO STK-AVG-COST
             GO TO BL-020.
           MOVE STK-DESCRIPTION TO WS-DL-DESC.
           IF STK-AVG-COST NOT NUMERIC
              MOVE 0 TO STK-AVG-COST.
        BL-020.
           COMPUTE WS-DAYS-LEFT =
              FUNCTION INTEGER-OF-DATE(SLT-EXPIRY) - WS-TODAY-INT.
           COMPUTE WS-VAL ROUNDED = SLT-ONHAND-QTY * STK-AVG-COST.
           MOVE SLT-STOCKNUMBER TO WS-DL-STOCK.
           MOVE SLT-WAREHOUSE   TO WS-DL-WHSE.
           MOVE SLT-LOT         TO WS-DL-LOT.
           MOVE SLT-EXPIRY      TO WS-DL-EXPIRY.
           MOVE WS-DAYS-LEFT    TO WS-DL-DAYS.
           MOVE SLT-ONHAND-QTY  TO WS-DL-QTY.
           MOVE WS-VAL          TO WS-DL-VALUE.
           IF WS-DAYS-LEFT < 0
              MOVE "EXPIRED" TO WS-DL-NOTE
              ADD 1 TO WS-EXPIRED-COUNT
              ADD WS-VAL TO WS-EXPIRED-TOTAL.
           IF WS-DAYS-LEFT = 0
              MOVE "EXPIRES TODAY" TO WS-DL-NOTE.
           WRITE REPORT-TEXT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LIST-COUNT.
           ADD WS-VAL TO WS-VAL-TOTAL.
           GO TO BL-010.
        BL-EXIT.
           EXIT.
      *
        C-TOTALS SECTION.
        CT-005.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-VAL-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "LOTS LISTED: " DELIMITED BY SIZE
                  WS-LIST-COUNT DELIMITED BY SIZE
                  "  VALUE AT COST " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-EXPIRED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "ALREADY EXPIRED: " DELIMITED BY SIZE
                  WS-EXPIRED-COUNT DELIMITED BY SIZE
                  "  VALUE AT COST " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-STOCK-OFF
              MOVE "*** NO STOCK MASTER, LOTS NOT VALUED ***"
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
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
           STRING "./text2pdf /ctools/spl/LotExpiry.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/LotExpiry.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/LotExpiry.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "STLEXP.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/LotExpiry.pdf" DELIMITED BY SIZE
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
           CLOSE STOCKLOT-FILE.
           IF NOT WS-STOCK-OFF
              CLOSE STOCK-MASTER.
           MOVE WS-VAL-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "LOTS READ:                " WS-READ-COUNT.
           DISPLAY "LOTS LISTED:              " WS-LIST-COUNT.
           DISPLAY "ALREADY EXPIRED:          " WS-EXPIRED-COUNT.
           DISPLAY "VALUE AT COST:            " WS-TOTAL-EDIT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        F-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
