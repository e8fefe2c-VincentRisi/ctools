        IDENTIFICATION DIVISION.
        PROGRAM-ID. STSLOWXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectStMaster".
           SELECT STOCKCHANGE-MASTER ASSIGN TO "StChanges"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STCH-KEY
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT STOCKCHANGE-ARCHIVE ASSIGN TO "StChangesArchive"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT REPORT-TEXT-FILE ASSIGN TO
                     "/ctools/spl/StSlow.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SLOW-CSV ASSIGN TO "StSlowCsv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdStockMast.
           COPY ChlfdStockChanges.
      *    THE ARCHIVE HOLDS PURGED StChanges RECORDS AS THEY WERE.
           FD  STOCKCHANGE-ARCHIVE
               LABEL RECORDS ARE STANDARD.
           01  ARCHIVE-RECORD.
               03  ARCH-STOCKNUMBER     PIC 9(08).
               03  ARCH-SEQUENCE        PIC 9(04).
               03  ARCH-CHANGE-DATE     PIC 9(08).
               03  ARCH-QUANTITY        PIC S9(07)V999.
               03  ARCH-VALUE           PIC S9(09)V99.
               03  ARCH-WAREHOUSE       PIC X(04).
               03  ARCH-POSTED-FLAG     PIC X(01).
               03  ARCH-MOVE-TYPE       PIC X(01).
               03  ARCH-LOT-NUMBER      PIC X(10).
           FD  REPORT-TEXT-FILE
               LABEL RECORDS ARE STANDARD.
           01  REPORT-TEXT-LINE         PIC X(132).
           FD  SLOW-CSV
               LABEL RECORDS ARE STANDARD.
           01  CSV-RECORD               PIC X(160).
      *
       WORKING-STORAGE SECTION.
           77  WS-COMPANY-CODE PIC X(02) VALUE " ".
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-W-STATUS      PIC 9(4) BINARY COMP VALUE 0.
           77  WS-COMMAND-LINE  PIC X(256) VALUE " ".
           77  WS-PRINTER       PIC X(10) VALUE " ".
           77  WS-ACCEPT        PIC X VALUE " ".
           77  WS-CSV-SW        PIC X VALUE "N".
               88  WS-CSV-WANTED      VALUE "Y".
           77  WS-ARCHIVE-SW    PIC X VALUE "N".
               88  WS-ARCHIVE-OFF     VALUE "Y".
           77  WS-FULL-SW       PIC X VALUE "N".
               88  WS-TABLE-FULL      VALUE "Y".
           77  WS-MONTHS-IN     PIC X(02) VALUE " ".
           77  WS-MONTHS        PIC 9(02) VALUE 0.
           77  WS-BACK          PIC 9(02) VALUE 0.
           77  WS-CUT-3         PIC 9(08) VALUE 0.
           77  WS-CUT-6         PIC 9(08) VALUE 0.
           77  WS-CUT-12        PIC 9(08) VALUE 0.
           77  WS-CUT-SLOW      PIC 9(08) VALUE 0.
           77  WS-MONTH-COUNT   PIC 9(06) VALUE 0.
           77  WS-MV-STOCK      PIC 9(08) VALUE 0.
           77  WS-MV-WHSE       PIC X(04) VALUE " ".
           77  WS-MV-DATE       PIC 9(08) VALUE 0.
           77  WS-MV-QTY        PIC S9(07)V999 VALUE 0.
           77  WS-MV-TYPE       PIC X(01) VALUE " ".
           77  WS-USED          PIC S9(07)V999 VALUE 0.
           77  WS-MOVE-COUNT    PIC 9(07) VALUE 0.
           77  WS-ARCH-COUNT    PIC 9(07) VALUE 0.
           77  WS-ORPHAN-COUNT  PIC 9(07) VALUE 0.
           77  WS-SLOW-COUNT    PIC 9(06) VALUE 0.
           77  WS-SLOW-VALUE    PIC S9(11)V99 VALUE 0.
           77  WS-USE-TOTAL     PIC S9(11)V99 VALUE 0.
           77  WS-CUM-VALUE     PIC S9(11)V99 VALUE 0.
           77  WS-CUM-PCT       PIC S9(03)V9 VALUE 0.
           77  WS-PRIOR-PCT     PIC S9(03)V9 VALUE 0.
           77  WS-TOTAL-EDIT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           77  WS-TOTAL-EDIT2   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           77  WS-CSV-DESC      PIC X(30) VALUE " ".
           77  WS-CSV-Q3        PIC -(9)9.999.
           77  WS-CSV-Q6        PIC -(9)9.999.
           77  WS-CSV-Q12       PIC -(9)9.999.
           77  WS-CSV-QOH       PIC -(9)9.999.
           77  WS-CSV-UVAL      PIC -(11)9.99.
           77  WS-CSV-OHVAL     PIC -(11)9.99.
           77  WS-CSV-SLOW      PIC X(01) VALUE " ".
           77  WS-ITEM-COUNT    PIC 9(04) COMP VALUE 0.
           77  WS-IT-IDX        PIC 9(04) COMP VALUE 0.
           77  WS-RK-IDX        PIC 9(04) COMP VALUE 0.
           77  WS-MOVE-IDX      PIC 9(04) COMP VALUE 0.
           77  WS-NEW-RANK      PIC 9(04) COMP VALUE 0.
           77  WS-LOW           PIC 9(04) COMP VALUE 0.
           77  WS-HIGH          PIC 9(04) COMP VALUE 0.
           77  WS-MID           PIC 9(04) COMP VALUE 0.
           77  WS-CL-IDX        PIC 9(01) COMP VALUE 0.
           01  WS-FIND-KEY.
               03  WS-FK-STOCK      PIC 9(08).
               03  WS-FK-WHSE       PIC X(04).
           01  WS-MONTH-WORK.
               03  WS-MW-YEAR       PIC 9(04).
               03  WS-MW-MONTH      PIC 9(02).
               03  WS-MW-DAY        PIC 9(02).
           01  WS-MONTH-DATE REDEFINES WS-MONTH-WORK PIC 9(08).
      *****************************************************************
      * EVERY ITEM AND WAREHOUSE ON THE STOCK MASTER, IN KEY ORDER SO
      * A MOVEMENT CAN BE MATCHED TO ITS ENTRY BY HALVING THE TABLE.
      * USAGE IS WHAT WENT OUT TO SALES, ISSUES AND ASSEMBLIES LESS
      * WHAT CAME BACK ON CREDIT NOTES, OVER THE LAST 3, 6 AND 12
      * MONTHS; ITS VALUE IS THE 12 MONTHS' USAGE AT AVERAGE COST.
      *****************************************************************
           01  WS-ITEM-TABLE.
               03  WS-ITEM-ENTRY OCCURS 2000.
                   05  WS-IT-KEY.
                       07  WS-IT-STOCK     PIC 9(08).
                       07  WS-IT-WHSE      PIC X(04).
                   05  WS-IT-DESC          PIC X(30).
                   05  WS-IT-CLASS         PIC X(01).
                   05  WS-IT-LAST-SALE     PIC 9(08).
                   05  WS-IT-LAST-RECEIPT  PIC 9(08).
                   05  WS-IT-LAST-ISSUE    PIC 9(08).
                   05  WS-IT-USE-3         PIC S9(07)V999.
                   05  WS-IT-USE-6         PIC S9(07)V999.
                   05  WS-IT-USE-12        PIC S9(07)V999.
                   05  WS-IT-USE-VAL       PIC S9(09)V99.
                   05  WS-IT-ONHAND-QTY    PIC S9(07)V999.
                   05  WS-IT-ONHAND-VAL    PIC S9(09)V99.
                   05  WS-IT-AVG-COST      PIC S9(07)V9999.
      *    ENTRY NUMBERS IN DESCENDING ORDER OF USAGE VALUE.
           01  WS-RANK-TABLE.
               03  WS-RANK          PIC 9(04) COMP OCCURS 2000.
           01  WS-CLASS-VALUES.
               03  FILLER           PIC X(01) VALUE "A".
               03  FILLER           PIC X(01) VALUE "B".
               03  FILLER           PIC X(01) VALUE "C".
           01  WS-CLASS-CODES REDEFINES WS-CLASS-VALUES.
               03  WS-CLASS-CODE    PIC X(01) OCCURS 3.
           01  WS-CLASS-TOTALS.
               03  WS-CLASS-ENTRY OCCURS 3.
                   05  WS-CL-COUNT      PIC 9(06).
                   05  WS-CL-USE-VAL    PIC S9(11)V99.
                   05  WS-CL-ONHAND-VAL PIC S9(11)V99.
           01  WS-ABC-LINE.
               03  WS-AL-STOCK      PIC 9(08).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-AL-WHSE       PIC X(04).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-AL-DESC       PIC X(24).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-AL-CLASS      PIC X(01).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-AL-USE-3      PIC Z(6)9.999-.
               03  WS-AL-USE-6      PIC Z(6)9.999-.
               03  WS-AL-USE-12     PIC Z(6)9.999-.
               03  WS-AL-USE-VAL    PIC ZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-AL-CUM-PCT    PIC ZZ9.9.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-AL-LAST-SALE  PIC X(08).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-AL-LAST-RECV  PIC X(08).
           01  WS-ABC-HEAD.
               03  FILLER           PIC X(14) VALUE "STOCK NO WHSE".
               03  FILLER           PIC X(25) VALUE "DESCRIPTION".
               03  FILLER           PIC X(03) VALUE "CL".
               03  FILLER           PIC X(12) VALUE "   3 MONTHS".
               03  FILLER           PIC X(12) VALUE "   6 MONTHS".
               03  FILLER           PIC X(12) VALUE "  12 MONTHS".
               03  FILLER           PIC X(14) VALUE "   USAGE VALUE".
               03  FILLER           PIC X(08) VALUE "  CUM %".
               03  FILLER           PIC X(09) VALUE "LAST SALE".
               03  FILLER           PIC X(09) VALUE "LAST RECV".
           01  WS-SLOW-LINE.
               03  WS-SL-STOCK      PIC 9(08).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-SL-WHSE       PIC X(04).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-SL-DESC       PIC X(24).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-SL-CLASS      PIC X(01).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-SL-LAST-ISSUE PIC X(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-SL-LAST-SALE  PIC X(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-SL-LAST-RECV  PIC X(08).
               03  WS-SL-QTY        PIC Z(6)9.999-.
               03  WS-SL-VALUE      PIC ZZ,ZZZ,ZZ9.99-.
           01  WS-SLOW-HEAD.
               03  FILLER           PIC X(14) VALUE "STOCK NO WHSE".
               03  FILLER           PIC X(25) VALUE "DESCRIPTION".
               03  FILLER           PIC X(03) VALUE "CL".
               03  FILLER           PIC X(10) VALUE "LAST ISSUE".
               03  FILLER           PIC X(10) VALUE "LAST SALE".
               03  FILLER           PIC X(08) VALUE "LAST RECV".
               03  FILLER           PIC X(12) VALUE "     ON HAND".
               03  FILLER           PIC X(14) VALUE "  ON HAND VALUE".
           01  WS-DATE-TEXT         PIC X(08).
           01  WS-DATE-NUM REDEFINES WS-DATE-TEXT PIC 9(08).
           01  WS-STOCK-STATUS.
               03  WS-STOCK-ST1     PIC 99.
           01  WS-CHANGE-STATUS.
               03  WS-STAT1         PIC 99.
           01  WS-ARCHIVE-STATUS.
               03  WS-ARCH-ST1      PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           01  WS-CSV-STATUS.
               03  WS-CSV-ST1       PIC 99.
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
      * SLOW-MOVING AND DEAD STOCK WITH ABC CLASSES, FROM THE STOCK
      * MOVEMENTS ON StChanges AND StChangesArchive. THE JOB
      * DIRECTION C RUNS WITH THE CSV EXTRACT AND P PRINTED ONLY,
      * WITHOUT ASKING; THE SLOW-MOVING WINDOW THEN COMES FROM
      * SLOWMONTHS, DEFAULT 12.
      *****************************************************************
           PERFORM A-ACCEPT.
           PERFORM A-INIT.
           PERFORM B-LOAD-ITEMS.
           PERFORM B-READ-CHANGES.
           PERFORM B-READ-ARCHIVE.
           PERFORM C-RANK-ITEMS.
           PERFORM C-CLASSIFY.
           PERFORM D-PRINT-ABC.
           PERFORM D-PRINT-SLOW.
           PERFORM D-TOTALS.
           PERFORM E-PIPELINE.
           PERFORM F-END.
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
           ACCEPT WS-MONTHS-IN FROM ENVIRONMENT "SLOWMONTHS".
           IF WS-MONTHS-IN = " "
              MOVE 12 TO WS-MONTHS
           ELSE
              MOVE FUNCTION NUMVAL(WS-MONTHS-IN) TO WS-MONTHS.
           IF LK-DIRECTION = "C"
              MOVE "Y" TO WS-CSV-SW
              GO TO A-AC-EXIT.
           IF LK-DIRECTION = "P"
              GO TO A-AC-EXIT.
           MOVE 0810 TO W-POS.
           DISPLAY "** SLOW-MOVING STOCK AND ABC ANALYSIS **"
              AT W-POS.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
        A-005.
           MOVE 1010 TO W-POS.
           DISPLAY "MONTHS WITHOUT ISSUES (BLANK=12):         [  ]"
              AT W-POS.
           MOVE 1053 TO W-POS.
           MOVE " " TO WS-MONTHS-IN.
           ACCEPT WS-MONTHS-IN AT W-POS.
           IF WS-MONTHS-IN = " "
              MOVE 12 TO WS-MONTHS
              GO TO A-010.
           MOVE FUNCTION NUMVAL(WS-MONTHS-IN) TO WS-MONTHS.
        A-010.
           IF WS-MONTHS < 1
              MOVE "MONTHS MUST BE 1 TO 99, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO A-005.
        A-020.
           MOVE 1110 TO W-POS.
           DISPLAY "ALSO WRITE THE CSV EXTRACT, Y/N:          [ ]"
              AT W-POS.
           MOVE 1153 TO W-POS.
           MOVE " " TO WS-ACCEPT.
           ACCEPT WS-ACCEPT AT W-POS.
           IF WS-ACCEPT NOT = "Y" AND NOT = "N"
              GO TO A-020.
           MOVE WS-ACCEPT TO WS-CSV-SW.
        A-AC-EXIT.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           IF WS-MONTHS < 1
              MOVE 12 TO WS-MONTHS.
           MOVE 3  TO WS-BACK.
           PERFORM X-MONTHS-BACK.
           MOVE WS-MONTH-DATE TO WS-CUT-3.
           MOVE 6  TO WS-BACK.
           PERFORM X-MONTHS-BACK.
           MOVE WS-MONTH-DATE TO WS-CUT-6.
           MOVE 12 TO WS-BACK.
           PERFORM X-MONTHS-BACK.
           MOVE WS-MONTH-DATE TO WS-CUT-12.
           MOVE WS-MONTHS TO WS-BACK.
           PERFORM X-MONTHS-BACK.
           MOVE WS-MONTH-DATE TO WS-CUT-SLOW.
           OPEN INPUT STOCK-MASTER.
           IF WS-STOCK-ST1 NOT = 0
              MOVE "NO STOCK MASTER, RUN ABANDONED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT STOCKCHANGE-MASTER.
           IF WS-STAT1 NOT = 0
              MOVE "NO STOCK CHANGES FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE STOCK-MASTER
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT STOCKCHANGE-ARCHIVE.
           IF WS-ARCH-ST1 NOT = 0
              MOVE "Y" TO WS-ARCHIVE-SW
              DISPLAY "NO STOCK CHANGES ARCHIVE, CURRENT FILE ONLY.".
           IF WS-CSV-WANTED
              OPEN OUTPUT SLOW-CSV
              IF WS-CSV-ST1 NOT = 0
                 MOVE "N" TO WS-CSV-SW
                 MOVE "CANNOT OPEN CSV FILE, PRINTED REPORT ONLY."
                    TO WS-MESSAGE
                 PERFORM ERROR-MESSAGE
              ELSE
                 MOVE FUNCTION CONCATENATE("STOCK,WHSE,DESCRIPTION,",
                   "CLASS,USE3,USE6,USE12,USAGEVALUE,LASTSALE,",
                   "LASTRECEIPT,LASTISSUE,ONHANDQTY,ONHANDVALUE,SLOW")
                    TO CSV-RECORD
                 WRITE CSV-RECORD.
           INITIALIZE WS-CLASS-TOTALS.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "SLOW-MOVING STOCK AND ABC ANALYSIS AS AT "
                     DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  "   COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "USAGE SINCE " DELIMITED BY SIZE
                  WS-CUT-3 DELIMITED BY SIZE
                  " (3 MONTHS), " DELIMITED BY SIZE
                  WS-CUT-6 DELIMITED BY SIZE
                  " (6 MONTHS) AND " DELIMITED BY SIZE
                  WS-CUT-12 DELIMITED BY SIZE
                  " (12 MONTHS)" DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        A-EXIT.
           EXIT.
      *
        B-LOAD-ITEMS SECTION.
        BLI-005.
           MOVE LOW-VALUES TO STK-KEY.
           START STOCK-MASTER KEY NOT < STK-KEY
               INVALID KEY
             GO TO BLI-EXIT.
        BLI-010.
           READ STOCK-MASTER NEXT
               AT END
             GO TO BLI-EXIT.
           IF WS-ITEM-COUNT = 2000
              MOVE "Y" TO WS-FULL-SW
              DISPLAY "ITEM TABLE FULL AT 2000 ITEMS, REST LEFT OFF."
              GO TO BLI-EXIT.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE WS-ITEM-COUNT TO WS-IT-IDX.
           INITIALIZE WS-ITEM-ENTRY (WS-IT-IDX).
           MOVE STK-STOCKNUMBER  TO WS-IT-STOCK (WS-IT-IDX).
           MOVE STK-WAREHOUSE    TO WS-IT-WHSE (WS-IT-IDX).
           MOVE STK-DESCRIPTION  TO WS-IT-DESC (WS-IT-IDX).
           IF STK-AVG-COST NOT NUMERIC
              MOVE 0 TO STK-AVG-COST.
           MOVE STK-AVG-COST     TO WS-IT-AVG-COST (WS-IT-IDX).
           MOVE STK-ONHAND-QTY   TO WS-IT-ONHAND-QTY (WS-IT-IDX).
           MOVE STK-ONHAND-VALUE TO WS-IT-ONHAND-VAL (WS-IT-IDX).
           GO TO BLI-010.
        BLI-EXIT.
           EXIT.
      *
        B-READ-CHANGES SECTION.
        BRC-005.
           MOVE 0 TO STCH-STOCKNUMBER
                     STCH-SEQUENCE.
           START STOCKCHANGE-MASTER KEY NOT < STCH-KEY
               INVALID KEY
             GO TO BRC-EXIT.
        BRC-010.
           READ STOCKCHANGE-MASTER NEXT
               AT END
             GO TO BRC-EXIT.
           ADD 1 TO WS-MOVE-COUNT.
           MOVE STCH-STOCKNUMBER TO WS-MV-STOCK.
           MOVE STCH-WAREHOUSE   TO WS-MV-WHSE.
           MOVE STCH-CHANGE-DATE TO WS-MV-DATE.
           MOVE STCH-QUANTITY    TO WS-MV-QTY.
           MOVE STCH-MOVE-TYPE   TO WS-MV-TYPE.
           PERFORM X-APPLY-MOVE.
           GO TO BRC-010.
        BRC-EXIT.
           EXIT.
      *
        B-READ-ARCHIVE SECTION.
        BRA-005.
           IF WS-ARCHIVE-OFF
              GO TO BRA-EXIT.
        BRA-010.
           READ STOCKCHANGE-ARCHIVE
               AT END
             GO TO BRA-EXIT.
           ADD 1 TO WS-ARCH-COUNT.
           MOVE ARCH-STOCKNUMBER TO WS-MV-STOCK.
           MOVE ARCH-WAREHOUSE   TO WS-MV-WHSE.
           MOVE ARCH-CHANGE-DATE TO WS-MV-DATE.
           MOVE ARCH-QUANTITY    TO WS-MV-QTY.
           MOVE ARCH-MOVE-TYPE   TO WS-MV-TYPE.
           PERFORM X-APPLY-MOVE.
           GO TO BRA-010.
        BRA-EXIT.
           EXIT.
      *
        X-APPLY-MOVE SECTION.
      *****************************************************************
      * A SALE SETS THE LAST SALE DATE AND A RECEIPT OR PURCHASE THE
      * LAST RECEIPT DATE. SALES, ISSUES, ASSEMBLY CONSUMPTION AND
      * UNTYPED OUTWARD MOVEMENTS ARE USAGE AND SET THE LAST ISSUE
      * DATE; CREDIT NOTE RETURNS TAKE USAGE BACK. TRANSFERS AND
      * STOCK TAKE ADJUSTMENTS ARE NOT USAGE.
      *****************************************************************
        XAM-005.
           MOVE WS-MV-STOCK TO WS-FK-STOCK.
           MOVE WS-MV-WHSE  TO WS-FK-WHSE.
           PERFORM X-FIND-ITEM.
           IF WS-IT-IDX = 0
              ADD 1 TO WS-ORPHAN-COUNT
              GO TO XAM-EXIT.
           IF WS-MV-DATE NOT NUMERIC OR WS-MV-QTY NOT NUMERIC
              GO TO XAM-EXIT.
           IF WS-MV-TYPE = "S"
            AND WS-MV-DATE > WS-IT-LAST-SALE (WS-IT-IDX)
              MOVE WS-MV-DATE TO WS-IT-LAST-SALE (WS-IT-IDX).
           IF (WS-MV-TYPE = "R" OR WS-MV-TYPE = "P")
            AND WS-MV-QTY > 0
            AND WS-MV-DATE > WS-IT-LAST-RECEIPT (WS-IT-IDX)
              MOVE WS-MV-DATE TO WS-IT-LAST-RECEIPT (WS-IT-IDX).
           IF WS-MV-TYPE = "S" OR WS-MV-TYPE = "I"
                OR WS-MV-TYPE = "C"
              GO TO XAM-010.
           IF (WS-MV-TYPE = "M" OR WS-MV-TYPE = " ")
            AND WS-MV-QTY < 0
              GO TO XAM-010.
           GO TO XAM-EXIT.
        XAM-010.
           SUBTRACT WS-MV-QTY FROM 0 GIVING WS-USED.
           IF WS-USED > 0
            AND WS-MV-DATE > WS-IT-LAST-ISSUE (WS-IT-IDX)
              MOVE WS-MV-DATE TO WS-IT-LAST-ISSUE (WS-IT-IDX).
           IF WS-MV-DATE < WS-CUT-12
              GO TO XAM-EXIT.
           ADD WS-USED TO WS-IT-USE-12 (WS-IT-IDX).
           IF WS-MV-DATE < WS-CUT-6
              GO TO XAM-EXIT.
           ADD WS-USED TO WS-IT-USE-6 (WS-IT-IDX).
           IF WS-MV-DATE < WS-CUT-3
              GO TO XAM-EXIT.
           ADD WS-USED TO WS-IT-USE-3 (WS-IT-IDX).
        XAM-EXIT.
           EXIT.
      *
        X-FIND-ITEM SECTION.
      *****************************************************************
      * HALVE THE TABLE, WHICH IS IN STOCK MASTER KEY ORDER, UNTIL
      * WS-FIND-KEY IS FOUND. WS-IT-IDX IS ZERO WHEN IT IS NOT THERE.
      *****************************************************************
        XFI-005.
           MOVE 0 TO WS-IT-IDX.
           MOVE 1 TO WS-LOW.
           MOVE WS-ITEM-COUNT TO WS-HIGH.
        XFI-010.
           IF WS-LOW > WS-HIGH
              GO TO XFI-EXIT.
           COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.
           IF WS-IT-KEY (WS-MID) = WS-FIND-KEY
              MOVE WS-MID TO WS-IT-IDX
              GO TO XFI-EXIT.
           IF WS-IT-KEY (WS-MID) < WS-FIND-KEY
              ADD 1 WS-MID GIVING WS-LOW
              GO TO XFI-010.
           IF WS-MID = 1
              GO TO XFI-EXIT.
           SUBTRACT 1 FROM WS-MID GIVING WS-HIGH.
           GO TO XFI-010.
        XFI-EXIT.
           EXIT.
      *
        C-RANK-ITEMS SECTION.
      *****************************************************************
      * VALUE EACH ITEM'S 12 MONTHS' USAGE AT ITS AVERAGE COST AND
      * PUT THE ENTRY NUMBERS IN DESCENDING ORDER OF THAT VALUE, EACH
      * ONE INSERTED AFTER THE LAST ENTRY WORTH AT LEAST AS MUCH.
      *****************************************************************
        CRI-005.
           MOVE 0 TO WS-IT-IDX.
        CRI-010.
           ADD 1 TO WS-IT-IDX.
           IF WS-IT-IDX > WS-ITEM-COUNT
              GO TO CRI-EXIT.
           IF WS-IT-USE-12 (WS-IT-IDX) > 0
              COMPUTE WS-IT-USE-VAL (WS-IT-IDX) ROUNDED =
                 WS-IT-USE-12 (WS-IT-IDX) * WS-IT-AVG-COST (WS-IT-IDX)
           ELSE
              MOVE 0 TO WS-IT-USE-VAL (WS-IT-IDX).
           ADD WS-IT-USE-VAL (WS-IT-IDX) TO WS-USE-TOTAL.
           MOVE WS-IT-IDX TO WS-NEW-RANK.
           SUBTRACT 1 FROM WS-IT-IDX GIVING WS-MOVE-IDX.
        CRI-020.
           IF WS-MOVE-IDX = 0
              GO TO CRI-030.
           MOVE WS-RANK (WS-MOVE-IDX) TO WS-RK-IDX.
           IF WS-IT-USE-VAL (WS-RK-IDX)
                NOT < WS-IT-USE-VAL (WS-NEW-RANK)
              GO TO CRI-030.
           MOVE WS-RK-IDX TO WS-RANK (WS-MOVE-IDX + 1).
           SUBTRACT 1 FROM WS-MOVE-IDX.
           GO TO CRI-020.
        CRI-030.
           MOVE WS-NEW-RANK TO WS-RANK (WS-MOVE-IDX + 1).
           GO TO CRI-010.
        CRI-EXIT.
           EXIT.
      *
        C-CLASSIFY SECTION.
      *****************************************************************
      * WORKING DOWN THE RANKING, AN ITEM STARTING INSIDE THE FIRST
      * 80 PERCENT OF TOTAL USAGE VALUE IS CLASS A, INSIDE THE NEXT
      * 15 PERCENT CLASS B, AND EVERYTHING ELSE, INCLUDING ANY ITEM
      * WITH NO USAGE, CLASS C.
      *****************************************************************
        CC-005.
           MOVE 0 TO WS-RK-IDX
                     WS-CUM-VALUE.
        CC-010.
           ADD 1 TO WS-RK-IDX.
           IF WS-RK-IDX > WS-ITEM-COUNT
              GO TO CC-EXIT.
           MOVE WS-RANK (WS-RK-IDX) TO WS-IT-IDX.
           MOVE 3 TO WS-CL-IDX.
           IF WS-USE-TOTAL = 0 OR WS-IT-USE-VAL (WS-IT-IDX) = 0
              GO TO CC-020.
           COMPUTE WS-PRIOR-PCT = WS-CUM-VALUE * 100 / WS-USE-TOTAL.
           IF WS-PRIOR-PCT < 95
              MOVE 2 TO WS-CL-IDX.
           IF WS-PRIOR-PCT < 80
              MOVE 1 TO WS-CL-IDX.
        CC-020.
           MOVE WS-CLASS-CODE (WS-CL-IDX) TO WS-IT-CLASS (WS-IT-IDX).
           ADD WS-IT-USE-VAL (WS-IT-IDX) TO WS-CUM-VALUE.
           ADD 1 TO WS-CL-COUNT (WS-CL-IDX).
           ADD WS-IT-USE-VAL (WS-IT-IDX) TO WS-CL-USE-VAL (WS-CL-IDX).
           ADD WS-IT-ONHAND-VAL (WS-IT-IDX)
              TO WS-CL-ONHAND-VAL (WS-CL-IDX).
           GO TO CC-010.
        CC-EXIT.
           EXIT.
      *
        D-PRINT-ABC SECTION.
        DPA-005.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE "ABC CLASSES BY 12 MONTHS' USAGE AT AVERAGE COST"
              TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE FROM WS-ABC-HEAD.
           MOVE 0 TO WS-RK-IDX
                     WS-CUM-VALUE.
        DPA-010.
           ADD 1 TO WS-RK-IDX.
           IF WS-RK-IDX > WS-ITEM-COUNT
              GO TO DPA-EXIT.
           MOVE WS-RANK (WS-RK-IDX) TO WS-IT-IDX.
           ADD WS-IT-USE-VAL (WS-IT-IDX) TO WS-CUM-VALUE.
           MOVE 0 TO WS-CUM-PCT.
           IF WS-USE-TOTAL NOT = 0
              COMPUTE WS-CUM-PCT ROUNDED =
                 WS-CUM-VALUE * 100 / WS-USE-TOTAL.
           MOVE WS-IT-STOCK (WS-IT-IDX)    TO WS-AL-STOCK.
           MOVE WS-IT-WHSE (WS-IT-IDX)     TO WS-AL-WHSE.
           MOVE WS-IT-DESC (WS-IT-IDX)     TO WS-AL-DESC.
           MOVE WS-IT-CLASS (WS-IT-IDX)    TO WS-AL-CLASS.
           MOVE WS-IT-USE-3 (WS-IT-IDX)    TO WS-AL-USE-3.
           MOVE WS-IT-USE-6 (WS-IT-IDX)    TO WS-AL-USE-6.
           MOVE WS-IT-USE-12 (WS-IT-IDX)   TO WS-AL-USE-12.
           MOVE WS-IT-USE-VAL (WS-IT-IDX)  TO WS-AL-USE-VAL.
           MOVE WS-CUM-PCT                 TO WS-AL-CUM-PCT.
           MOVE WS-IT-LAST-SALE (WS-IT-IDX) TO WS-DATE-NUM.
           PERFORM X-DATE-TEXT.
           MOVE WS-DATE-TEXT               TO WS-AL-LAST-SALE.
           MOVE WS-IT-LAST-RECEIPT (WS-IT-IDX) TO WS-DATE-NUM.
           PERFORM X-DATE-TEXT.
           MOVE WS-DATE-TEXT               TO WS-AL-LAST-RECV.
           WRITE REPORT-TEXT-LINE FROM WS-ABC-LINE.
           GO TO DPA-010.
        DPA-EXIT.
           EXIT.
      *
        D-PRINT-SLOW SECTION.
      *****************************************************************
      * ITEMS STILL HOLDING STOCK WITH NO ISSUE SINCE THE CUT-OFF,
      * IN STOCK NUMBER ORDER, VALUED AT THE MASTER'S ON HAND VALUE.
      * THE CSV EXTRACT CARRIES EVERY ITEM WITH ITS SLOW FLAG.
      *****************************************************************
        DPS-005.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "ITEMS ON HAND WITH NO ISSUES SINCE "
                     DELIMITED BY SIZE
                  WS-CUT-SLOW DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-MONTHS DELIMITED BY SIZE
                  " MONTHS)" DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE FROM WS-SLOW-HEAD.
           MOVE 0 TO WS-IT-IDX.
        DPS-010.
           ADD 1 TO WS-IT-IDX.
           IF WS-IT-IDX > WS-ITEM-COUNT
              GO TO DPS-EXIT.
           MOVE "N" TO WS-CSV-SLOW.
           IF WS-IT-ONHAND-QTY (WS-IT-IDX) NOT > 0
              GO TO DPS-020.
           IF WS-IT-LAST-ISSUE (WS-IT-IDX) NOT < WS-CUT-SLOW
              GO TO DPS-020.
           MOVE "Y" TO WS-CSV-SLOW.
           MOVE WS-IT-STOCK (WS-IT-IDX)    TO WS-SL-STOCK.
           MOVE WS-IT-WHSE (WS-IT-IDX)     TO WS-SL-WHSE.
           MOVE WS-IT-DESC (WS-IT-IDX)     TO WS-SL-DESC.
           MOVE WS-IT-CLASS (WS-IT-IDX)    TO WS-SL-CLASS.
           MOVE WS-IT-LAST-ISSUE (WS-IT-IDX) TO WS-DATE-NUM.
           PERFORM X-DATE-TEXT.
           MOVE WS-DATE-TEXT               TO WS-SL-LAST-ISSUE.
           MOVE WS-IT-LAST-SALE (WS-IT-IDX) TO WS-DATE-NUM.
           PERFORM X-DATE-TEXT.
           MOVE WS-DATE-TEXT               TO WS-SL-LAST-SALE.
           MOVE WS-IT-LAST-RECEIPT (WS-IT-IDX) TO WS-DATE-NUM.
           PERFORM X-DATE-TEXT.
           MOVE WS-DATE-TEXT               TO WS-SL-LAST-RECV.
           MOVE WS-IT-ONHAND-QTY (WS-IT-IDX) TO WS-SL-QTY.
           MOVE WS-IT-ONHAND-VAL (WS-IT-IDX) TO WS-SL-VALUE.
           WRITE REPORT-TEXT-LINE FROM WS-SLOW-LINE.
           ADD 1 TO WS-SLOW-COUNT.
           ADD WS-IT-ONHAND-VAL (WS-IT-IDX) TO WS-SLOW-VALUE.
        DPS-020.
           IF WS-CSV-WANTED
              PERFORM D-CSV-LINE.
           GO TO DPS-010.
        DPS-EXIT.
           EXIT.
      *
        D-CSV-LINE SECTION.
        DCL-005.
           MOVE WS-IT-DESC (WS-IT-IDX)       TO WS-CSV-DESC.
           INSPECT WS-CSV-DESC REPLACING ALL '"' BY "'".
           MOVE WS-IT-USE-3 (WS-IT-IDX)      TO WS-CSV-Q3.
           MOVE WS-IT-USE-6 (WS-IT-IDX)      TO WS-CSV-Q6.
           MOVE WS-IT-USE-12 (WS-IT-IDX)     TO WS-CSV-Q12.
           MOVE WS-IT-USE-VAL (WS-IT-IDX)    TO WS-CSV-UVAL.
           MOVE WS-IT-ONHAND-QTY (WS-IT-IDX) TO WS-CSV-QOH.
           MOVE WS-IT-ONHAND-VAL (WS-IT-IDX) TO WS-CSV-OHVAL.
           MOVE FUNCTION CONCATENATE(WS-IT-STOCK (WS-IT-IDX), ",",
             FUNCTION TRIM(WS-IT-WHSE (WS-IT-IDX)), ",",
             '"', FUNCTION TRIM(WS-CSV-DESC), '",',
             WS-IT-CLASS (WS-IT-IDX), ",",
             FUNCTION TRIM(WS-CSV-Q3), ",",
             FUNCTION TRIM(WS-CSV-Q6), ",",
             FUNCTION TRIM(WS-CSV-Q12), ",",
             FUNCTION TRIM(WS-CSV-UVAL), ",",
             WS-IT-LAST-SALE (WS-IT-IDX), ",",
             WS-IT-LAST-RECEIPT (WS-IT-IDX), ",",
             WS-IT-LAST-ISSUE (WS-IT-IDX), ",",
             FUNCTION TRIM(WS-CSV-QOH), ",",
             FUNCTION TRIM(WS-CSV-OHVAL), ",",
             WS-CSV-SLOW)                         TO CSV-RECORD.
           WRITE CSV-RECORD.
           IF WS-CSV-ST1 NOT = 0
              MOVE "INVALID WRITE FOR CSV FILE...." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE.
        DCL-EXIT.
           EXIT.
      *
        D-TOTALS SECTION.
        DT-005.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-SLOW-VALUE TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "SLOW-MOVING ITEMS: " DELIMITED BY SIZE
                  WS-SLOW-COUNT DELIMITED BY SIZE
                  "  ON HAND VALUE " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE 0 TO WS-CL-IDX.
        DT-010.
           ADD 1 TO WS-CL-IDX.
           IF WS-CL-IDX > 3
              GO TO DT-020.
           MOVE WS-CL-USE-VAL (WS-CL-IDX)    TO WS-TOTAL-EDIT.
           MOVE WS-CL-ONHAND-VAL (WS-CL-IDX) TO WS-TOTAL-EDIT2.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "CLASS " DELIMITED BY SIZE
                  WS-CLASS-CODE (WS-CL-IDX) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-CL-COUNT (WS-CL-IDX) DELIMITED BY SIZE
                  " ITEMS  USAGE VALUE " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  "  ON HAND VALUE " DELIMITED BY SIZE
                  WS-TOTAL-EDIT2 DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           GO TO DT-010.
        DT-020.
           IF WS-TABLE-FULL
              MOVE "*** MORE THAN 2000 ITEMS, THE REST LEFT OFF ***"
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           IF WS-ARCHIVE-OFF
              MOVE "*** NO ARCHIVE FOUND, CURRENT MOVEMENTS ONLY ***"
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           CLOSE REPORT-TEXT-FILE.
        DT-EXIT.
           EXIT.
      *
        X-MONTHS-BACK SECTION.
      *****************************************************************
      * TODAY LESS WS-BACK CALENDAR MONTHS INTO WS-MONTH-DATE; A DAY
      * PAST THE 28TH COMES BACK TO THE 28TH SO IT ALWAYS EXISTS.
      *****************************************************************
        XMB-005.
           MOVE WS-TODAY-DATE TO WS-MONTH-DATE.
           COMPUTE WS-MONTH-COUNT =
              WS-MW-YEAR * 12 + WS-MW-MONTH - 1 - WS-BACK.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-MW-YEAR
              REMAINDER WS-MW-MONTH.
           ADD 1 TO WS-MW-MONTH.
           IF WS-MW-DAY > 28
              MOVE 28 TO WS-MW-DAY.
        XMB-EXIT.
           EXIT.
      *
        X-DATE-TEXT SECTION.
        XDT-005.
           IF WS-DATE-NUM = 0
              MOVE "NONE" TO WS-DATE-TEXT.
        XDT-EXIT.
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
           STRING "./text2pdf /ctools/spl/StSlow.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/StSlow.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/StSlow.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "STSLOW.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/StSlow.pdf" DELIMITED BY SIZE
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
           CLOSE STOCK-MASTER
                 STOCKCHANGE-MASTER.
           IF NOT WS-ARCHIVE-OFF
              CLOSE STOCKCHANGE-ARCHIVE.
           IF WS-CSV-WANTED
              CLOSE SLOW-CSV.
           MOVE WS-SLOW-VALUE TO WS-TOTAL-EDIT.
           DISPLAY "ITEMS ANALYSED:           " WS-ITEM-COUNT.
           DISPLAY "MOVEMENTS READ:           " WS-MOVE-COUNT.
           DISPLAY "ARCHIVED MOVEMENTS READ:  " WS-ARCH-COUNT.
           DISPLAY "MOVEMENTS NOT ON MASTER:  " WS-ORPHAN-COUNT.
           DISPLAY "SLOW-MOVING ITEMS:        " WS-SLOW-COUNT.
           DISPLAY "SLOW-MOVING VALUE:        " WS-TOTAL-EDIT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        F-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
