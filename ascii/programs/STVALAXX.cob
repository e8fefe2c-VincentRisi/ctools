        IDENTIFICATION DIVISION.
        PROGRAM-ID. STVALAXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectStMaster".
         Copy "SelectPostAcc".
         Copy "SelectGlJrnHist".
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
                     "/ctools/spl/StValAsAt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdStockMast.
           COPY ChlfdPostAcc.
           COPY ChlfdGlJrnHist.
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
      *
       WORKING-STORAGE SECTION.
           77  WS-COMPANY-CODE PIC X(02) VALUE " ".
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-W-STATUS      PIC 9(4) BINARY COMP VALUE 0.
           77  WS-COMMAND-LINE  PIC X(256) VALUE " ".
           77  WS-PRINTER       PIC X(10) VALUE " ".
           77  WS-ASAT-IN       PIC X(08) VALUE " ".
           77  WS-ST-CTL-ACC    PIC X(06) VALUE " ".
           77  WS-ARCHIVE-SW    PIC X VALUE "N".
               88  WS-ARCHIVE-OFF     VALUE "Y".
           77  WS-HIST-SW       PIC X VALUE "N".
               88  WS-HIST-OFF        VALUE "Y".
           77  WS-FULL-SW       PIC X VALUE "N".
               88  WS-TABLE-FULL      VALUE "Y".
           77  WS-MV-STOCK      PIC 9(08) VALUE 0.
           77  WS-MV-WHSE       PIC X(04) VALUE " ".
           77  WS-MV-DATE       PIC 9(08) VALUE 0.
           77  WS-MV-QTY        PIC S9(07)V999 VALUE 0.
           77  WS-MV-VALUE      PIC S9(09)V99 VALUE 0.
           77  WS-MV-FLAG       PIC X(01) VALUE " ".
           77  WS-MOVE-COUNT    PIC 9(07) VALUE 0.
           77  WS-ARCH-COUNT    PIC 9(07) VALUE 0.
           77  WS-BACKED-COUNT  PIC 9(07) VALUE 0.
           77  WS-UNPOSTED-COUNT PIC 9(07) VALUE 0.
           77  WS-UNPOSTED-VAL  PIC S9(11)V99 VALUE 0.
           77  WS-ORPHAN-COUNT  PIC 9(07) VALUE 0.
           77  WS-ORPHAN-QTY    PIC S9(09)V999 VALUE 0.
           77  WS-ORPHAN-VAL    PIC S9(11)V99 VALUE 0.
           77  WS-LIST-COUNT    PIC 9(06) VALUE 0.
           77  WS-QTY           PIC S9(07)V999 VALUE 0.
           77  WS-VAL           PIC S9(09)V99 VALUE 0.
           77  WS-CUR-TOTAL     PIC S9(11)V99 VALUE 0.
           77  WS-BACK-TOTAL    PIC S9(11)V99 VALUE 0.
           77  WS-ASAT-TOTAL    PIC S9(11)V99 VALUE 0.
           77  WS-GL-BALANCE    PIC S9(11)V99 VALUE 0.
           77  WS-DIFF          PIC S9(11)V99 VALUE 0.
           77  WS-TOTAL-EDIT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           77  WS-QTY-EDIT      PIC Z(8)9.999-.
           77  WS-ITEM-COUNT    PIC 9(04) COMP VALUE 0.
           77  WS-IT-IDX        PIC 9(04) COMP VALUE 0.
           77  WS-LOW           PIC 9(04) COMP VALUE 0.
           77  WS-HIGH          PIC 9(04) COMP VALUE 0.
           77  WS-MID           PIC 9(04) COMP VALUE 0.
           01  WS-ASAT-DATE.
               03  WS-AD-YEAR       PIC 9(04).
               03  WS-AD-MONTH      PIC 9(02).
               03  WS-AD-DAY        PIC 9(02).
           01  WS-ASAT-NUM REDEFINES WS-ASAT-DATE PIC 9(08).
           01  WS-FIND-KEY.
               03  WS-FK-STOCK      PIC 9(08).
               03  WS-FK-WHSE       PIC X(04).
      *****************************************************************
      * EVERY ITEM AND WAREHOUSE ON THE STOCK MASTER, IN KEY ORDER SO
      * A MOVEMENT CAN BE MATCHED TO ITS ENTRY BY HALVING THE TABLE,
      * WITH WHAT WAS POSTED TO IT AFTER THE AS-AT DATE.
      *****************************************************************
           01  WS-ITEM-TABLE.
               03  WS-ITEM-ENTRY OCCURS 2000.
                   05  WS-IT-KEY.
                       07  WS-IT-STOCK     PIC 9(08).
                       07  WS-IT-WHSE      PIC X(04).
                   05  WS-IT-DESC          PIC X(30).
                   05  WS-IT-CUR-QTY       PIC S9(07)V999.
                   05  WS-IT-CUR-VAL       PIC S9(09)V99.
                   05  WS-IT-AFTER-QTY     PIC S9(07)V999.
                   05  WS-IT-AFTER-VAL     PIC S9(09)V99.
           01  WS-DETAIL-LINE.
               03  WS-DL-STOCK      PIC 9(08).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-WHSE       PIC X(04).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-DESC       PIC X(26).
               03  WS-DL-CUR-QTY    PIC Z(6)9.999-.
               03  WS-DL-CUR-VAL    PIC ZZ,ZZZ,ZZ9.99-.
               03  WS-DL-AFT-QTY    PIC Z(6)9.999-.
               03  WS-DL-AFT-VAL    PIC ZZ,ZZZ,ZZ9.99-.
               03  WS-DL-QTY        PIC Z(6)9.999-.
               03  WS-DL-VAL        PIC ZZ,ZZZ,ZZ9.99-.
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(14) VALUE "STOCK NO WHSE".
               03  FILLER           PIC X(26) VALUE "DESCRIPTION".
               03  FILLER           PIC X(12) VALUE "  ON HAND NOW".
               03  FILLER           PIC X(14) VALUE "     VALUE NOW".
               03  FILLER           PIC X(12) VALUE "  MOVED SINCE".
               03  FILLER           PIC X(14) VALUE "   VALUE SINCE".
               03  FILLER           PIC X(12) VALUE "  ON HAND AT".
               03  FILLER           PIC X(14) VALUE "      VALUE AT".
           01  WS-STOCK-STATUS.
               03  WS-STOCK-ST1     PIC 99.
           01  WS-HIST-STATUS.
               03  WS-HIST-ST1      PIC 99.
           01  WS-CHANGE-STATUS.
               03  WS-STAT1         PIC 99.
           01  WS-ARCHIVE-STATUS.
               03  WS-ARCH-ST1      PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           COPY "WsPostAcc".
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
      * STOCK ON HAND AND ITS VALUE AS AT A PAST DATE: THE CURRENT
      * MASTER BALANCES LESS EVERY POSTED MOVEMENT DATED AFTER THAT
      * DATE, FROM StChanges AND StChangesArchive, RECONCILED TO THE
      * STOCK CONTROL ACCOUNT IN THE GL JOURNAL HISTORY AT THE SAME
      * DATE. THE DATE COMES FROM STVALDATE OR IS ASKED FOR.
      *****************************************************************
           PERFORM A-ACCEPT.
           PERFORM A-INIT.
           PERFORM B-LOAD-ITEMS.
           PERFORM B-READ-CHANGES.
           PERFORM B-READ-ARCHIVE.
           PERFORM B-GL-BALANCE.
           PERFORM C-REPORT.
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
           ACCEPT WS-ASAT-IN FROM ENVIRONMENT "STVALDATE".
           IF WS-ASAT-IN NOT = " "
              GO TO A-010.
           MOVE 0810 TO W-POS.
           DISPLAY "** STOCK VALUATION AS AT A DATE **" AT W-POS.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
        A-005.
           MOVE 1010 TO W-POS.
           DISPLAY "VALUE STOCK AS AT, YYYYMMDD: [        ]" AT W-POS.
           MOVE 1040 TO W-POS.
           MOVE " " TO WS-ASAT-IN.
           ACCEPT WS-ASAT-IN AT W-POS.
        A-010.
           IF WS-ASAT-IN NOT NUMERIC
              MOVE "DATE MUST BE EIGHT DIGITS YYYYMMDD, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO A-005.
           MOVE WS-ASAT-IN TO WS-ASAT-DATE.
           IF WS-AD-MONTH < 1 OR WS-AD-MONTH > 12
                OR WS-AD-DAY < 1 OR WS-AD-DAY > 31
              MOVE "NOT A VALID DATE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO A-005.
           IF WS-ASAT-NUM > WS-TODAY-DATE
              MOVE "DATE IS IN THE FUTURE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO A-005.
        A-AC-EXIT.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           OPEN INPUT POSTACC-FILE.
           IF WS-PA-ST1 NOT = 0
              MOVE "NO POSTING ACCOUNT FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE "STCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-ST-CTL-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "POSTING ACCOUNT MISSING, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
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
           OPEN INPUT GLJRN-HISTORY.
           IF WS-HIST-ST1 NOT = 0
              MOVE "Y" TO WS-HIST-SW
              DISPLAY "NO GL JOURNAL HISTORY, CONTROL TAKEN AS ZERO.".
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "STOCK VALUATION AS AT " DELIMITED BY SIZE
                  WS-ASAT-DATE DELIMITED BY SIZE
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
           MOVE STK-STOCKNUMBER  TO WS-IT-STOCK (WS-IT-IDX).
           MOVE STK-WAREHOUSE    TO WS-IT-WHSE (WS-IT-IDX).
           MOVE STK-DESCRIPTION  TO WS-IT-DESC (WS-IT-IDX).
           MOVE STK-ONHAND-QTY   TO WS-IT-CUR-QTY (WS-IT-IDX).
           MOVE STK-ONHAND-VALUE TO WS-IT-CUR-VAL (WS-IT-IDX).
           MOVE 0                TO WS-IT-AFTER-QTY (WS-IT-IDX)
                                    WS-IT-AFTER-VAL (WS-IT-IDX).
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
           MOVE STCH-VALUE       TO WS-MV-VALUE.
           MOVE STCH-POSTED-FLAG TO WS-MV-FLAG.
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
           MOVE ARCH-VALUE       TO WS-MV-VALUE.
           MOVE ARCH-POSTED-FLAG TO WS-MV-FLAG.
           PERFORM X-APPLY-MOVE.
           GO TO BRA-010.
        BRA-EXIT.
           EXIT.
      *
        X-APPLY-MOVE SECTION.
      *****************************************************************
      * ONLY A POSTED MOVEMENT IS IN THE MASTER BALANCES, SO ONLY A
      * POSTED ONE DATED AFTER THE AS-AT DATE IS BACKED OUT. ONE NOT
      * YET POSTED BUT DATED ON OR BEFORE IT IS COUNTED FOR THE
      * RECONCILIATION, SINCE NEITHER FIGURE HOLDS IT. A MOVEMENT FOR
      * AN ITEM NO LONGER ON THE MASTER IS BACKED OUT ON ITS OWN LINE.
      *****************************************************************
        XAM-005.
           IF WS-MV-DATE NOT NUMERIC OR WS-MV-QTY NOT NUMERIC
                OR WS-MV-VALUE NOT NUMERIC
              GO TO XAM-EXIT.
           IF WS-MV-FLAG NOT = "P"
                AND WS-MV-DATE NOT > WS-ASAT-NUM
              ADD 1 TO WS-UNPOSTED-COUNT
              ADD WS-MV-VALUE TO WS-UNPOSTED-VAL
              GO TO XAM-EXIT.
           IF WS-MV-FLAG NOT = "P"
              GO TO XAM-EXIT.
           IF WS-MV-DATE NOT > WS-ASAT-NUM
              GO TO XAM-EXIT.
           ADD 1 TO WS-BACKED-COUNT.
           MOVE WS-MV-STOCK TO WS-FK-STOCK.
           MOVE WS-MV-WHSE  TO WS-FK-WHSE.
           PERFORM X-FIND-ITEM.
           IF WS-IT-IDX = 0
              ADD 1 TO WS-ORPHAN-COUNT
              ADD WS-MV-QTY   TO WS-ORPHAN-QTY
              ADD WS-MV-VALUE TO WS-ORPHAN-VAL
              GO TO XAM-EXIT.
           ADD WS-MV-QTY   TO WS-IT-AFTER-QTY (WS-IT-IDX).
           ADD WS-MV-VALUE TO WS-IT-AFTER-VAL (WS-IT-IDX).
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
        B-GL-BALANCE SECTION.
      *****************************************************************
      * THE CLOSES LEAVE EVERY JOURNAL IN THE HISTORY, SO THE STOCK
      * CONTROL BALANCE AT A DATE IS THE SUM OF ITS LINES DATED ON OR
      * BEFORE IT.
      *****************************************************************
        BGB-005.
           IF WS-HIST-OFF
              GO TO BGB-EXIT.
           MOVE 0 TO GLJRNH-PERIOD
                     GLJRNH-REFERENCE.
           START GLJRN-HISTORY KEY NOT < GLJRNH-KEY
               INVALID KEY
             GO TO BGB-EXIT.
        BGB-010.
           READ GLJRN-HISTORY NEXT
               AT END
             GO TO BGB-EXIT.
           IF GLJRNH-ACCOUNT NOT = WS-ST-CTL-ACC
              GO TO BGB-010.
           IF GLJRNH-DATE > WS-ASAT-NUM
              GO TO BGB-010.
           ADD GLJRNH-BAL TO WS-GL-BALANCE.
           GO TO BGB-010.
        BGB-EXIT.
           EXIT.
      *
        C-REPORT SECTION.
      *****************************************************************
      * ONE LINE FOR EVERY ITEM THAT HELD STOCK OR VALUE ON THE DATE
      * OR HAS MOVED SINCE, IN STOCK NUMBER ORDER.
      *****************************************************************
        CR-005.
           MOVE 0 TO WS-IT-IDX.
        CR-010.
           ADD 1 TO WS-IT-IDX.
           IF WS-IT-IDX > WS-ITEM-COUNT
              GO TO CR-EXIT.
           SUBTRACT WS-IT-AFTER-QTY (WS-IT-IDX)
              FROM WS-IT-CUR-QTY (WS-IT-IDX) GIVING WS-QTY.
           SUBTRACT WS-IT-AFTER-VAL (WS-IT-IDX)
              FROM WS-IT-CUR-VAL (WS-IT-IDX) GIVING WS-VAL.
           ADD WS-IT-CUR-VAL (WS-IT-IDX)   TO WS-CUR-TOTAL.
           ADD WS-IT-AFTER-VAL (WS-IT-IDX) TO WS-BACK-TOTAL.
           ADD WS-VAL                      TO WS-ASAT-TOTAL.
           IF WS-QTY = 0 AND WS-VAL = 0
                AND WS-IT-AFTER-QTY (WS-IT-IDX) = 0
                AND WS-IT-AFTER-VAL (WS-IT-IDX) = 0
              GO TO CR-010.
           MOVE WS-IT-STOCK (WS-IT-IDX)     TO WS-DL-STOCK.
           MOVE WS-IT-WHSE (WS-IT-IDX)      TO WS-DL-WHSE.
           MOVE WS-IT-DESC (WS-IT-IDX)      TO WS-DL-DESC.
           MOVE WS-IT-CUR-QTY (WS-IT-IDX)   TO WS-DL-CUR-QTY.
           MOVE WS-IT-CUR-VAL (WS-IT-IDX)   TO WS-DL-CUR-VAL.
           MOVE WS-IT-AFTER-QTY (WS-IT-IDX) TO WS-DL-AFT-QTY.
           MOVE WS-IT-AFTER-VAL (WS-IT-IDX) TO WS-DL-AFT-VAL.
           MOVE WS-QTY                      TO WS-DL-QTY.
           MOVE WS-VAL                      TO WS-DL-VAL.
           WRITE REPORT-TEXT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LIST-COUNT.
           GO TO CR-010.
        CR-EXIT.
           EXIT.
      *
        D-TOTALS SECTION.
      *****************************************************************
      * STOCK IS A DEBIT CONTROL, SO IN STEP MEANS THE VALUATION AND
      * THE GL BALANCE ARE EQUAL.
      *****************************************************************
        DT-005.
           IF WS-ORPHAN-COUNT = 0
              GO TO DT-010.
           SUBTRACT WS-ORPHAN-VAL FROM WS-ASAT-TOTAL.
           ADD WS-ORPHAN-VAL TO WS-BACK-TOTAL.
           SUBTRACT WS-ORPHAN-QTY FROM 0 GIVING WS-QTY-EDIT.
           SUBTRACT WS-ORPHAN-VAL FROM 0 GIVING WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "ITEMS NO LONGER ON THE MASTER, " DELIMITED BY SIZE
                  WS-ORPHAN-COUNT DELIMITED BY SIZE
                  " MOVEMENTS SINCE:  QTY " DELIMITED BY SIZE
                  WS-QTY-EDIT DELIMITED BY SIZE
                  "  VALUE " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        DT-010.
           COMPUTE WS-DIFF = WS-ASAT-TOTAL - WS-GL-BALANCE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-CUR-TOTAL TO WS-TOTAL-EDIT.
           STRING "STOCK VALUE NOW                       "
                     DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-BACK-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "LESS POSTED MOVEMENTS SINCE           "
                     DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-ASAT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "STOCK VALUE AS AT " DELIMITED BY SIZE
                  WS-ASAT-DATE DELIMITED BY SIZE
                  "             " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-GL-BALANCE TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "STOCK CONTROL " DELIMITED BY SIZE
                  WS-ST-CTL-ACC DELIMITED BY SIZE
                  " AS AT " DELIMITED BY SIZE
                  WS-ASAT-DATE DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-DIFF TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           IF WS-DIFF = 0
              MOVE "DIFFERENCE                                      NIL"
                 TO REPORT-TEXT-LINE
           ELSE
              STRING "DIFFERENCE                            "
                        DELIMITED BY SIZE
                     WS-TOTAL-EDIT DELIMITED BY SIZE
                     INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-UNPOSTED-COUNT NOT = 0
              MOVE WS-UNPOSTED-VAL TO WS-TOTAL-EDIT
              MOVE SPACES TO REPORT-TEXT-LINE
              STRING "UNPOSTED MOVEMENTS DATED ON OR BEFORE, NOT IN "
                        DELIMITED BY SIZE
                     "EITHER FIGURE: " DELIMITED BY SIZE
                     WS-UNPOSTED-COUNT DELIMITED BY SIZE
                     "  VALUE " DELIMITED BY SIZE
                     WS-TOTAL-EDIT DELIMITED BY SIZE
                     INTO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           IF WS-TABLE-FULL
              MOVE "*** MORE THAN 2000 ITEMS, THE REST LEFT OFF ***"
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           IF WS-ARCHIVE-OFF
              MOVE "*** NO ARCHIVE FOUND, CURRENT MOVEMENTS ONLY ***"
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           IF WS-HIST-OFF
              MOVE "*** NO GL JOURNAL HISTORY, CONTROL TAKEN AS NIL ***"
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           CLOSE REPORT-TEXT-FILE.
        DT-EXIT.
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
           STRING "./text2pdf /ctools/spl/StValAsAt.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/StValAsAt.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/StValAsAt.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "STVALA.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/StValAsAt.pdf" DELIMITED BY SIZE
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
           IF NOT WS-HIST-OFF
              CLOSE GLJRN-HISTORY.
           MOVE WS-ASAT-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "STOCK VALUE AS AT " WS-ASAT-DATE ": " WS-TOTAL-EDIT.
           MOVE WS-DIFF TO WS-TOTAL-EDIT.
           DISPLAY "DIFFERENCE TO STOCK CONTROL:  " WS-TOTAL-EDIT.
           DISPLAY "MOVEMENTS READ:               " WS-MOVE-COUNT.
           DISPLAY "ARCHIVED MOVEMENTS READ:      " WS-ARCH-COUNT.
           DISPLAY "MOVEMENTS BACKED OUT:         " WS-BACKED-COUNT.
           DISPLAY "ITEMS LISTED:                 " WS-LIST-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        F-EXIT.
           EXIT.
      *
        COPY "PostAccLookup".
        COPY "ErrorMessage".
      * END-OF-JOB.
