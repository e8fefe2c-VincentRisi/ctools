        IDENTIFICATION DIVISION.
        PROGRAM-ID. FixAstMt.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectFixAsset".
           SELECT GL-MASTER ASSIGN TO "GlMaster"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               ALTERNATE RECORD KEY IS GL-DESCRIPTION WITH DUPLICATES
               FILE STATUS IS WS-GL-STATUS.
           COPY "SelectCostCentre".
           COPY "SelectMastChgLog".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdFixAsset.
           COPY ChlfdGlMast.
           COPY ChlfdCostCentre.
           COPY ChlfdMastChgLog.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-NEW-SW        PIC X VALUE "N".
               88  WS-NEW-RECORD      VALUE "Y".
           77  WS-CC-OFF-SW     PIC X VALUE "N".
               88  WS-CC-OFF          VALUE "Y".
           77  WS-CHARGED-SW    PIC X VALUE "N".
               88  WS-CHARGED         VALUE "Y".
           77  WS-GL-OK-SW      PIC X VALUE "N".
               88  WS-GL-OK           VALUE "Y".
           77  WS-NUMBER-IN     PIC X(08) VALUE " ".
           77  WS-DESC-IN       PIC X(30) VALUE " ".
           77  WS-CAT-IN        PIC X(04) VALUE " ".
           77  WS-LOC-IN        PIC X(20) VALUE " ".
           77  WS-DATE-IN       PIC X(08) VALUE " ".
           77  WS-AMT-IN        PIC X(14) VALUE " ".
           77  WS-AMT           PIC S9(09)V99 VALUE 0.
           77  WS-AMT-SHOW      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           77  WS-METHOD-IN     PIC X(01) VALUE " ".
           77  WS-LIFE-IN       PIC X(04) VALUE " ".
           77  WS-RATE-IN       PIC X(06) VALUE " ".
           77  WS-RATE-SHOW     PIC ZZ9.99.
           77  WS-ACC-IN        PIC X(06) VALUE " ".
           77  WS-CENTRE-IN     PIC X(04) VALUE " ".
           77  WS-PERIOD-IN     PIC X(06) VALUE " ".
           77  WS-WANT-TYPE     PIC X(01) VALUE " ".
           01  WS-DATE-WORK.
               03  WS-DW-DATE   PIC 9(08).
               03  FILLER REDEFINES WS-DW-DATE.
                   05  WS-DW-PERIOD PIC 9(06).
                   05  WS-DW-DD     PIC 9(02).
               03  FILLER REDEFINES WS-DW-DATE.
                   05  WS-DW-YY     PIC 9(04).
                   05  WS-DW-MM     PIC 9(02).
                   05  FILLER       PIC 9(02).
           01  WS-PERIOD-WORK.
               03  WS-PW-PERIOD PIC 9(06).
               03  FILLER REDEFINES WS-PW-PERIOD.
                   05  WS-PW-YY PIC 9(04).
                   05  WS-PW-MM PIC 9(02).
           01  WS-FA-STATUS.
               03  WS-FA-ST1    PIC 99.
           01  WS-GL-STATUS.
               03  WS-GL-ST1    PIC 99.
           01  WS-CC-STATUS.
               03  WS-CC-ST1    PIC 99.
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
           DISPLAY "** FIXED ASSET REGISTER **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           OPEN INPUT GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              MOVE "NO GL MASTER, CANNOT VALIDATE GL ACCOUNTS."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN I-O FIXED-ASSET-FILE.
           IF WS-FA-ST1 = 35
              OPEN OUTPUT FIXED-ASSET-FILE
              CLOSE FIXED-ASSET-FILE
              OPEN I-O FIXED-ASSET-FILE.
           IF WS-FA-ST1 NOT = 0
              MOVE "CANNOT OPEN FIXED ASSET FILE, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE GL-MASTER
              EXIT PROGRAM.
           OPEN INPUT COST-CENTRE-FILE.
           IF WS-CC-ST1 NOT = 0
              MOVE "Y" TO WS-CC-OFF-SW.
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
      * ONE RECORD PER ASSET. A NEW ASSET BOUGHT THIS MONTH IS KEYED
      * WITH NIL DEPRECIATION; AN ASSET TAKEN ON FROM THE OLD REGISTER
      * IS KEYED WITH ITS DEPRECIATION TO DATE AND THE PERIOD THAT
      * COVERS, AND THE MONTHLY RUN CARRIES ON FROM THE NEXT PERIOD.
      * ONCE THE RUN HAS CHARGED AN ASSET ITS COST AND DEPRECIATION
      * ARE THE LEDGER'S AND CAN NO LONGER BE KEYED. A BLANK ENTRY
      * KEEPS WHAT IS ALREADY ON FILE; "-" CLEARS THE COST CENTRE.
      *****************************************************************
        BC-005.
           MOVE "N" TO WS-NEW-SW.
           MOVE "N" TO WS-CHARGED-SW.
           MOVE 1010 TO W-POS.
           DISPLAY "ASSET NUMBER (BLANK=END): [        ]" AT W-POS.
           MOVE 1037 TO W-POS.
           MOVE " " TO WS-NUMBER-IN.
           ACCEPT WS-NUMBER-IN AT W-POS.
           IF WS-NUMBER-IN = " "
              GO TO BC-EXIT.
           MOVE WS-NUMBER-IN TO FA-NUMBER.
           READ FIXED-ASSET-FILE
               INVALID KEY
             MOVE "Y" TO WS-NEW-SW.
           IF WS-NEW-RECORD
              MOVE SPACES       TO FIXED-ASSET-RECORD
              MOVE WS-NUMBER-IN TO FA-NUMBER
              MOVE 0 TO FA-ACQ-DATE FA-COST FA-RESIDUAL FA-RATE
                        FA-LIFE-MONTHS FA-ACCUM-DEPR FA-LAST-PERIOD
                        FA-TAKEON-PERIOD FA-DISPOSAL-DATE FA-PROCEEDS
              MOVE "A"          TO FA-STATUS
              MOVE "S"          TO FA-METHOD
              MOVE SPACES       TO WS-MCL-BEFORE
              MOVE "NEW ASSET, ENTER DETAILS AND ACTION A."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
           ELSE
              MOVE FIXED-ASSET-RECORD TO WS-MCL-BEFORE.
           PERFORM B-SHOW-RECORD.
           IF FA-DISPOSED
              MOVE "ASSET DISPOSED, KEPT FOR HISTORY ONLY."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF FA-LAST-PERIOD NOT = FA-TAKEON-PERIOD
              MOVE "Y" TO WS-CHARGED-SW.
        BC-010.
           MOVE 1123 TO W-POS.
           MOVE " " TO WS-DESC-IN.
           ACCEPT WS-DESC-IN AT W-POS.
           IF WS-DESC-IN NOT = " "
              MOVE WS-DESC-IN TO FA-DESCRIPTION.
           IF FA-DESCRIPTION = " "
              MOVE "DESCRIPTION MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           MOVE 1223 TO W-POS.
           MOVE " " TO WS-CAT-IN.
           ACCEPT WS-CAT-IN AT W-POS.
           IF WS-CAT-IN NOT = " "
              MOVE WS-CAT-IN TO FA-CATEGORY.
           MOVE 1323 TO W-POS.
           MOVE " " TO WS-LOC-IN.
           ACCEPT WS-LOC-IN AT W-POS.
           IF WS-LOC-IN NOT = " "
              MOVE WS-LOC-IN TO FA-LOCATION.
        BC-012.
           MOVE 1423 TO W-POS.
           MOVE " " TO WS-DATE-IN.
           ACCEPT WS-DATE-IN AT W-POS.
           IF WS-DATE-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-DATE-IN) TO FA-ACQ-DATE.
           MOVE FA-ACQ-DATE TO WS-DW-DATE.
           IF WS-DW-DATE = 0 OR WS-DW-MM < 1 OR WS-DW-MM > 12
                OR WS-DW-DD < 1 OR WS-DW-DD > 31
              MOVE "ACQUISITION DATE MUST BE YYYYMMDD, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-012.
           IF WS-CHARGED
              GO TO BC-020.
        BC-014.
           MOVE 1523 TO W-POS.
           MOVE " " TO WS-AMT-IN.
           ACCEPT WS-AMT-IN AT W-POS.
           IF WS-AMT-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-AMT-IN) TO FA-COST.
           IF FA-COST NOT > 0
              MOVE "COST MUST BE GREATER THAN ZERO, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-014.
           MOVE FA-COST TO WS-AMT-SHOW.
           DISPLAY WS-AMT-SHOW AT W-POS.
        BC-016.
           MOVE 1623 TO W-POS.
           MOVE " " TO WS-AMT-IN.
           ACCEPT WS-AMT-IN AT W-POS.
           IF WS-AMT-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-AMT-IN) TO FA-RESIDUAL.
           IF FA-RESIDUAL < 0 OR FA-RESIDUAL NOT < FA-COST
              MOVE "RESIDUAL MUST BE 0 AND LESS THAN COST, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-016.
           MOVE FA-RESIDUAL TO WS-AMT-SHOW.
           DISPLAY WS-AMT-SHOW AT W-POS.
        BC-020.
           MOVE 1723 TO W-POS.
           MOVE " " TO WS-METHOD-IN.
           ACCEPT WS-METHOD-IN AT W-POS.
           IF WS-METHOD-IN NOT = " "
              MOVE WS-METHOD-IN TO FA-METHOD.
           IF NOT FA-STRAIGHT-LINE AND NOT FA-REDUCING
              MOVE "METHOD MUST BE S OR R, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
           IF FA-REDUCING
              GO TO BC-024.
        BC-022.
           MOVE 1823 TO W-POS.
           MOVE " " TO WS-LIFE-IN.
           ACCEPT WS-LIFE-IN AT W-POS.
           IF WS-LIFE-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-LIFE-IN) TO FA-LIFE-MONTHS.
           IF FA-LIFE-MONTHS NOT > 0
              MOVE "USEFUL LIFE IN MONTHS IS NEEDED, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-022.
           MOVE 0 TO FA-RATE.
           GO TO BC-026.
        BC-024.
           MOVE 1853 TO W-POS.
           MOVE " " TO WS-RATE-IN.
           ACCEPT WS-RATE-IN AT W-POS.
           IF WS-RATE-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-RATE-IN) TO FA-RATE.
           IF FA-RATE NOT > 0 OR FA-RATE > 100
              MOVE "RATE MUST BE OVER 0 AND NOT OVER 100, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-024.
           MOVE 0 TO FA-LIFE-MONTHS.
        BC-026.
           PERFORM B-SHOW-RECORD.
        BC-030.
           MOVE 1923 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN NOT = " "
              MOVE WS-ACC-IN TO FA-ASSET-ACC.
           MOVE FA-ASSET-ACC TO WS-ACC-IN.
           MOVE "B" TO WS-WANT-TYPE.
           PERFORM X-CHECK-GL.
           IF NOT WS-GL-OK
              GO TO BC-030.
           MOVE 1931 TO W-POS.
           DISPLAY GL-DESCRIPTION AT W-POS.
        BC-032.
           MOVE 2023 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN NOT = " "
              MOVE WS-ACC-IN TO FA-ACCDEP-ACC.
           MOVE FA-ACCDEP-ACC TO WS-ACC-IN.
           MOVE "B" TO WS-WANT-TYPE.
           PERFORM X-CHECK-GL.
           IF NOT WS-GL-OK
              GO TO BC-032.
           IF FA-ACCDEP-ACC = FA-ASSET-ACC
              MOVE "DEPRECIATION NEEDS ITS OWN ACCOUNT, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-032.
           MOVE 2031 TO W-POS.
           DISPLAY GL-DESCRIPTION AT W-POS.
        BC-034.
           MOVE 2123 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN NOT = " "
              MOVE WS-ACC-IN TO FA-DEPR-ACC.
           MOVE FA-DEPR-ACC TO WS-ACC-IN.
           MOVE "I" TO WS-WANT-TYPE.
           PERFORM X-CHECK-GL.
           IF NOT WS-GL-OK
              GO TO BC-034.
           MOVE 2131 TO W-POS.
           DISPLAY GL-DESCRIPTION AT W-POS.
        BC-036.
           MOVE 2223 TO W-POS.
           MOVE " " TO WS-CENTRE-IN.
           ACCEPT WS-CENTRE-IN AT W-POS.
           IF WS-CENTRE-IN = "-"
              MOVE " " TO FA-COST-CENTRE
              MOVE 2223 TO W-POS
              DISPLAY FA-COST-CENTRE AT W-POS
              GO TO BC-040.
           IF WS-CENTRE-IN NOT = " "
              MOVE WS-CENTRE-IN TO FA-COST-CENTRE.
           IF FA-COST-CENTRE = " "
              GO TO BC-040.
           IF WS-CC-OFF
              MOVE "NO COST CENTRE FILE, LEAVE BLANK OR '-'."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-036.
           MOVE FA-COST-CENTRE TO CC-CODE.
           READ COST-CENTRE-FILE
               INVALID KEY
             MOVE "NO SUCH COST CENTRE, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-036.
           IF CC-INACTIVE
              MOVE "COST CENTRE IS INACTIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-036.
           MOVE 2231 TO W-POS.
           DISPLAY CC-DESCRIPTION AT W-POS.
        BC-040.
           IF WS-CHARGED
              GO TO BC-060.
        BC-042.
           MOVE 2323 TO W-POS.
           MOVE " " TO WS-AMT-IN.
           ACCEPT WS-AMT-IN AT W-POS.
           IF WS-AMT-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-AMT-IN) TO FA-ACCUM-DEPR.
           SUBTRACT FA-RESIDUAL FROM FA-COST GIVING WS-AMT.
           IF FA-ACCUM-DEPR < 0 OR FA-ACCUM-DEPR > WS-AMT
              MOVE "DEPRECIATION MUST BE 0 TO COST LESS RESIDUAL."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-042.
           MOVE FA-ACCUM-DEPR TO WS-AMT-SHOW.
           DISPLAY WS-AMT-SHOW AT W-POS.
        BC-044.
      *    THE PERIOD THE TAKE-ON DEPRECIATION RUNS TO. NIL FOR AN
      *    ASSET WITH NONE, AND THE RUN STARTS AT ITS FIRST MONTH.
           MOVE 2353 TO W-POS.
           MOVE " " TO WS-PERIOD-IN.
           ACCEPT WS-PERIOD-IN AT W-POS.
           IF WS-PERIOD-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-PERIOD-IN) TO FA-TAKEON-PERIOD.
           IF FA-ACCUM-DEPR = 0 AND WS-PERIOD-IN = " "
              MOVE 0 TO FA-TAKEON-PERIOD.
           MOVE FA-TAKEON-PERIOD TO FA-LAST-PERIOD.
           IF FA-TAKEON-PERIOD = 0
              IF FA-ACCUM-DEPR = 0
                 GO TO BC-046
              ELSE
                 MOVE "GIVE THE PERIOD THE DEPRECIATION RUNS TO."
                    TO WS-MESSAGE
                 PERFORM ERROR-MESSAGE
                 GO TO BC-044.
           MOVE FA-TAKEON-PERIOD TO WS-PW-PERIOD.
           MOVE FA-ACQ-DATE TO WS-DW-DATE.
           IF WS-PW-MM < 1 OR WS-PW-MM > 12
                OR WS-PW-PERIOD < WS-DW-PERIOD
              MOVE "PERIOD MUST BE YYYYMM, NOT BEFORE ACQUISITION."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-044.
        BC-046.
           PERFORM B-SHOW-RECORD.
        BC-060.
           MOVE 2510 TO W-POS.
           DISPLAY
              "ACTION A=ADD/AMEND S=DISPOSE D=DELETE X=ABANDON: [ ]"
              AT W-POS.
           MOVE 2560 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "X"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF WS-ACTION = "D" AND WS-NEW-RECORD
              MOVE "NO SUCH ASSET, NOTHING TO DELETE." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
           IF WS-ACTION = "D" AND WS-CHARGED
              MOVE "ASSET HAS BEEN DEPRECIATED, DISPOSE OF IT INSTEAD."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
           IF WS-ACTION = "D"
              GO TO BC-080.
           IF WS-ACTION = "S"
              PERFORM B-DISPOSAL
              GO TO BC-070.
           IF WS-ACTION NOT = "A"
              MOVE "ACTION MUST BE A, S, D OR X, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
        BC-070.
           IF WS-NEW-RECORD
              WRITE FIXED-ASSET-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR FIXED ASSET FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-WRITE
              MOVE "A" TO WS-MCL-ACTION
              MOVE "NEW ASSET WRITTEN TO FILE." TO WS-MESSAGE
           ELSE
              REWRITE FIXED-ASSET-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR FIXED ASSET FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-REWRITE
              MOVE "C" TO WS-MCL-ACTION
              MOVE "ASSET CHANGES WRITTEN TO FILE." TO WS-MESSAGE.
           PERFORM B-LOG-CHANGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-080.
           DELETE FIXED-ASSET-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR FIXED ASSET FILE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE "D" TO WS-MCL-ACTION.
           PERFORM B-LOG-CHANGE.
           MOVE "ASSET DELETED FROM FILE." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        B-DISPOSAL SECTION.
      *****************************************************************
      * A SALE OR WRITE-OFF IS ONLY RECORDED HERE. THE NEXT MONTHLY
      * RUN CHARGES DEPRECIATION UP TO THE DISPOSAL MONTH, TAKES THE
      * COST AND DEPRECIATION OFF THE LEDGER AND POSTS THE PROFIT OR
      * LOSS AGAINST THE PROCEEDS. A DATE OF 0 CANCELS A DISPOSAL THE
      * RUN HAS NOT YET POSTED.
      *****************************************************************
        BD-005.
           MOVE 2610 TO W-POS.
           DISPLAY "DISPOSAL DATE (0=CANCEL): [        ]" AT W-POS.
           MOVE 2637 TO W-POS.
           MOVE " " TO WS-DATE-IN.
           ACCEPT WS-DATE-IN AT W-POS.
           IF WS-DATE-IN = " "
              GO TO BD-005.
           MOVE FUNCTION NUMVAL(WS-DATE-IN) TO WS-DW-DATE.
           IF WS-DW-DATE = 0
              MOVE "A" TO FA-STATUS
              MOVE 0   TO FA-DISPOSAL-DATE
                          FA-PROCEEDS
              GO TO BD-EXIT.
           IF WS-DW-MM < 1 OR WS-DW-MM > 12
                OR WS-DW-DD < 1 OR WS-DW-DD > 31
                OR WS-DW-DATE < FA-ACQ-DATE
              MOVE "DATE MUST BE YYYYMMDD, NOT BEFORE ACQUISITION."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BD-005.
           IF WS-DW-PERIOD < FA-LAST-PERIOD
              MOVE "ASSET IS DEPRECIATED PAST THAT DATE, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BD-005.
           MOVE WS-DW-DATE TO FA-DISPOSAL-DATE.
        BD-010.
           MOVE 2650 TO W-POS.
           DISPLAY "PROCEEDS: [              ]" AT W-POS.
           MOVE 2661 TO W-POS.
           MOVE " " TO WS-AMT-IN.
           ACCEPT WS-AMT-IN AT W-POS.
           MOVE FUNCTION NUMVAL(WS-AMT-IN) TO FA-PROCEEDS.
           IF FA-PROCEEDS < 0
              MOVE "PROCEEDS MAY NOT BE NEGATIVE, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BD-010.
           MOVE "P" TO FA-STATUS.
        BD-EXIT.
           PERFORM B-SHOW-RECORD.
           EXIT.
      *
        X-CHECK-GL SECTION.
      *****************************************************************
      * THE ACCOUNT IN WS-ACC-IN MUST BE ON THE CHART, ACTIVE, AND ON
      * THE STATEMENT IN WS-WANT-TYPE: COST AND DEPRECIATION TO DATE
      * ARE BALANCE SHEET, THE MONTHLY CHARGE IS INCOME STATEMENT.
      *****************************************************************
        XCG-005.
           MOVE "N" TO WS-GL-OK-SW.
           MOVE WS-ACC-IN TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE "NO SUCH GL ACCOUNT, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO XCG-EXIT.
           IF GL-INACTIVE
              MOVE "GL ACCOUNT IS INACTIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO XCG-EXIT.
           IF WS-WANT-TYPE = "B" AND NOT GL-BALANCE-SHEET
              MOVE "MUST BE A BALANCE SHEET ACCOUNT, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO XCG-EXIT.
           IF WS-WANT-TYPE = "I" AND GL-BALANCE-SHEET
              MOVE "MUST BE AN INCOME STATEMENT ACCOUNT, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO XCG-EXIT.
           MOVE "Y" TO WS-GL-OK-SW.
        XCG-EXIT.
           EXIT.
      *
        B-SHOW-RECORD SECTION.
        BSR-005.
           MOVE 1110 TO W-POS.
           DISPLAY "NAME:      [" AT W-POS.
           MOVE 1123 TO W-POS.
           DISPLAY FA-DESCRIPTION AT W-POS.
           MOVE 1210 TO W-POS.
           DISPLAY "CATEGORY:  [" AT W-POS.
           MOVE 1223 TO W-POS.
           DISPLAY FA-CATEGORY AT W-POS.
           MOVE 1310 TO W-POS.
           DISPLAY "LOCATION:  [" AT W-POS.
           MOVE 1323 TO W-POS.
           DISPLAY FA-LOCATION AT W-POS.
           MOVE 1410 TO W-POS.
           DISPLAY "ACQUIRED:  [" AT W-POS.
           MOVE 1423 TO W-POS.
           DISPLAY FA-ACQ-DATE AT W-POS.
           MOVE 1433 TO W-POS.
           DISPLAY "YYYYMMDD" AT W-POS.
           MOVE 1510 TO W-POS.
           DISPLAY "COST:      [" AT W-POS.
           MOVE 1523 TO W-POS.
           MOVE FA-COST TO WS-AMT-SHOW.
           DISPLAY WS-AMT-SHOW AT W-POS.
           MOVE 1610 TO W-POS.
           DISPLAY "RESIDUAL:  [" AT W-POS.
           MOVE 1623 TO W-POS.
           MOVE FA-RESIDUAL TO WS-AMT-SHOW.
           DISPLAY WS-AMT-SHOW AT W-POS.
           MOVE 1710 TO W-POS.
           DISPLAY "METHOD:    [" AT W-POS.
           MOVE 1723 TO W-POS.
           DISPLAY FA-METHOD AT W-POS.
           MOVE 1726 TO W-POS.
           DISPLAY "S=STRAIGHT LINE R=REDUCING BALANCE" AT W-POS.
           MOVE 1810 TO W-POS.
           DISPLAY "LIFE MTHS: [" AT W-POS.
           MOVE 1823 TO W-POS.
           DISPLAY FA-LIFE-MONTHS AT W-POS.
           MOVE 1840 TO W-POS.
           DISPLAY "RATE % PA: [" AT W-POS.
           MOVE 1853 TO W-POS.
           MOVE FA-RATE TO WS-RATE-SHOW.
           DISPLAY WS-RATE-SHOW AT W-POS.
           MOVE 1910 TO W-POS.
           DISPLAY "ASSET GL:  [" AT W-POS.
           MOVE 1923 TO W-POS.
           DISPLAY FA-ASSET-ACC AT W-POS.
           MOVE 2010 TO W-POS.
           DISPLAY "ACC DEPN:  [" AT W-POS.
           MOVE 2023 TO W-POS.
           DISPLAY FA-ACCDEP-ACC AT W-POS.
           MOVE 2110 TO W-POS.
           DISPLAY "DEPN GL:   [" AT W-POS.
           MOVE 2123 TO W-POS.
           DISPLAY FA-DEPR-ACC AT W-POS.
           MOVE 2210 TO W-POS.
           DISPLAY "CENTRE:    [" AT W-POS.
           MOVE 2223 TO W-POS.
           DISPLAY FA-COST-CENTRE AT W-POS.
           MOVE 2310 TO W-POS.
           DISPLAY "DEPN TODATE[" AT W-POS.
           MOVE 2323 TO W-POS.
           MOVE FA-ACCUM-DEPR TO WS-AMT-SHOW.
           DISPLAY WS-AMT-SHOW AT W-POS.
           MOVE 2340 TO W-POS.
           DISPLAY "TO PERIOD: [" AT W-POS.
           MOVE 2353 TO W-POS.
           DISPLAY FA-LAST-PERIOD AT W-POS.
           MOVE 2410 TO W-POS.
           DISPLAY "STATUS:    [" AT W-POS.
           MOVE 2423 TO W-POS.
           DISPLAY FA-STATUS AT W-POS.
           MOVE 2426 TO W-POS.
           IF FA-DISPOSAL-DUE
              DISPLAY "DISPOSAL TO POST, DATED" AT W-POS
           ELSE
           IF FA-DISPOSED
              DISPLAY "DISPOSED, DATED        " AT W-POS
           ELSE
              DISPLAY "IN USE                 " AT W-POS.
           IF FA-ACTIVE
              MOVE SPACES TO WS-DATE-IN
              MOVE 2450 TO W-POS
              DISPLAY WS-DATE-IN AT W-POS
           ELSE
              MOVE 2450 TO W-POS
              DISPLAY FA-DISPOSAL-DATE AT W-POS.
        BSR-EXIT.
           EXIT.
      *
        B-LOG-CHANGE SECTION.
        BLC-005.
           MOVE "FIXASSET"        TO WS-MCL-FILE-ID.
           MOVE FA-NUMBER         TO WS-MCL-RECORD-KEY.
           MOVE "FixAstMt"        TO WS-MCL-PROGRAM.
           IF WS-MCL-ACTION = "D"
              MOVE SPACES         TO WS-MCL-AFTER
           ELSE
              MOVE FIXED-ASSET-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
        BLC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE FIXED-ASSET-FILE
                 GL-MASTER
                 MAST-CHGLOG.
           IF NOT WS-CC-OFF
              CLOSE COST-CENTRE-FILE.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
