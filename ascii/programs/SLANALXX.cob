        IDENTIFICATION DIVISION.
        PROGRAM-ID. SLANALXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectSalesLine".
         Copy "SelectDrMaster".
         Copy "SelectStMaster".
           SELECT REPORT-TEXT-FILE ASSIGN TO
                     "/ctools/spl/SalesAnal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ANALYSIS-CSV ASSIGN TO "SalesAnalCsv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdSalesLine.
           COPY ChlfdDebtor.
           COPY ChlfdStockMast.
           FD  REPORT-TEXT-FILE
               LABEL RECORDS ARE STANDARD.
           01  REPORT-TEXT-LINE         PIC X(132).
           FD  ANALYSIS-CSV
               LABEL RECORDS ARE STANDARD.
           01  CSV-RECORD               PIC X(100).
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
           77  WS-DEBTOR-OFF-SW PIC X VALUE "N".
               88  WS-DEBTOR-OFF      VALUE "Y".
           77  WS-STOCK-OFF-SW  PIC X VALUE "N".
               88  WS-STOCK-OFF       VALUE "Y".
           77  WS-FROM-IN       PIC X(06) VALUE " ".
           77  WS-TO-IN         PIC X(06) VALUE " ".
           77  WS-FROM-PERIOD   PIC 9(06) VALUE 0.
           77  WS-TO-PERIOD     PIC 9(06) VALUE 0.
           77  WS-LINES-READ    PIC 9(06) VALUE 0.
           77  WS-GROUP-SW      PIC X VALUE "N".
               88  WS-GROUP-OPEN      VALUE "Y".
           77  WS-CUR-ACCOUNT   PIC 9(07) VALUE 0.
           77  WS-CUR-STOCK     PIC 9(08) VALUE 0.
           77  WS-CUR-PERIOD    PIC 9(06) VALUE 0.
           77  WS-CSV-TYPE      PIC X(06) VALUE " ".
           77  WS-CSV-NAME      PIC X(30) VALUE " ".
           77  WS-CSV-QTY       PIC -(9)9.999.
           77  WS-CSV-SALES     PIC -(11)9.99.
           77  WS-CSV-COST      PIC -(11)9.99.
           77  WS-CSV-MARGIN    PIC -(5)9.9.
           01  WS-PERIOD-WORK.
               03  WS-PW-YEAR       PIC 9(04).
               03  WS-PW-MONTH      PIC 9(02).
           01  WS-SL-STATUS.
               03  WS-SL-ST1        PIC 99.
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-STOCK-STATUS.
               03  WS-STOCK-ST1     PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           01  WS-CSV-STATUS.
               03  WS-CSV-ST1       PIC 99.
      *****************************************************************
      * THE GROUP BEING ADDED UP ON THE CURRENT PASS (ONE DEBTOR, ONE
      * STOCK ITEM OR ONE PERIOD) AND THE RUNNING TOTAL FOR THE PASS.
      * MARGIN IS GROSS PROFIT AS A PERCENTAGE OF SALES VALUE.
      *****************************************************************
           01  WS-GROUP.
               03  WS-GRP-KEY       PIC X(10).
               03  WS-GRP-NAME      PIC X(30).
               03  WS-GRP-QTY       PIC S9(09)V999.
               03  WS-GRP-SALES     PIC S9(11)V99.
               03  WS-GRP-COST      PIC S9(11)V99.
           01  WS-PASS-TOTAL.
               03  WS-TOT-QTY       PIC S9(09)V999.
               03  WS-TOT-SALES     PIC S9(11)V99.
               03  WS-TOT-COST      PIC S9(11)V99.
           77  WS-MARGIN        PIC S9(05)V9 VALUE 0.
           01  WS-DETAIL-LINE.
               03  WS-DL-KEY        PIC X(10).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NAME       PIC X(30).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-QTY        PIC Z(8)9.999-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-SALES      PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-COST       PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-MARGIN     PIC ZZZZ9.9-.
               03  FILLER           PIC X(11) VALUE " ".
           01  WS-HEAD-LINE.
               03  WS-HL-KEY        PIC X(12).
               03  FILLER           PIC X(32) VALUE "NAME".
               03  FILLER           PIC X(16) VALUE "        QUANTITY".
               03  FILLER           PIC X(19)
                   VALUE "        SALES VALUE".
               03  FILLER           PIC X(19)
                   VALUE "               COST".
               03  FILLER           PIC X(10) VALUE "  MARGIN %".
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
      * SALES ANALYSIS FROM THE POSTED INVOICE AND CREDIT NOTE LINES
      * ON SalesLine FOR A RANGE OF PERIODS: QUANTITY, SALES VALUE
      * EXCLUDING VAT, COST AND GROSS MARGIN, SUMMARISED BY DEBTOR,
      * BY STOCK ITEM AND BY PERIOD. THE JOB DIRECTION C RUNS THE
      * YEAR TO DATE WITH THE CSV EXTRACT AND P THE YEAR TO DATE
      * PRINTED ONLY, WITHOUT ASKING.
      *****************************************************************
           PERFORM A-ACCEPT.
           PERFORM A-INIT.
           PERFORM B-BY-DEBTOR.
           PERFORM B-BY-STOCK.
           PERFORM B-BY-PERIOD.
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
           MOVE WS-NOW (1:6) TO WS-TO-PERIOD.
           MOVE WS-NOW (1:4) TO WS-PW-YEAR.
           MOVE 1            TO WS-PW-MONTH.
           MOVE WS-PERIOD-WORK TO WS-FROM-PERIOD.
           IF LK-DIRECTION = "C"
              MOVE "Y" TO WS-CSV-SW
              GO TO A-AC-EXIT.
           IF LK-DIRECTION = "P"
              GO TO A-AC-EXIT.
           MOVE 0810 TO W-POS.
           DISPLAY "** SALES ANALYSIS BY DEBTOR, ITEM AND PERIOD **"
              AT W-POS.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
        A-005.
           MOVE 1010 TO W-POS.
           DISPLAY "FROM PERIOD YYYYMM (BLANK=START OF YEAR): [      ]"
              AT W-POS.
           MOVE 1053 TO W-POS.
           MOVE " " TO WS-FROM-IN.
           ACCEPT WS-FROM-IN AT W-POS.
           IF WS-FROM-IN = " "
              GO TO A-010.
           IF WS-FROM-IN NOT NUMERIC
              MOVE "PERIOD MUST BE SIX DIGITS YYYYMM, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO A-005.
           MOVE WS-FROM-IN TO WS-PERIOD-WORK.
           IF WS-PW-MONTH < 1 OR WS-PW-MONTH > 12
              MOVE "MONTH MUST BE 01 TO 12, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO A-005.
           MOVE WS-PERIOD-WORK TO WS-FROM-PERIOD.
        A-010.
           MOVE 1110 TO W-POS.
           DISPLAY "TO PERIOD YYYYMM   (BLANK=THIS MONTH):    [      ]"
              AT W-POS.
           MOVE 1153 TO W-POS.
           MOVE " " TO WS-TO-IN.
           ACCEPT WS-TO-IN AT W-POS.
           IF WS-TO-IN = " "
              GO TO A-015.
           IF WS-TO-IN NOT NUMERIC
              MOVE "PERIOD MUST BE SIX DIGITS YYYYMM, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO A-010.
           MOVE WS-TO-IN TO WS-PERIOD-WORK.
           IF WS-PW-MONTH < 1 OR WS-PW-MONTH > 12
              MOVE "MONTH MUST BE 01 TO 12, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO A-010.
           MOVE WS-PERIOD-WORK TO WS-TO-PERIOD.
        A-015.
           IF WS-FROM-PERIOD > WS-TO-PERIOD
              MOVE "FROM PERIOD IS AFTER TO PERIOD, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO A-005.
        A-020.
           MOVE 1210 TO W-POS.
           DISPLAY "ALSO WRITE THE CSV EXTRACT, Y/N:          [ ]"
              AT W-POS.
           MOVE 1253 TO W-POS.
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
           OPEN INPUT SALESLINE-FILE.
           IF WS-SL-ST1 NOT = 0
              MOVE "NO SALES LINE HISTORY FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "Y" TO WS-DEBTOR-OFF-SW
              DISPLAY "NO DEBTOR MASTER, DEBTOR NAMES LEFT OFF.".
           OPEN INPUT STOCK-MASTER.
           IF WS-STOCK-ST1 NOT = 0
              MOVE "Y" TO WS-STOCK-OFF-SW
              DISPLAY "NO STOCK MASTER, DESCRIPTIONS LEFT OFF.".
           IF WS-CSV-WANTED
              OPEN OUTPUT ANALYSIS-CSV
              IF WS-CSV-ST1 NOT = 0
                 MOVE "N" TO WS-CSV-SW
                 MOVE "CANNOT OPEN CSV FILE, PRINTED REPORT ONLY."
                    TO WS-MESSAGE
                 PERFORM ERROR-MESSAGE
              ELSE
                 MOVE "TYPE,KEY,NAME,QTY,SALES,COST,MARGIN%"
                    TO CSV-RECORD
                 WRITE CSV-RECORD.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "SALES ANALYSIS FOR PERIODS " DELIMITED BY SIZE
                  WS-FROM-PERIOD DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-TO-PERIOD DELIMITED BY SIZE
                  " AS AT " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  " COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE "SALES VALUE EXCLUDES VAT; CREDIT NOTES NET OFF."
              TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        A-EXIT.
           EXIT.
      *
        B-BY-DEBTOR SECTION.
      *****************************************************************
      * FIRST PASS IN PRIME KEY ORDER, WHICH IS DEBTOR ACCOUNT ORDER.
      *****************************************************************
        BD-005.
           MOVE "DEBTOR"  TO WS-CSV-TYPE.
           MOVE "ACCOUNT" TO WS-HL-KEY.
           PERFORM C-PASS-HEADING.
           MOVE 0 TO SL-ACCOUNT-NUMBER
                     SL-TRANS-NUMBER
                     SL-LINE.
           START SALESLINE-FILE KEY NOT < SL-KEY
               INVALID KEY
             GO TO BD-090.
        BD-010.
           READ SALESLINE-FILE NEXT
               AT END
             GO TO BD-090.
           IF SL-PERIOD < WS-FROM-PERIOD
                 OR SL-PERIOD > WS-TO-PERIOD
              GO TO BD-010.
           ADD 1 TO WS-LINES-READ.
           IF WS-GROUP-OPEN
              IF SL-ACCOUNT-NUMBER = WS-CUR-ACCOUNT
                 GO TO BD-020.
           PERFORM C-GROUP-END.
           MOVE SL-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT.
           MOVE SL-ACCOUNT-NUMBER TO WS-GRP-KEY.
           MOVE SPACES            TO WS-GRP-NAME.
           IF NOT WS-DEBTOR-OFF
              MOVE SL-ACCOUNT-NUMBER TO DEBTOR-ACCOUNT-NUMBER
              READ DEBTOR-MASTER
                  INVALID KEY
                MOVE "NOT ON DEBTOR MASTER" TO DEBTOR-NAME
              END-READ
              MOVE DEBTOR-NAME TO WS-GRP-NAME.
        BD-020.
           PERFORM C-ADD-LINE.
           GO TO BD-010.
        BD-090.
           PERFORM C-GROUP-END.
           PERFORM C-PASS-TOTAL.
        BD-EXIT.
           EXIT.
      *
        B-BY-STOCK SECTION.
      *****************************************************************
      * SECOND PASS ALONG THE STOCK NUMBER KEY. THE DESCRIPTION IS
      * TAKEN FROM THE FIRST WAREHOUSE THE ITEM IS HELD IN.
      *****************************************************************
        BS-005.
           MOVE "STOCK" TO WS-CSV-TYPE.
           MOVE "STOCK"  TO WS-HL-KEY.
           PERFORM C-PASS-HEADING.
           MOVE 0 TO SL-STOCKNUMBER.
           START SALESLINE-FILE KEY NOT < SL-STOCK-KEY
               INVALID KEY
             GO TO BS-090.
        BS-010.
           READ SALESLINE-FILE NEXT
               AT END
             GO TO BS-090.
           IF SL-PERIOD < WS-FROM-PERIOD
                 OR SL-PERIOD > WS-TO-PERIOD
              GO TO BS-010.
           IF WS-GROUP-OPEN
              IF SL-STOCKNUMBER = WS-CUR-STOCK
                 GO TO BS-020.
           PERFORM C-GROUP-END.
           MOVE SL-STOCKNUMBER TO WS-CUR-STOCK.
           MOVE SL-STOCKNUMBER TO WS-GRP-KEY.
           MOVE SPACES         TO WS-GRP-NAME.
           IF WS-STOCK-OFF
              GO TO BS-020.
           MOVE SL-STOCKNUMBER TO STK-STOCKNUMBER.
           MOVE SPACES         TO STK-WAREHOUSE.
           START STOCK-MASTER KEY NOT < STK-KEY
               INVALID KEY
             MOVE "NOT ON STOCK MASTER" TO WS-GRP-NAME
             GO TO BS-020.
           READ STOCK-MASTER NEXT
               AT END
             MOVE "NOT ON STOCK MASTER" TO WS-GRP-NAME
             GO TO BS-020.
           IF STK-STOCKNUMBER = SL-STOCKNUMBER
              MOVE STK-DESCRIPTION TO WS-GRP-NAME
           ELSE
              MOVE "NOT ON STOCK MASTER" TO WS-GRP-NAME.
        BS-020.
           PERFORM C-ADD-LINE.
           GO TO BS-010.
        BS-090.
           PERFORM C-GROUP-END.
           PERFORM C-PASS-TOTAL.
        BS-EXIT.
           EXIT.
      *
        B-BY-PERIOD SECTION.
      *****************************************************************
      * THIRD PASS ALONG THE PERIOD KEY, STARTING AT THE FIRST PERIOD
      * ASKED FOR AND STOPPING PAST THE LAST.
      *****************************************************************
        BP-005.
           MOVE "PERIOD" TO WS-CSV-TYPE.
           MOVE "PERIOD" TO WS-HL-KEY.
           PERFORM C-PASS-HEADING.
           MOVE WS-FROM-PERIOD TO SL-PERIOD.
           START SALESLINE-FILE KEY NOT < SL-PERIOD-KEY
               INVALID KEY
             GO TO BP-090.
        BP-010.
           READ SALESLINE-FILE NEXT
               AT END
             GO TO BP-090.
           IF SL-PERIOD > WS-TO-PERIOD
              GO TO BP-090.
           IF WS-GROUP-OPEN
              IF SL-PERIOD = WS-CUR-PERIOD
                 GO TO BP-020.
           PERFORM C-GROUP-END.
           MOVE SL-PERIOD TO WS-CUR-PERIOD.
           MOVE SL-PERIOD TO WS-GRP-KEY.
           MOVE SPACES    TO WS-GRP-NAME.
        BP-020.
           PERFORM C-ADD-LINE.
           GO TO BP-010.
        BP-090.
           PERFORM C-GROUP-END.
           PERFORM C-PASS-TOTAL.
        BP-EXIT.
           EXIT.
      *
        C-PASS-HEADING SECTION.
        CPH-005.
           MOVE "N" TO WS-GROUP-SW.
           MOVE 0 TO WS-TOT-QTY
                     WS-TOT-SALES
                     WS-TOT-COST.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "SALES BY " DELIMITED BY SIZE
                  WS-CSV-TYPE DELIMITED BY SPACE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-HEAD-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        CPH-EXIT.
           EXIT.
      *
        C-ADD-LINE SECTION.
        CAL-005.
           MOVE "Y" TO WS-GROUP-SW.
           ADD SL-QUANTITY    TO WS-GRP-QTY.
           ADD SL-SALES-VALUE TO WS-GRP-SALES.
           ADD SL-COST        TO WS-GRP-COST.
        CAL-EXIT.
           EXIT.
      *
        C-GROUP-END SECTION.
      *****************************************************************
      * PRINT THE GROUP JUST FINISHED, ADD IT TO THE PASS TOTAL AND
      * CLEAR IT FOR THE NEXT. NOTHING IS PRINTED BEFORE THE FIRST
      * GROUP OF A PASS HAS BEEN STARTED.
      *****************************************************************
        CGE-005.
           IF NOT WS-GROUP-OPEN
              GO TO CGE-090.
           PERFORM C-MARGIN.
           MOVE SPACES        TO WS-DETAIL-LINE.
           MOVE WS-GRP-KEY    TO WS-DL-KEY.
           MOVE WS-GRP-NAME   TO WS-DL-NAME.
           MOVE WS-GRP-QTY    TO WS-DL-QTY.
           MOVE WS-GRP-SALES  TO WS-DL-SALES.
           MOVE WS-GRP-COST   TO WS-DL-COST.
           MOVE WS-MARGIN     TO WS-DL-MARGIN.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-CSV-WANTED
              PERFORM C-CSV-LINE.
           ADD WS-GRP-QTY     TO WS-TOT-QTY.
           ADD WS-GRP-SALES   TO WS-TOT-SALES.
           ADD WS-GRP-COST    TO WS-TOT-COST.
        CGE-090.
           MOVE SPACES TO WS-GRP-KEY
                          WS-GRP-NAME.
           MOVE 0      TO WS-GRP-QTY
                          WS-GRP-SALES
                          WS-GRP-COST.
        CGE-EXIT.
           EXIT.
      *
        C-PASS-TOTAL SECTION.
        CPT-005.
           MOVE "TOTAL"       TO WS-GRP-KEY.
           MOVE SPACES        TO WS-GRP-NAME.
           MOVE WS-TOT-QTY    TO WS-GRP-QTY.
           MOVE WS-TOT-SALES  TO WS-GRP-SALES.
           MOVE WS-TOT-COST   TO WS-GRP-COST.
           PERFORM C-MARGIN.
           MOVE SPACES        TO WS-DETAIL-LINE.
           MOVE WS-GRP-KEY    TO WS-DL-KEY.
           MOVE WS-GRP-QTY    TO WS-DL-QTY.
           MOVE WS-GRP-SALES  TO WS-DL-SALES.
           MOVE WS-GRP-COST   TO WS-DL-COST.
           MOVE WS-MARGIN     TO WS-DL-MARGIN.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE "N" TO WS-GROUP-SW.
           MOVE 0 TO WS-GRP-QTY
                     WS-GRP-SALES
                     WS-GRP-COST.
        CPT-EXIT.
           EXIT.
      *
        C-MARGIN SECTION.
        CM-005.
           MOVE 0 TO WS-MARGIN.
           IF WS-GRP-SALES = 0
              GO TO CM-EXIT.
           COMPUTE WS-MARGIN ROUNDED =
              (WS-GRP-SALES - WS-GRP-COST) * 100 / WS-GRP-SALES
               ON SIZE ERROR
              MOVE 0 TO WS-MARGIN.
        CM-EXIT.
           EXIT.
      *
        C-CSV-LINE SECTION.
        CCL-005.
           MOVE WS-GRP-NAME  TO WS-CSV-NAME.
           INSPECT WS-CSV-NAME REPLACING ALL '"' BY "'".
           MOVE WS-GRP-QTY   TO WS-CSV-QTY.
           MOVE WS-GRP-SALES TO WS-CSV-SALES.
           MOVE WS-GRP-COST  TO WS-CSV-COST.
           MOVE WS-MARGIN    TO WS-CSV-MARGIN.
           MOVE FUNCTION CONCATENATE(FUNCTION TRIM(WS-CSV-TYPE), ",",
             FUNCTION TRIM(WS-GRP-KEY), ",",
             '"', FUNCTION TRIM(WS-CSV-NAME), '",',
             FUNCTION TRIM(WS-CSV-QTY), ",",
             FUNCTION TRIM(WS-CSV-SALES), ",",
             FUNCTION TRIM(WS-CSV-COST), ",",
             FUNCTION TRIM(WS-CSV-MARGIN))             TO CSV-RECORD.
           WRITE CSV-RECORD.
           IF WS-CSV-ST1 NOT = 0
              MOVE "INVALID WRITE FOR CSV FILE...." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE.
        CCL-EXIT.
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
           STRING "./text2pdf /ctools/spl/SalesAnal.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/SalesAnal.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/SalesAnal.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "SLANAL.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/SalesAnal.pdf" DELIMITED BY SIZE
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
           CLOSE SALESLINE-FILE.
           IF NOT WS-DEBTOR-OFF
              CLOSE DEBTOR-MASTER.
           IF NOT WS-STOCK-OFF
              CLOSE STOCK-MASTER.
           IF WS-CSV-WANTED
              CLOSE ANALYSIS-CSV.
           DISPLAY "SALES LINES IN RANGE: " WS-LINES-READ.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        E-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
