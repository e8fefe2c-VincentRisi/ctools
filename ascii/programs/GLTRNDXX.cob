        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLTRNDXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT GL-MASTER ASSIGN TO "GlMaster"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               ALTERNATE RECORD KEY IS GL-DESCRIPTION WITH DUPLICATES
               FILE STATUS IS WS-GL-STATUS.
           COPY "SelectGlPerBal".
           SELECT REPORT-TEXT-FILE ASSIGN TO "/ctools/spl/GlTrend.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdGlMast.
           COPY ChlfdGlPerBal.
           FD  REPORT-TEXT-FILE
               LABEL RECORDS ARE STANDARD.
           01  REPORT-TEXT-LINE         PIC X(132).
      *
       WORKING-STORAGE SECTION.
           77  WS-COMPANY-CODE PIC X(02) VALUE " ".
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-ACCT-COUNT    PIC 9(06) VALUE 0.
           77  WS-W-STATUS      PIC 9(4) BINARY COMP VALUE 0.
           77  WS-COMMAND-LINE  PIC X(256) VALUE " ".
           77  WS-PRINTER       PIC X(10) VALUE " ".
           77  WS-MODE          PIC X VALUE "T".
               88  WS-TREND           VALUE "T".
               88  WS-COMPARE         VALUE "C".
           77  WS-PERIOD-IN     PIC X(06) VALUE " ".
           77  WS-CUR-FIRST     PIC 9(06) VALUE 0.
           77  WS-PRI-FIRST     PIC 9(06) VALUE 0.
           77  WS-PRI-END       PIC 9(06) VALUE 0.
           77  WS-COL           PIC 9(02) COMP VALUE 0.
           77  WS-COL-COUNT     PIC 9(02) COMP VALUE 12.
           77  WS-GL-IDX        PIC 9(04) COMP VALUE 0.
           77  WS-GL-SCAN       PIC 9(04) COMP VALUE 0.
           77  WS-CUR-TYPE      PIC X(01) VALUE " ".
           77  WS-CUR-SECTION   PIC X(02) VALUE " ".
           77  WS-STMT-TITLE    PIC X(30) VALUE " ".
           77  WS-LINE-LABEL    PIC X(30) VALUE " ".
           77  WS-WHOLE         PIC S9(09) VALUE 0.
           77  WS-VARIANCE      PIC S9(11)V99 VALUE 0.
           77  WS-PCT           PIC S9(04)V9 VALUE 0.
           77  WS-ZERO-SW       PIC X VALUE "Y".
               88  WS-ALL-ZERO        VALUE "Y".
           01  WS-END-WORK.
               03  WS-END-PERIOD    PIC 9(06).
               03  FILLER REDEFINES WS-END-PERIOD.
                   05  WS-END-YY    PIC 9(04).
                   05  WS-END-MM    PIC 9(02).
           01  WS-PERIOD-WORK.
               03  WS-PW-PERIOD PIC 9(06).
               03  FILLER REDEFINES WS-PW-PERIOD.
                   05  WS-PW-YY PIC 9(04).
                   05  WS-PW-MM PIC 9(02).
           01  WS-TREND-PERIODS.
               03  WS-TP-PERIOD OCCURS 12 TIMES PIC 9(06).
      *****************************************************************
      * THE WHOLE CHART COLLECTED ON ONE PASS, WITH THE FIGURES EACH
      * ACCOUNT PRINTS: TWELVE PERIOD COLUMNS FOR THE TREND, OR THIS
      * YEAR IN 1 AND LAST YEAR IN 2 FOR THE COMPARISON. INCOME
      * STATEMENT ACCOUNTS SHOW WHAT MOVED, BALANCE SHEET ACCOUNTS
      * WHAT THEY HELD AT THE END OF THE PERIOD.
      *****************************************************************
           01  WS-GL-TABLE.
               03  WS-GL-ENTRY OCCURS 500 TIMES.
                   05  WS-GE-TYPE       PIC X(01).
                   05  WS-GE-SECTION    PIC X(02).
                   05  WS-GE-NUMBER     PIC 9(06).
                   05  WS-GE-DESC       PIC X(30).
                   05  WS-GE-DONE       PIC X(01).
                   05  WS-GE-VAL OCCURS 12 TIMES PIC S9(11)V99.
           01  WS-LINE-VALUES.
               03  WS-LV OCCURS 12 TIMES PIC S9(11)V99.
           01  WS-SECT-TOTALS.
               03  WS-SECT-VAL OCCURS 12 TIMES PIC S9(11)V99.
           01  WS-STMT-TOTALS.
               03  WS-STMT-VAL OCCURS 12 TIMES PIC S9(11)V99.
           01  WS-GL-STATUS.
               03  WS-GL-ST1        PIC 99.
           01  WS-PB-STATUS.
               03  WS-PB-ST1        PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
      *    TWELVE COLUMNS ONLY FIT THE PAGE IN WHOLE UNITS.
           01  WS-TREND-LINE.
               03  WS-TL-NUMBER     PIC X(06).
               03  FILLER           PIC X(01).
               03  WS-TL-DESC       PIC X(15).
               03  FILLER           PIC X(01).
               03  WS-TL-COL OCCURS 12 TIMES PIC ZZZZZZZ9-.
               03  FILLER           PIC X(01).
           01  WS-TREND-HEAD.
               03  FILLER           PIC X(23)
                                    VALUE "ACCOUNT DESCRIPTION".
               03  WS-TH-COL OCCURS 12 TIMES.
                   05  FILLER       PIC X(02).
                   05  WS-TH-YY     PIC 9(04).
                   05  WS-TH-SLASH  PIC X(01).
                   05  WS-TH-MM     PIC 9(02).
               03  FILLER           PIC X(01).
           01  WS-COMP-LINE.
               03  WS-CL-NUMBER     PIC X(06).
               03  FILLER           PIC X(02).
               03  WS-CL-DESC       PIC X(30).
               03  FILLER           PIC X(02).
               03  WS-CL-CURRENT    PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02).
               03  WS-CL-PRIOR      PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02).
               03  WS-CL-VARIANCE   PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02).
               03  WS-CL-PCT        PIC ZZZ9.9-.
               03  WS-CL-PCT-X REDEFINES WS-CL-PCT PIC X(07).
               03  FILLER           PIC X(28).
           01  WS-COMP-HEAD.
               03  FILLER           PIC X(40)
                                    VALUE "ACCOUNT DESCRIPTION".
               03  FILLER           PIC X(19)
                                    VALUE "     CURRENT YEAR".
               03  FILLER           PIC X(19)
                                    VALUE "       PRIOR YEAR".
               03  FILLER           PIC X(19)
                                    VALUE "         VARIANCE".
               03  FILLER           PIC X(07) VALUE "  VAR %".
        Copy "WsDateInfo".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
            03  LK-DIRECTION     PIC X.
            03  LK-RETURN-CODE   PIC 9(02).
      *
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-ACCEPT.
           PERFORM A-INIT.
           PERFORM B-LOAD-CHART.
           MOVE "I" TO WS-CUR-TYPE.
           MOVE "INCOME STATEMENT" TO WS-STMT-TITLE.
           PERFORM C-ONE-STATEMENT.
           MOVE "B" TO WS-CUR-TYPE.
           MOVE "BALANCE SHEET" TO WS-STMT-TITLE.
           PERFORM C-ONE-STATEMENT.
           PERFORM D-PIPELINE.
           PERFORM E-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-ACCEPT SECTION.
      *****************************************************************
      * A SCHEDULED RUN NAMES ITS LAYOUT IN THE DIRECTION: T FOR THE
      * 12-MONTH TREND, C FOR THIS YEAR AGAINST LAST, AND REPORTS UP
      * TO THE END OF LAST MONTH. FROM THE MENU THE OPERATOR CHOOSES
      * THE LAYOUT AND MAY NAME A DIFFERENT LAST PERIOD.
      *****************************************************************
        A-001.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:6) TO WS-PW-PERIOD.
           PERFORM X-PREV-PERIOD.
           MOVE WS-PW-PERIOD TO WS-END-PERIOD.
           IF LK-DIRECTION = "T" OR LK-DIRECTION = "C"
              MOVE LK-DIRECTION TO WS-MODE
              GO TO A-AC-EXIT.
           MOVE 0810 TO W-POS.
           DISPLAY "** GL TREND AND YEAR COMPARISON **" AT W-POS.
           MOVE 1010 TO W-POS.
           DISPLAY "T=12-MONTH TREND, C=YEAR ON YEAR: [ ]" AT W-POS.
           MOVE 1045 TO W-POS.
           ACCEPT WS-MODE AT W-POS.
           IF WS-MODE NOT = "T" AND NOT = "C"
              GO TO A-001.
        A-010.
           MOVE 1210 TO W-POS.
           DISPLAY "LAST PERIOD YYYYMM, BLANK FOR LAST MONTH: [      ]"
              AT W-POS.
           MOVE 1252 TO W-POS.
           MOVE " " TO WS-PERIOD-IN.
           ACCEPT WS-PERIOD-IN AT W-POS.
           IF WS-PERIOD-IN = " "
              GO TO A-AC-EXIT.
           IF WS-PERIOD-IN NOT NUMERIC
              GO TO A-010.
           MOVE WS-PERIOD-IN TO WS-PW-PERIOD.
           IF WS-PW-MM < 1 OR WS-PW-MM > 12
              GO TO A-010.
           MOVE WS-PW-PERIOD TO WS-END-PERIOD.
        A-AC-EXIT.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** GL TREND AND YEAR COMPARISON **".
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           OPEN INPUT GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              MOVE "NO GL MASTER, REPORT ABANDONED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT GL-PERBAL-FILE.
           IF WS-PB-ST1 NOT = 0
              CLOSE GL-MASTER
              MOVE "NO PERIOD BALANCE FILE, REPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
      *    THE TREND'S TWELVE PERIODS, OLDEST IN COLUMN 1.
           MOVE WS-END-PERIOD TO WS-PW-PERIOD.
           MOVE 12 TO WS-COL.
        A-005.
           MOVE WS-PW-PERIOD TO WS-TP-PERIOD (WS-COL).
           MOVE SPACES       TO WS-TH-COL (WS-COL).
           MOVE WS-PW-YY     TO WS-TH-YY (WS-COL).
           MOVE "/"          TO WS-TH-SLASH (WS-COL).
           MOVE WS-PW-MM     TO WS-TH-MM (WS-COL).
           PERFORM X-PREV-PERIOD.
           SUBTRACT 1 FROM WS-COL.
           IF WS-COL > 0
              GO TO A-005.
      *    THE COMPARISON: THIS YEAR TO DATE AGAINST THE SAME MONTHS
      *    OF LAST YEAR.
           COMPUTE WS-CUR-FIRST = WS-END-YY * 100 + 1.
           SUBTRACT 100 FROM WS-CUR-FIRST GIVING WS-PRI-FIRST.
           SUBTRACT 100 FROM WS-END-PERIOD GIVING WS-PRI-END.
           IF WS-COMPARE
              MOVE 2 TO WS-COL-COUNT.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           IF WS-TREND
              STRING "GL 12-MONTH TREND TO PERIOD " DELIMITED BY SIZE
                     WS-END-PERIOD DELIMITED BY SIZE
                     " COMPANY " DELIMITED BY SIZE
                     WS-COMPANY-CODE DELIMITED BY SIZE
                     "  (WHOLE UNITS)" DELIMITED BY SIZE
                     INTO REPORT-TEXT-LINE
           ELSE
              STRING "GL YEAR ON YEAR TO PERIOD " DELIMITED BY SIZE
                     WS-END-PERIOD DELIMITED BY SIZE
                     " AGAINST " DELIMITED BY SIZE
                     WS-PRI-END DELIMITED BY SIZE
                     " COMPANY " DELIMITED BY SIZE
                     WS-COMPANY-CODE DELIMITED BY SIZE
                     INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "PRINTED " DELIMITED BY SIZE
                  WS-NOW (1:8) DELIMITED BY SIZE
                  ".  INCOME STATEMENT: MOVEMENT; BALANCE SHEET: "
                     DELIMITED BY SIZE
                  "BALANCE AT PERIOD END." DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-TREND
              MOVE WS-TREND-HEAD TO REPORT-TEXT-LINE
           ELSE
              MOVE WS-COMP-HEAD TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        A-EXIT.
           EXIT.
      *
        B-LOAD-CHART SECTION.
        BL-005.
           MOVE 0 TO GL-NUMBER.
           START GL-MASTER KEY NOT < GL-KEY
               INVALID KEY
             GO TO BL-EXIT.
        BL-010.
           READ GL-MASTER NEXT
               AT END
             GO TO BL-EXIT.
           IF WS-ACCT-COUNT > 499
              MOVE "TOO MANY GL ACCOUNTS, REPORT TRUNCATED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BL-EXIT.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE WS-ACCT-COUNT TO WS-GL-IDX.
           IF GL-STATEMENT-TYPE = "I"
              MOVE "I" TO WS-GE-TYPE (WS-GL-IDX)
           ELSE
              MOVE "B" TO WS-GE-TYPE (WS-GL-IDX).
           MOVE GL-STATEMENT-SECTION TO WS-GE-SECTION (WS-GL-IDX).
           MOVE GL-NUMBER            TO WS-GE-NUMBER (WS-GL-IDX).
           MOVE GL-DESCRIPTION       TO WS-GE-DESC (WS-GL-IDX).
           MOVE " "                  TO WS-GE-DONE (WS-GL-IDX).
           MOVE 0 TO WS-COL.
        BL-015.
           ADD 1 TO WS-COL.
           IF WS-COL > 12
              GO TO BL-020.
           MOVE 0 TO WS-GE-VAL (WS-GL-IDX, WS-COL).
           GO TO BL-015.
        BL-020.
           PERFORM B-ACCOUNT-VALUES.
      *    AN ACCOUNT WITH NOTHING TO SHOW IS LEFT OFF.
           MOVE "Y" TO WS-ZERO-SW.
           MOVE 0 TO WS-COL.
        BL-025.
           ADD 1 TO WS-COL.
           IF WS-COL > WS-COL-COUNT
              GO TO BL-030.
           IF WS-GE-VAL (WS-GL-IDX, WS-COL) NOT = 0
              MOVE "N" TO WS-ZERO-SW
              GO TO BL-030.
           GO TO BL-025.
        BL-030.
           IF WS-ALL-ZERO
              SUBTRACT 1 FROM WS-ACCT-COUNT.
           GO TO BL-010.
        BL-EXIT.
           EXIT.
      *
        B-ACCOUNT-VALUES SECTION.
      *****************************************************************
      * WALK THE ACCOUNT'S PERIOD RECORDS IN PERIOD ORDER. A BALANCE
      * AT A PERIOD END IS THE CLOSING OF THE LAST RECORD NOT AFTER
      * IT; A MOVEMENT IS THE RECORD FOR THAT PERIOD, OR NIL.
      *****************************************************************
        BAV-005.
           MOVE GL-NUMBER TO GLPB-ACCOUNT.
           MOVE 0         TO GLPB-PERIOD.
           START GL-PERBAL-FILE KEY NOT < GLPB-KEY
               INVALID KEY
             GO TO BAV-EXIT.
        BAV-010.
           READ GL-PERBAL-FILE NEXT
               AT END
             GO TO BAV-EXIT.
           IF GLPB-ACCOUNT NOT = GL-NUMBER
              GO TO BAV-EXIT.
           IF GLPB-PERIOD > WS-END-PERIOD
              GO TO BAV-EXIT.
           IF WS-COMPARE
              PERFORM BAV-COMPARE
              GO TO BAV-010.
           MOVE 0 TO WS-COL.
        BAV-020.
           ADD 1 TO WS-COL.
           IF WS-COL > 12
              GO TO BAV-010.
           IF WS-GE-TYPE (WS-GL-IDX) = "I"
              IF GLPB-PERIOD = WS-TP-PERIOD (WS-COL)
                 MOVE GLPB-MOVEMENT TO WS-GE-VAL (WS-GL-IDX, WS-COL)
                 GO TO BAV-020
              ELSE
                 GO TO BAV-020.
           IF GLPB-PERIOD NOT > WS-TP-PERIOD (WS-COL)
              MOVE GLPB-CLOSING TO WS-GE-VAL (WS-GL-IDX, WS-COL).
           GO TO BAV-020.
        BAV-EXIT.
           EXIT.
      *
        BAV-COMPARE SECTION.
        BAC-005.
           IF WS-GE-TYPE (WS-GL-IDX) = "B"
              GO TO BAC-020.
           IF GLPB-PERIOD NOT < WS-CUR-FIRST
              ADD GLPB-MOVEMENT TO WS-GE-VAL (WS-GL-IDX, 1).
           IF GLPB-PERIOD NOT < WS-PRI-FIRST
                AND GLPB-PERIOD NOT > WS-PRI-END
              ADD GLPB-MOVEMENT TO WS-GE-VAL (WS-GL-IDX, 2).
           GO TO BAC-EXIT.
        BAC-020.
           MOVE GLPB-CLOSING TO WS-GE-VAL (WS-GL-IDX, 1).
           IF GLPB-PERIOD NOT > WS-PRI-END
              MOVE GLPB-CLOSING TO WS-GE-VAL (WS-GL-IDX, 2).
        BAC-EXIT.
           EXIT.
      *
        C-ONE-STATEMENT SECTION.
      *****************************************************************
      * PRINT ONE STATEMENT: PICK THE FIRST UNPRINTED ACCOUNT OF THE
      * WANTED TYPE, HEAD UP ITS SECTION, PRINT AND SUBTOTAL EVERY
      * ACCOUNT IN THAT SECTION, AND SO ON UNTIL THE TYPE IS DONE.
      *****************************************************************
        COS-005.
           MOVE 0 TO WS-COL.
        COS-006.
           ADD 1 TO WS-COL.
           IF WS-COL > 12
              GO TO COS-007.
           MOVE 0 TO WS-STMT-VAL (WS-COL).
           GO TO COS-006.
        COS-007.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-STMT-TITLE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE 1 TO WS-GL-IDX.
        COS-010.
           IF WS-GL-IDX > WS-ACCT-COUNT
              GO TO COS-090.
           IF WS-GE-DONE (WS-GL-IDX) = "X"
                OR WS-GE-TYPE (WS-GL-IDX) NOT = WS-CUR-TYPE
              ADD 1 TO WS-GL-IDX
              GO TO COS-010.
           MOVE WS-GE-SECTION (WS-GL-IDX) TO WS-CUR-SECTION.
           MOVE 0 TO WS-COL.
        COS-012.
           ADD 1 TO WS-COL.
           IF WS-COL > 12
              GO TO COS-015.
           MOVE 0 TO WS-SECT-VAL (WS-COL).
           GO TO COS-012.
        COS-015.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "SECTION " DELIMITED BY SIZE
                  WS-CUR-SECTION DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE 0 TO WS-GL-SCAN.
        COS-020.
           ADD 1 TO WS-GL-SCAN.
           IF WS-GL-SCAN > WS-ACCT-COUNT
              GO TO COS-030.
           IF WS-GE-DONE (WS-GL-SCAN) = "X"
                OR WS-GE-TYPE (WS-GL-SCAN) NOT = WS-CUR-TYPE
                OR WS-GE-SECTION (WS-GL-SCAN) NOT = WS-CUR-SECTION
              GO TO COS-020.
           MOVE "X" TO WS-GE-DONE (WS-GL-SCAN).
           MOVE 0 TO WS-COL.
        COS-025.
           ADD 1 TO WS-COL.
           IF WS-COL > 12
              GO TO COS-028.
           MOVE WS-GE-VAL (WS-GL-SCAN, WS-COL) TO WS-LV (WS-COL).
           ADD WS-LV (WS-COL) TO WS-SECT-VAL (WS-COL)
                                 WS-STMT-VAL (WS-COL).
           GO TO COS-025.
        COS-028.
           MOVE WS-GE-NUMBER (WS-GL-SCAN) TO WS-TL-NUMBER.
           MOVE WS-TL-NUMBER              TO WS-CL-NUMBER.
           MOVE WS-GE-DESC (WS-GL-SCAN)   TO WS-LINE-LABEL.
           PERFORM X-PRINT-LINE.
           GO TO COS-020.
        COS-030.
           MOVE 0 TO WS-COL.
        COS-032.
           ADD 1 TO WS-COL.
           IF WS-COL > 12
              GO TO COS-035.
           MOVE WS-SECT-VAL (WS-COL) TO WS-LV (WS-COL).
           GO TO COS-032.
        COS-035.
           MOVE SPACES TO WS-TL-NUMBER
                          WS-CL-NUMBER
                          WS-LINE-LABEL.
           STRING "SECTION " DELIMITED BY SIZE
                  WS-CUR-SECTION DELIMITED BY SIZE
                  " TOTAL" DELIMITED BY SIZE
                  INTO WS-LINE-LABEL.
           PERFORM X-PRINT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           GO TO COS-010.
        COS-090.
           MOVE 0 TO WS-COL.
        COS-092.
           ADD 1 TO WS-COL.
           IF WS-COL > 12
              GO TO COS-095.
           MOVE WS-STMT-VAL (WS-COL) TO WS-LV (WS-COL).
           GO TO COS-092.
        COS-095.
           MOVE SPACES TO WS-TL-NUMBER
                          WS-CL-NUMBER
                          WS-LINE-LABEL.
           STRING WS-STMT-TITLE DELIMITED BY "  "
                  " TOTAL" DELIMITED BY SIZE
                  INTO WS-LINE-LABEL.
           PERFORM X-PRINT-LINE.
        COS-EXIT.
           EXIT.
      *
        X-PRINT-LINE SECTION.
      *****************************************************************
      * ONE REPORT LINE FROM WS-LV IN THE LAYOUT ASKED FOR. THE
      * CALLER HAS SET THE ACCOUNT NUMBER (OR SPACES) AND THE LABEL.
      *****************************************************************
        XPL-005.
           IF WS-COMPARE
              GO TO XPL-050.
           MOVE WS-LINE-LABEL TO WS-TL-DESC.
           MOVE 0 TO WS-COL.
        XPL-010.
           ADD 1 TO WS-COL.
           IF WS-COL > 12
              GO TO XPL-020.
           COMPUTE WS-WHOLE ROUNDED = WS-LV (WS-COL).
           MOVE WS-WHOLE TO WS-TL-COL (WS-COL).
           GO TO XPL-010.
        XPL-020.
           MOVE WS-TREND-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           GO TO XPL-EXIT.
        XPL-050.
           MOVE WS-LINE-LABEL TO WS-CL-DESC.
           MOVE WS-LV (1) TO WS-CL-CURRENT.
           MOVE WS-LV (2) TO WS-CL-PRIOR.
           SUBTRACT WS-LV (2) FROM WS-LV (1) GIVING WS-VARIANCE.
           MOVE WS-VARIANCE TO WS-CL-VARIANCE.
           MOVE 0 TO WS-PCT.
           IF WS-LV (2) NOT = 0
              COMPUTE WS-PCT ROUNDED = WS-VARIANCE * 100 / WS-LV (2)
                  ON SIZE ERROR
                MOVE 9999.9 TO WS-PCT.
           MOVE WS-PCT TO WS-CL-PCT.
           IF WS-LV (2) = 0
              MOVE SPACES TO WS-CL-PCT-X.
           MOVE WS-COMP-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        XPL-EXIT.
           EXIT.
      *
        X-PREV-PERIOD SECTION.
        XPP-005.
           IF WS-PW-MM = 1
              SUBTRACT 1 FROM WS-PW-YY
              MOVE 12 TO WS-PW-MM
           ELSE
              SUBTRACT 1 FROM WS-PW-MM.
        XPP-EXIT.
           EXIT.
      *
        D-PIPELINE SECTION.
      *****************************************************************
      * HAND THE REPORT TEXT TO THE SHARED PDF PIPELINE TOOLS: TEXT
      * TO PDF, ARCHIVE A COPY, THEN DELIVER TO THE PRINTER.
      *****************************************************************
        DP-005.
           ACCEPT WS-PRINTER FROM ENVIRONMENT "PP-PRINTER".
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "./text2pdf /ctools/spl/GlTrend.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/GlTrend.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/GlTrend.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "GLTRND.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/GlTrend.pdf" DELIMITED BY SIZE
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
           CLOSE GL-MASTER
                 GL-PERBAL-FILE
                 REPORT-TEXT-FILE.
           DISPLAY "ACCOUNTS REPORTED: " WS-ACCT-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        E-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
