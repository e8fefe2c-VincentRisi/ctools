        IDENTIFICATION DIVISION.
        PROGRAM-ID. CASHFCXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectPostAcc".
         Copy "SelectCrTrans".
         Copy "SelectCurrency".
         Copy "SelectPayHist".
         Copy "SelectDrMaster".
         Copy "SelectDrTrans".
           COPY "SelectBankAcc".
           SELECT GL-MASTER ASSIGN TO "GlMaster"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               ALTERNATE RECORD KEY IS GL-DESCRIPTION WITH DUPLICATES
               FILE STATUS IS WS-GL-STATUS.
           SELECT REPORT-TEXT-FILE ASSIGN TO
                     "/ctools/spl/CashFcst.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdCrTrans.
           COPY ChlfdCurrency.
           COPY ChlfdPayHist.
           COPY ChlfdDebtor.
           COPY ChlfdDrTrans.
           COPY ChlfdGlMast.
           COPY ChlfdBankAcc.
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
           77  WS-BANK-ACC      PIC X(06) VALUE " ".
           77  WS-BANK-BAL      PIC S9(11)V99 VALUE 0.
           77  WS-BANK-COUNT    PIC 9(03) VALUE 0.
           77  WS-DAYS-IN       PIC X(03) VALUE " ".
           77  WS-DEFAULT-DAYS  PIC 9(03) VALUE 0.
           77  WS-TODAY-INT     PIC 9(08) VALUE 0.
           77  WS-DUE-INT       PIC 9(08) VALUE 0.
           77  WS-DAYS-AHEAD    PIC S9(07) VALUE 0.
           77  WS-FOREIGN-OUT   PIC S9(09)V99 VALUE 0.
           77  WS-AMT           PIC S9(11)V99 VALUE 0.
           77  WS-LAST-PAY      PIC 9(08) VALUE 0.
           77  WS-PRIOR-PAY     PIC 9(08) VALUE 0.
           77  WS-PAY-GAP       PIC 9(03) VALUE 0.
           77  WS-PAY-NET       PIC S9(11)V99 VALUE 0.
           77  WS-PAY-COUNT     PIC 9(05) VALUE 0.
           77  WS-NEXT-PAY-INT  PIC 9(08) VALUE 0.
           77  WS-CR-COUNT      PIC 9(06) VALUE 0.
           77  WS-HELD-COUNT    PIC 9(06) VALUE 0.
           77  WS-DR-COUNT      PIC 9(06) VALUE 0.
           77  WS-DR-DEFAULTED  PIC 9(06) VALUE 0.
           77  WS-RUNNING       PIC S9(11)V99 VALUE 0.
           77  WS-TOTAL-EDIT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           77  WS-WK-IDX        PIC 9(02) COMP VALUE 0.
           77  WS-CR-OFF-SW     PIC X VALUE "N".
               88  WS-CR-OFF          VALUE "Y".
           77  WS-CUR-OFF-SW    PIC X VALUE "N".
               88  WS-CUR-OFF         VALUE "Y".
           77  WS-PH-OFF-SW     PIC X VALUE "N".
               88  WS-PH-OFF          VALUE "Y".
           77  WS-DR-OFF-SW     PIC X VALUE "N".
               88  WS-DR-OFF          VALUE "Y".
      *****************************************************************
      * TWELVE WEEKS FROM TODAY, WEEK 1 ALSO TAKING ANYTHING ALREADY
      * OVERDUE; THE THIRTEENTH ENTRY GATHERS WHAT FALLS LATER.
      *****************************************************************
           01  WS-WEEK-TABLE.
               03  WS-WEEK-ENTRY OCCURS 13.
                   05  WS-WK-FROM       PIC 9(08).
                   05  WS-WK-TO         PIC 9(08).
                   05  WS-WK-RECEIPTS   PIC S9(11)V99.
                   05  WS-WK-CREDITORS  PIC S9(11)V99.
                   05  WS-WK-PAYROLL    PIC S9(11)V99.
           01  WS-WEEK-LINE.
               03  WS-WL-WEEK       PIC X(05).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-WL-FROM       PIC 9999/99/99.
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-WL-TO         PIC 9999/99/99.
               03  WS-WL-OPENING    PIC ZZZ,ZZZ,ZZ9.99-.
               03  WS-WL-RECEIPTS   PIC ZZZ,ZZZ,ZZ9.99-.
               03  WS-WL-CREDITORS  PIC ZZZ,ZZZ,ZZ9.99-.
               03  WS-WL-PAYROLL    PIC ZZZ,ZZZ,ZZ9.99-.
               03  WS-WL-NET        PIC ZZZ,ZZZ,ZZ9.99-.
               03  WS-WL-CLOSING    PIC ZZZ,ZZZ,ZZ9.99-.
           01  WS-WEEK-LINE-X REDEFINES WS-WEEK-LINE.
               03  FILLER           PIC X(17).
               03  WS-WLX-TO        PIC X(10).
               03  WS-WLX-OPENING   PIC X(15).
               03  FILLER           PIC X(60).
               03  WS-WLX-CLOSING   PIC X(15).
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(06) VALUE "WEEK".
               03  FILLER           PIC X(21) VALUE "FROM       TO".
               03  FILLER           PIC X(15) VALUE "        OPENING".
               03  FILLER           PIC X(15) VALUE "  DEBTORS IN".
               03  FILLER           PIC X(15) VALUE "  CREDITORS OUT".
               03  FILLER           PIC X(15) VALUE "    PAYROLL OUT".
               03  FILLER           PIC X(15) VALUE "       NET FLOW".
               03  FILLER           PIC X(15) VALUE "        CLOSING".
           01  WS-CRTRANS-STATUS.
               03  WS-CRTRANS-ST1   PIC 99.
           01  WS-CUR-STATUS.
               03  WS-CUR-ST1       PIC 99.
           01  WS-PH-STATUS.
               03  WS-PH-ST1        PIC 99.
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-DRTRANS-STATUS.
               03  WS-DRTRANS-ST1   PIC 99.
           01  WS-GL-STATUS.
               03  WS-GL-ST1        PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           COPY "WsPostAcc".
           COPY "WsDrPayDays".
           COPY "WsBankAcc".
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
      * CASH REQUIREMENTS FORECAST BY WEEK FOR TWELVE WEEKS, FROM THE
      * BANK GL BALANCE TODAY, SUMMED OVER EVERY OPEN BANK ACCOUNT
      * WHEN THERE IS A BANK ACCOUNT FILE: CREDITOR OPEN ITEMS GOING
      * OUT BY DUE DATE, THE LAST PAYROLL'S NET PAY REPEATING AT ITS
      * USUAL GAP, AND DEBTOR OPEN ITEMS COMING IN AFTER EACH DEBTOR'S
      * AVERAGE DAYS TO PAY.
      *****************************************************************
           PERFORM A-INIT.
           PERFORM B-CREDITORS.
           PERFORM B-PAYROLL.
           PERFORM B-DEBTORS.
           PERFORM C-REPORT.
           PERFORM E-PIPELINE.
           PERFORM F-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** CASH REQUIREMENTS FORECAST **".
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
             TO WS-TODAY-INT.
      *    A DEBTOR WITH NO RECEIPTS TO GO ON IS TAKEN TO PAY IN
      *    THIRTY DAYS.
           ACCEPT WS-DAYS-IN FROM ENVIRONMENT "CASHDRDAYS".
           IF WS-DAYS-IN = " "
              MOVE 30 TO WS-DEFAULT-DAYS
           ELSE
              MOVE FUNCTION NUMVAL(WS-DAYS-IN) TO WS-DEFAULT-DAYS.
           INITIALIZE WS-WEEK-TABLE.
           MOVE 0 TO WS-WK-IDX.
        A-005.
           ADD 1 TO WS-WK-IDX.
           IF WS-WK-IDX > 12
              GO TO A-010.
           COMPUTE WS-DUE-INT = WS-TODAY-INT + (WS-WK-IDX - 1) * 7.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
             TO WS-WK-FROM (WS-WK-IDX).
           ADD 6 TO WS-DUE-INT.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
             TO WS-WK-TO (WS-WK-IDX).
           GO TO A-005.
        A-010.
           OPEN INPUT POSTACC-FILE.
           IF WS-PA-ST1 NOT = 0
              MOVE "NO POSTING ACCOUNT FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE "BANK" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-BANK-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "POSTING ACCOUNT MISSING, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              MOVE "NO GL MASTER, RUN ABANDONED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WS-BA-ST1 = 0
              GO TO A-020.
           MOVE WS-BANK-ACC TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             DISPLAY "BANK ACCOUNT NOT ON GL: " WS-BANK-ACC
             MOVE 0 TO GL-BALANCE.
           MOVE GL-BALANCE TO WS-BANK-BAL.
           CLOSE GL-MASTER.
           GO TO A-EXIT.
      *    THE CASH ON HAND IS EVERY BANK ACCOUNT STILL IN USE, EACH
      *    TAKEN FROM THE BALANCE ON ITS OWN GL ACCOUNT.
        A-020.
           MOVE 0 TO WS-BANK-BAL.
           MOVE LOW-VALUES TO BA-CODE.
           START BANK-ACCOUNT-FILE KEY NOT < BA-KEY
               INVALID KEY
             GO TO A-090.
        A-025.
           READ BANK-ACCOUNT-FILE NEXT
               AT END
             GO TO A-090.
           IF BA-CLOSED
              GO TO A-025.
           IF BA-GL-ACCOUNT = " " OR BA-GL-ACCOUNT = "000000"
              GO TO A-025.
           MOVE BA-GL-ACCOUNT TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             DISPLAY "BANK ACCOUNT " BA-CODE " GL NOT ON FILE: "
                BA-GL-ACCOUNT
             GO TO A-025.
           ADD GL-BALANCE TO WS-BANK-BAL.
           ADD 1 TO WS-BANK-COUNT.
           GO TO A-025.
        A-090.
           CLOSE BANK-ACCOUNT-FILE
                 GL-MASTER.
        A-EXIT.
           EXIT.
      *
        B-CREDITORS SECTION.
      *****************************************************************
      * EVERY OPEN CREDITOR ITEM NOT ON HOLD GOES OUT IN THE WEEK IT
      * FALLS DUE. A FOREIGN ITEM IS CONVERTED BACK TO ITS FOREIGN
      * OUTSTANDING AT THE RATE IT CARRIES AND PRICED AT TODAY'S
      * RATE, AS THE REVALUATION RUN DOES.
      *****************************************************************
        BC-005.
           OPEN INPUT CRTRANS-FILE.
           IF WS-CRTRANS-ST1 NOT = 0
              MOVE "Y" TO WS-CR-OFF-SW
              DISPLAY "NO CREDITOR TRANSACTIONS, NO PAYMENTS FORECAST."
              GO TO BC-EXIT.
           OPEN INPUT CURRENCY-FILE.
           IF WS-CUR-ST1 NOT = 0
              MOVE "Y" TO WS-CUR-OFF-SW.
        BC-010.
           READ CRTRANS-FILE NEXT
               AT END
             GO TO BC-090.
           IF CRTR-OUTSTANDING NOT NUMERIC OR CRTR-OUTSTANDING = 0
              GO TO BC-010.
           IF CRTR-HELD
              ADD 1 TO WS-HELD-COUNT
              GO TO BC-010.
           MOVE CRTR-OUTSTANDING TO WS-AMT.
           IF CRTR-CURRENCY = " " OR WS-CUR-OFF
              GO TO BC-020.
           IF CRTR-EXCH-RATE NOT NUMERIC OR CRTR-EXCH-RATE NOT > 0
              GO TO BC-020.
           MOVE CRTR-CURRENCY TO CUR-CODE.
           READ CURRENCY-FILE
               INVALID KEY
             GO TO BC-020.
           IF CUR-RATE NOT > 0
              GO TO BC-020.
           COMPUTE WS-FOREIGN-OUT ROUNDED =
              CRTR-OUTSTANDING / CRTR-EXCH-RATE.
           COMPUTE WS-AMT ROUNDED = WS-FOREIGN-OUT * CUR-RATE.
        BC-020.
           MOVE CRTR-DUE-DATE TO WS-DUE-INT.
           IF CRTR-DUE-DATE NOT NUMERIC OR CRTR-DUE-DATE = 0
              MOVE WS-TODAY-DATE TO WS-DUE-INT.
           PERFORM X-WEEK-OF.
           ADD WS-AMT TO WS-WK-CREDITORS (WS-WK-IDX).
           ADD 1 TO WS-CR-COUNT.
           GO TO BC-010.
        BC-090.
           CLOSE CRTRANS-FILE.
           IF NOT WS-CUR-OFF
              CLOSE CURRENCY-FILE.
        BC-EXIT.
           EXIT.
      *
        B-PAYROLL SECTION.
      *****************************************************************
      * THE LATEST PAY DATE IN PayHistory AND THE ONE BEFORE IT GIVE
      * THE PAY CYCLE (MONTHLY IF ONLY ONE RUN IS ON FILE); THE LATEST
      * RUN'S NET PAY IS EXPECTED AGAIN ON EACH COMING PAY DATE.
      *****************************************************************
        BP-005.
           OPEN INPUT PAYHIST-FILE.
           IF WS-PH-ST1 NOT = 0
              MOVE "Y" TO WS-PH-OFF-SW
              DISPLAY "NO PAY HISTORY, NO PAYROLL FORECAST."
              GO TO BP-EXIT.
        BP-010.
           READ PAYHIST-FILE NEXT
               AT END
             GO TO BP-020.
           IF NOT PH-RUN-TOTALS
              GO TO BP-010.
           IF PH-PAY-DATE > WS-LAST-PAY
              MOVE PH-PAY-DATE TO WS-LAST-PAY.
           GO TO BP-010.
        BP-020.
           IF WS-LAST-PAY = 0
              CLOSE PAYHIST-FILE
              GO TO BP-EXIT.
           MOVE 0 TO PH-EMPLOYEE-NUMBER
                     PH-PAY-DATE
                     PH-LINE.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY
             GO TO BP-040.
        BP-030.
           READ PAYHIST-FILE NEXT
               AT END
             GO TO BP-040.
           IF NOT PH-RUN-TOTALS
              GO TO BP-030.
           IF PH-PAY-DATE = WS-LAST-PAY
              ADD PH-NET TO WS-PAY-NET
              ADD 1 TO WS-PAY-COUNT
              GO TO BP-030.
           IF PH-PAY-DATE > WS-PRIOR-PAY
              MOVE PH-PAY-DATE TO WS-PRIOR-PAY.
           GO TO BP-030.
        BP-040.
           CLOSE PAYHIST-FILE.
           MOVE 30 TO WS-PAY-GAP.
           IF WS-PRIOR-PAY NOT = 0
              COMPUTE WS-PAY-GAP =
                 FUNCTION INTEGER-OF-DATE(WS-LAST-PAY) -
                 FUNCTION INTEGER-OF-DATE(WS-PRIOR-PAY).
           IF WS-PAY-GAP < 7
              MOVE 7 TO WS-PAY-GAP.
           MOVE FUNCTION INTEGER-OF-DATE(WS-LAST-PAY)
             TO WS-NEXT-PAY-INT.
        BP-050.
           ADD WS-PAY-GAP TO WS-NEXT-PAY-INT.
           IF WS-NEXT-PAY-INT < WS-TODAY-INT
              GO TO BP-050.
           MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-PAY-INT)
             TO WS-DUE-INT.
           PERFORM X-WEEK-OF.
           IF WS-WK-IDX > 12
              GO TO BP-EXIT.
           ADD WS-PAY-NET TO WS-WK-PAYROLL (WS-WK-IDX).
           GO TO BP-050.
        BP-EXIT.
           EXIT.
      *
        B-DEBTORS SECTION.
      *****************************************************************
      * EACH DEBTOR'S OPEN ITEMS ARE EXPECTED IN THE DEBTOR'S AVERAGE
      * DAYS TO PAY AFTER THE ITEM DATE; ANYTHING THAT SHOULD ALREADY
      * HAVE COME IN IS EXPECTED IN WEEK 1. UNALLOCATED CREDITS ON
      * THE ACCOUNT REDUCE WHAT IS EXPECTED.
      *****************************************************************
        BD-005.
           OPEN INPUT DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "Y" TO WS-DR-OFF-SW
              DISPLAY "NO DEBTOR MASTER, NO RECEIPTS FORECAST."
              GO TO BD-EXIT.
           OPEN INPUT DRTRANS-FILE.
           IF WS-DRTRANS-ST1 NOT = 0
              MOVE "Y" TO WS-DR-OFF-SW
              CLOSE DEBTOR-MASTER
              DISPLAY "NO DEBTOR TRANSACTIONS, NO RECEIPTS FORECAST."
              GO TO BD-EXIT.
        BD-010.
           READ DEBTOR-MASTER NEXT
               AT END
             GO TO BD-090.
           IF DEBTOR-BALANCE = 0
              GO TO BD-010.
           MOVE DEBTOR-ACCOUNT-NUMBER TO WS-PD-ACCOUNT.
           MOVE 0                     TO WS-PD-FROM-DATE.
           PERFORM DR-PAY-DAYS.
           IF NOT WS-PD-FOUND
              MOVE WS-DEFAULT-DAYS TO WS-PD-DAYS
              ADD 1 TO WS-DR-DEFAULTED.
           ADD 1 TO WS-DR-COUNT.
           MOVE DEBTOR-ACCOUNT-NUMBER TO DRTR-ACCOUNT-NUMBER.
           MOVE 0                     TO DRTR-TRANS-NUMBER.
           START DRTRANS-FILE KEY NOT < DRTR-KEY
               INVALID KEY
             GO TO BD-010.
        BD-020.
           READ DRTRANS-FILE NEXT
               AT END
             GO TO BD-010.
           IF DRTR-ACCOUNT-NUMBER NOT = DEBTOR-ACCOUNT-NUMBER
              GO TO BD-010.
           IF DRTR-OUTSTANDING NOT NUMERIC OR DRTR-OUTSTANDING = 0
              GO TO BD-020.
           IF DRTR-DATE NOT NUMERIC OR DRTR-DATE = 0
              MOVE WS-TODAY-INT TO WS-NEXT-PAY-INT
           ELSE
              COMPUTE WS-NEXT-PAY-INT =
                 FUNCTION INTEGER-OF-DATE(DRTR-DATE) + WS-PD-DAYS.
           IF WS-NEXT-PAY-INT < WS-TODAY-INT
              MOVE WS-TODAY-INT TO WS-NEXT-PAY-INT.
           MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-PAY-INT)
             TO WS-DUE-INT.
           PERFORM X-WEEK-OF.
           ADD DRTR-OUTSTANDING TO WS-WK-RECEIPTS (WS-WK-IDX).
           GO TO BD-020.
        BD-090.
           CLOSE DEBTOR-MASTER
                 DRTRANS-FILE.
        BD-EXIT.
           EXIT.
      *
        X-WEEK-OF SECTION.
      *****************************************************************
      * THE WEEK WS-DUE-INT (A YYYYMMDD DATE) FALLS IN, INTO
      * WS-WK-IDX: 1 FOR TODAY OR EARLIER, 13 FOR PAST WEEK 12.
      *****************************************************************
        XWO-005.
           COMPUTE WS-DAYS-AHEAD =
              FUNCTION INTEGER-OF-DATE(WS-DUE-INT) - WS-TODAY-INT.
           IF WS-DAYS-AHEAD < 0
              MOVE 0 TO WS-DAYS-AHEAD.
           IF WS-DAYS-AHEAD > 83
              MOVE 13 TO WS-WK-IDX
              GO TO XWO-EXIT.
           COMPUTE WS-WK-IDX = WS-DAYS-AHEAD / 7 + 1.
        XWO-EXIT.
           EXIT.
      *
        C-REPORT SECTION.
        CR-005.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "CASH REQUIREMENTS FORECAST FROM " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  "   COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   BANK ACCOUNT " DELIMITED BY SIZE
                  WS-BANK-ACC DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           IF WS-BANK-COUNT > 0
              MOVE SPACES TO REPORT-TEXT-LINE
              STRING "CASH REQUIREMENTS FORECAST FROM "
                        DELIMITED BY SIZE
                     WS-TODAY-DATE DELIMITED BY SIZE
                     "   COMPANY " DELIMITED BY SIZE
                     WS-COMPANY-CODE DELIMITED BY SIZE
                     "   OPEN BANK ACCOUNTS " DELIMITED BY SIZE
                     WS-BANK-COUNT DELIMITED BY SIZE
                     INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE FROM WS-HEAD-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-BANK-BAL TO WS-RUNNING.
           MOVE 0 TO WS-WK-IDX.
        CR-010.
           ADD 1 TO WS-WK-IDX.
           IF WS-WK-IDX > 12
              GO TO CR-020.
           MOVE WS-WK-IDX                   TO WS-WL-WEEK.
           MOVE WS-WK-FROM (WS-WK-IDX)      TO WS-WL-FROM.
           MOVE WS-WK-TO (WS-WK-IDX)        TO WS-WL-TO.
           MOVE WS-RUNNING                  TO WS-WL-OPENING.
           MOVE WS-WK-RECEIPTS (WS-WK-IDX)  TO WS-WL-RECEIPTS.
           MOVE WS-WK-CREDITORS (WS-WK-IDX) TO WS-WL-CREDITORS.
           MOVE WS-WK-PAYROLL (WS-WK-IDX)   TO WS-WL-PAYROLL.
           COMPUTE WS-AMT = WS-WK-RECEIPTS (WS-WK-IDX)
                          - WS-WK-CREDITORS (WS-WK-IDX)
                          - WS-WK-PAYROLL (WS-WK-IDX).
           MOVE WS-AMT                      TO WS-WL-NET.
           ADD WS-AMT TO WS-RUNNING.
           MOVE WS-RUNNING                  TO WS-WL-CLOSING.
           WRITE REPORT-TEXT-LINE FROM WS-WEEK-LINE.
           GO TO CR-010.
        CR-020.
      *    WHAT FALLS PAST WEEK 12 IS SHOWN BUT NOT RUN INTO A BALANCE.
           MOVE "LATER"                TO WS-WL-WEEK.
           MOVE WS-WK-TO (12)          TO WS-DUE-INT.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DUE-INT) TO WS-DUE-INT.
           ADD 1 TO WS-DUE-INT.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT) TO WS-WL-FROM.
           MOVE WS-WK-RECEIPTS (13)    TO WS-WL-RECEIPTS.
           MOVE WS-WK-CREDITORS (13)   TO WS-WL-CREDITORS.
           MOVE WS-WK-PAYROLL (13)     TO WS-WL-PAYROLL.
           COMPUTE WS-AMT = WS-WK-RECEIPTS (13)
                          - WS-WK-CREDITORS (13)
                          - WS-WK-PAYROLL (13).
           MOVE WS-AMT                 TO WS-WL-NET.
           MOVE SPACES                 TO WS-WLX-TO
                                          WS-WLX-OPENING
                                          WS-WLX-CLOSING.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE FROM WS-WEEK-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-BANK-BAL TO WS-TOTAL-EDIT.
           STRING "BANK GL BALANCE TODAY:        " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-RUNNING TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "PROJECTED AFTER WEEK 12:      " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "CREDITOR ITEMS: " DELIMITED BY SIZE
                  WS-CR-COUNT DELIMITED BY SIZE
                  "  ON HOLD AND LEFT OUT: " DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-PAY-NET TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "PAYROLL: LAST RUN " DELIMITED BY SIZE
                  WS-LAST-PAY DELIMITED BY SIZE
                  " NET " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  " FOR " DELIMITED BY SIZE
                  WS-PAY-COUNT DELIMITED BY SIZE
                  " EMPLOYEES, EVERY " DELIMITED BY SIZE
                  WS-PAY-GAP DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "DEBTORS WITH A BALANCE: " DELIMITED BY SIZE
                  WS-DR-COUNT DELIMITED BY SIZE
                  "  NO PAYMENT HISTORY, TAKEN AT " DELIMITED BY SIZE
                  WS-DEFAULT-DAYS DELIMITED BY SIZE
                  " DAYS: " DELIMITED BY SIZE
                  WS-DR-DEFAULTED DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-CR-OFF
              MOVE "*** NO CREDITOR TRANSACTIONS ON FILE ***"
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           IF WS-PH-OFF
              MOVE "*** NO PAY HISTORY ON FILE ***" TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           IF WS-DR-OFF
              MOVE "*** NO DEBTOR FILES, RECEIPTS NOT FORECAST ***"
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           CLOSE REPORT-TEXT-FILE.
        CR-EXIT.
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
           STRING "./text2pdf /ctools/spl/CashFcst.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/CashFcst.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/CashFcst.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "CASHFC.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/CashFcst.pdf" DELIMITED BY SIZE
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
           MOVE WS-BANK-BAL TO WS-TOTAL-EDIT.
           DISPLAY "BANK BALANCE TODAY:       " WS-TOTAL-EDIT.
           MOVE WS-RUNNING TO WS-TOTAL-EDIT.
           DISPLAY "PROJECTED AFTER 12 WEEKS: " WS-TOTAL-EDIT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        F-EXIT.
           EXIT.
      *
        COPY "PostAccLookup".
        COPY "DrPayDays".
        COPY "ErrorMessage".
      * END-OF-JOB.
