        IDENTIFICATION DIVISION.
        PROGRAM-ID. DRCRRVXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectDrMaster".
         Copy "SelectDrTrans".
         Copy "SelectDrCrRev".
           SELECT CHASE-REGISTER ASSIGN TO "ChaseRegister"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT REPORT-TEXT-FILE ASSIGN TO
                     "/ctools/spl/DrCrRev.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdDebtor.
           COPY ChlfdDrTrans.
           COPY ChlfdDrCrRev.
           FD  CHASE-REGISTER
               LABEL RECORDS ARE STANDARD.
           01  CHASE-REGISTER-RECORD.
               03  CHR-DATE         PIC 9(08).
               03  FILLER           PIC X(01).
               03  CHR-ACCOUNT      PIC 9(07).
               03  FILLER           PIC X(01).
               03  CHR-LEVEL        PIC X(01).
               03  FILLER           PIC X(22).
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
           77  WS-TERMS-IN      PIC X(03) VALUE " ".
           77  WS-TERMS         PIC 9(03) VALUE 0.
           77  WS-YEAR-AGO      PIC 9(08) VALUE 0.
           77  WS-SALES-12      PIC S9(09)V99 VALUE 0.
           77  WS-FC-COUNT      PIC 9(03) VALUE 0.
           77  WS-FC-AMT        PIC S9(07)V99 VALUE 0.
           77  WS-CHASES        PIC 9(03) VALUE 0.
           77  WS-FINALS        PIC 9(03) VALUE 0.
           77  WS-DSO           PIC 9(04) VALUE 0.
           77  WS-DSO-CALC      PIC 9(09) VALUE 0.
           77  WS-POINTS        PIC 9(02) VALUE 0.
           77  WS-GRADE         PIC X(01) VALUE " ".
           77  WS-SUGGEST       PIC X(01) VALUE " ".
           77  WS-NEW-LIMIT     PIC S9(07)V99 VALUE 0.
           77  WS-NEED          PIC S9(09)V99 VALUE 0.
           77  WS-HUNDREDS      PIC 9(07) VALUE 0.
           77  WS-REVIEWED      PIC 9(06) VALUE 0.
           77  WS-DORMANT       PIC 9(06) VALUE 0.
           77  WS-SUG-INC       PIC 9(06) VALUE 0.
           77  WS-SUG-DEC       PIC 9(06) VALUE 0.
           77  WS-SUG-STOP      PIC 9(06) VALUE 0.
           77  WS-CH-COUNT      PIC 9(04) COMP VALUE 0.
           77  WS-CH-IDX        PIC 9(04) COMP VALUE 0.
           77  WS-CH-MOVE       PIC 9(04) COMP VALUE 0.
           77  WS-LOW           PIC 9(04) COMP VALUE 0.
           77  WS-HIGH          PIC 9(04) COMP VALUE 0.
           77  WS-MID           PIC 9(04) COMP VALUE 0.
           77  WS-FIND-ACC      PIC 9(07) VALUE 0.
           77  WS-ON-FILE-SW    PIC X VALUE "N".
               88  WS-ON-FILE         VALUE "Y".
           77  WS-CH-FULL-SW    PIC X VALUE "N".
               88  WS-CH-FULL         VALUE "Y".
      *****************************************************************
      * CHASE LETTERS PER ACCOUNT OVER THE 12 MONTHS, IN ACCOUNT
      * ORDER; LEVEL 3 IS THE FINAL DEMAND.
      *****************************************************************
           01  WS-CHASE-TABLE.
               03  WS-CH-ENTRY OCCURS 3000.
                   05  WS-CH-ACCOUNT    PIC 9(07).
                   05  WS-CH-LETTERS    PIC 9(03).
                   05  WS-CH-FINALS     PIC 9(03).
           01  WS-GRADE-COUNTS.
               03  WS-GRADE-COUNT   PIC 9(06) OCCURS 4.
           01  WS-YEAR-DATE.
               03  WS-YD-YEAR       PIC 9(04).
               03  WS-YD-MONTH      PIC 9(02).
               03  WS-YD-DAY        PIC 9(02).
           01  WS-DETAIL-LINE.
               03  WS-DL-ACCOUNT    PIC 9(07).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-NAME       PIC X(20).
               03  WS-DL-BALANCE    PIC Z,ZZZ,ZZ9.99-.
               03  WS-DL-LIMIT      PIC Z,ZZZ,ZZ9.99-.
               03  WS-DL-DAYS       PIC ZZZZ9.
               03  WS-DL-DAYS-X REDEFINES WS-DL-DAYS PIC X(05).
               03  WS-DL-DSO        PIC ZZZZ9.
               03  WS-DL-CHASES     PIC ZZZ9.
               03  WS-DL-FINALS     PIC ZZZ9.
               03  WS-DL-FC-COUNT   PIC ZZZ9.
               03  WS-DL-FC-AMT     PIC ZZZ,ZZ9.99-.
               03  FILLER           PIC X(03) VALUE " ".
               03  WS-DL-GRADE      PIC X(01).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-SUGGEST    PIC X(12).
               03  WS-DL-NEW-LIMIT  PIC Z,ZZZ,ZZ9.99-.
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(28) VALUE "ACCOUNT NAME".
               03  FILLER           PIC X(13) VALUE "      BALANCE".
               03  FILLER           PIC X(13) VALUE "        LIMIT".
               03  FILLER           PIC X(05) VALUE " DAYS".
               03  FILLER           PIC X(05) VALUE "  DSO".
               03  FILLER           PIC X(04) VALUE " CHS".
               03  FILLER           PIC X(04) VALUE " FIN".
               03  FILLER           PIC X(04) VALUE "  FC".
               03  FILLER           PIC X(11) VALUE "  FC AMOUNT".
               03  FILLER           PIC X(06) VALUE "   GR".
               03  FILLER           PIC X(12) VALUE "SUGGESTION".
               03  FILLER           PIC X(13) VALUE "    NEW LIMIT".
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-DRTRANS-STATUS.
               03  WS-DRTRANS-ST1   PIC 99.
           01  WS-DCR-STATUS.
               03  WS-DCR-ST1       PIC 99.
           01  WS-REG-STATUS.
               03  WS-REG-ST1       PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           COPY "WsDrPayDays".
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
      * PERIODIC CREDIT REVIEW OF EVERY ACTIVE DEBTOR OVER THE LAST 12
      * MONTHS: AVERAGE DAYS TO PAY, DAYS SALES OUTSTANDING, CHASE
      * LETTERS AND FINANCE CHARGES GIVE A RISK GRADE A TO D, AND THE
      * GRADE A SUGGESTED LIMIT INCREASE, DECREASE OR STOP-SUPPLY.
      * SUGGESTIONS GO TO DrCreditReview FOR A CREDIT CONTROLLER TO
      * ACCEPT OR REJECT ON THE REVIEW SCREEN; NOTHING ON THE DEBTOR
      * MASTER IS CHANGED HERE.
      *****************************************************************
           PERFORM A-INIT.
           PERFORM B-LOAD-CHASES.
           PERFORM C-REVIEW.
           PERFORM D-TOTALS.
           PERFORM E-PIPELINE.
           PERFORM F-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** DEBTOR CREDIT REVIEW **".
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
      *    THE TERMS ACCOUNTS ARE EXPECTED TO PAY IN, DEFAULT 30 DAYS.
           ACCEPT WS-TERMS-IN FROM ENVIRONMENT "CRREVTERMS".
           IF WS-TERMS-IN = " "
              MOVE 30 TO WS-TERMS
           ELSE
              MOVE FUNCTION NUMVAL(WS-TERMS-IN) TO WS-TERMS.
           IF WS-TERMS = 0
              MOVE 30 TO WS-TERMS.
      *    THE SAME DAY A YEAR AGO; 29 FEBRUARY FALLS BACK TO THE 28TH.
           MOVE WS-TODAY-DATE TO WS-YEAR-DATE.
           SUBTRACT 1 FROM WS-YD-YEAR.
           IF WS-YD-MONTH = 2 AND WS-YD-DAY > 28
              MOVE 28 TO WS-YD-DAY.
           MOVE WS-YEAR-DATE TO WS-YEAR-AGO.
           INITIALIZE WS-GRADE-COUNTS.
           OPEN INPUT DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "NO DEBTOR MASTER, RUN ABANDONED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT DRTRANS-FILE.
           IF WS-DRTRANS-ST1 NOT = 0
              CLOSE DEBTOR-MASTER
              MOVE "NO DEBTOR TRANSACTIONS, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN I-O DRCRREV-FILE.
           IF WS-DCR-ST1 = 35
              OPEN OUTPUT DRCRREV-FILE
              CLOSE DRCRREV-FILE
              OPEN I-O DRCRREV-FILE.
           IF WS-DCR-ST1 NOT = 0
              CLOSE DEBTOR-MASTER
                    DRTRANS-FILE
              MOVE "CREDIT REVIEW FILE BUSY, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "DEBTOR CREDIT REVIEW " DELIMITED BY SIZE
                  WS-YEAR-AGO DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  "   COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   TERMS " DELIMITED BY SIZE
                  WS-TERMS DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
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
        B-LOAD-CHASES SECTION.
      *****************************************************************
      * COUNT THE CHASE LETTERS SENT IN THE LAST 12 MONTHS PER
      * ACCOUNT. THE REGISTER IS IN DATE ORDER, SO EACH NEW ACCOUNT IS
      * INSERTED IN ITS PLACE IN THE TABLE.
      *****************************************************************
        BLC-005.
           MOVE 0 TO WS-CH-COUNT.
           OPEN INPUT CHASE-REGISTER.
           IF WS-REG-ST1 NOT = 0
              DISPLAY "NO CHASE REGISTER, NO LETTERS COUNTED."
              GO TO BLC-EXIT.
        BLC-010.
           READ CHASE-REGISTER
               AT END
             GO TO BLC-090.
           IF CHR-DATE NOT NUMERIC OR CHR-DATE < WS-YEAR-AGO
              GO TO BLC-010.
           MOVE CHR-ACCOUNT TO WS-FIND-ACC.
           PERFORM X-FIND-ACCOUNT.
           IF WS-CH-IDX NOT = 0
              GO TO BLC-030.
           IF WS-CH-COUNT NOT < 3000
              MOVE "Y" TO WS-CH-FULL-SW
              GO TO BLC-010.
           MOVE WS-CH-COUNT TO WS-CH-MOVE.
        BLC-020.
           IF WS-CH-MOVE > 0
              IF WS-CH-ACCOUNT (WS-CH-MOVE) > WS-FIND-ACC
                 MOVE WS-CH-ENTRY (WS-CH-MOVE)
                   TO WS-CH-ENTRY (WS-CH-MOVE + 1)
                 SUBTRACT 1 FROM WS-CH-MOVE
                 GO TO BLC-020.
           ADD 1 TO WS-CH-COUNT.
           ADD 1 WS-CH-MOVE GIVING WS-CH-IDX.
           MOVE WS-FIND-ACC TO WS-CH-ACCOUNT (WS-CH-IDX).
           MOVE 0           TO WS-CH-LETTERS (WS-CH-IDX)
                               WS-CH-FINALS (WS-CH-IDX).
        BLC-030.
           ADD 1 TO WS-CH-LETTERS (WS-CH-IDX).
           IF CHR-LEVEL = "3"
              ADD 1 TO WS-CH-FINALS (WS-CH-IDX).
           GO TO BLC-010.
        BLC-090.
           CLOSE CHASE-REGISTER.
           IF WS-CH-FULL
              DISPLAY "CHASE TABLE FULL, SOME LETTERS NOT COUNTED.".
        BLC-EXIT.
           EXIT.
      *
        X-FIND-ACCOUNT SECTION.
      *****************************************************************
      * HALVE THE CHASE TABLE UNTIL WS-FIND-ACC IS FOUND. WS-CH-IDX IS
      * ZERO WHEN IT IS NOT THERE.
      *****************************************************************
        XFA-005.
           MOVE 0 TO WS-CH-IDX.
           MOVE 1 TO WS-LOW.
           MOVE WS-CH-COUNT TO WS-HIGH.
        XFA-010.
           IF WS-LOW > WS-HIGH
              GO TO XFA-EXIT.
           COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.
           IF WS-CH-ACCOUNT (WS-MID) = WS-FIND-ACC
              MOVE WS-MID TO WS-CH-IDX
              GO TO XFA-EXIT.
           IF WS-CH-ACCOUNT (WS-MID) < WS-FIND-ACC
              ADD 1 WS-MID GIVING WS-LOW
              GO TO XFA-010.
           IF WS-MID = 1
              GO TO XFA-EXIT.
           SUBTRACT 1 FROM WS-MID GIVING WS-HIGH.
           GO TO XFA-010.
        XFA-EXIT.
           EXIT.
      *
        C-REVIEW SECTION.
        CR-005.
           MOVE 0 TO DEBTOR-ACCOUNT-NUMBER.
           START DEBTOR-MASTER KEY NOT < DEBTOR-KEY
               INVALID KEY
             GO TO CR-EXIT.
        CR-010.
           READ DEBTOR-MASTER NEXT
               AT END
             GO TO CR-EXIT.
           PERFORM C-GATHER.
      *    AN ACCOUNT WITH NOTHING OWING AND NO TRADE IN THE YEAR HAS
      *    NOTHING TO REVIEW.
           IF DEBTOR-BALANCE = 0 AND WS-SALES-12 = 0
              AND WS-FC-COUNT = 0
              ADD 1 TO WS-DORMANT
              GO TO CR-010.
           ADD 1 TO WS-REVIEWED.
           PERFORM C-GRADE.
           PERFORM C-SUGGEST.
           PERFORM C-STORE.
           PERFORM C-PRINT.
           GO TO CR-010.
        CR-EXIT.
           EXIT.
      *
        C-GATHER SECTION.
      *****************************************************************
      * THE ACCOUNT'S AVERAGE DAYS TO PAY ON RECEIPTS IN THE LAST 12
      * MONTHS, ITS SALES NET OF CREDIT NOTES AND ITS FINANCE CHARGES
      * OVER THE SAME 12 MONTHS, AND THE CHASE LETTERS SENT.
      *****************************************************************
        CG-005.
           MOVE 0 TO WS-SALES-12
                     WS-FC-COUNT
                     WS-FC-AMT
                     WS-CHASES
                     WS-FINALS.
           MOVE DEBTOR-ACCOUNT-NUMBER TO WS-PD-ACCOUNT.
           MOVE WS-YEAR-AGO           TO WS-PD-FROM-DATE.
           PERFORM DR-PAY-DAYS.
           MOVE DEBTOR-ACCOUNT-NUMBER TO DRTR-ACCOUNT-NUMBER.
           MOVE 0                     TO DRTR-TRANS-NUMBER.
           START DRTRANS-FILE KEY NOT < DRTR-KEY
               INVALID KEY
             GO TO CG-050.
        CG-010.
           READ DRTRANS-FILE NEXT
               AT END
             GO TO CG-050.
           IF DRTR-ACCOUNT-NUMBER NOT = DEBTOR-ACCOUNT-NUMBER
              GO TO CG-050.
           IF DRTR-DATE NOT NUMERIC OR DRTR-DATE < WS-YEAR-AGO
              GO TO CG-010.
           IF DRTR-AMOUNT NOT NUMERIC
              GO TO CG-010.
           IF DRTR-INVOICE OR DRTR-CREDIT-NOTE
              ADD DRTR-AMOUNT TO WS-SALES-12.
           IF DRTR-FINANCE-CHARGE
              ADD 1 TO WS-FC-COUNT
              ADD DRTR-AMOUNT TO WS-FC-AMT.
           GO TO CG-010.
        CG-050.
           MOVE DEBTOR-ACCOUNT-NUMBER TO WS-FIND-ACC.
           PERFORM X-FIND-ACCOUNT.
           IF WS-CH-IDX NOT = 0
              MOVE WS-CH-LETTERS (WS-CH-IDX) TO WS-CHASES
              MOVE WS-CH-FINALS (WS-CH-IDX)  TO WS-FINALS.
      *    DAYS SALES OUTSTANDING: THE BALANCE AS DAYS OF THE YEAR'S
      *    SALES, 999 WHEN SOMETHING IS OWED WITH NO SALES BEHIND IT.
           MOVE 0 TO WS-DSO.
           IF DEBTOR-BALANCE NOT > 0
              GO TO CG-EXIT.
           IF WS-SALES-12 NOT > 0
              MOVE 999 TO WS-DSO
              GO TO CG-EXIT.
           COMPUTE WS-DSO-CALC ROUNDED =
              DEBTOR-BALANCE * 365 / WS-SALES-12.
           IF WS-DSO-CALC > 999
              MOVE 999 TO WS-DSO
           ELSE
              MOVE WS-DSO-CALC TO WS-DSO.
        CG-EXIT.
           EXIT.
      *
        C-GRADE SECTION.
      *****************************************************************
      * RISK POINTS: DAYS TO PAY WITHIN TERMS 0, UP TO 15 DAYS OVER 1,
      * UP TO 30 OVER 2, LONGER 3 (NO RECEIPTS WHILE OWING 2); DSO
      * OVER TWICE TERMS 1; ONE OR TWO CHASE LETTERS 1, MORE 2, AND 1
      * MORE IF A FINAL DEMAND WENT; ONE OR TWO FINANCE CHARGES 1,
      * MORE 2; OVER THE CREDIT LIMIT NOW 1. GRADE A IS 0-1 POINTS,
      * B 2-3, C 4-5, D 6 OR MORE.
      *****************************************************************
        CGR-005.
           MOVE 0 TO WS-POINTS.
           IF WS-PD-FOUND
              GO TO CGR-010.
           IF DEBTOR-BALANCE > 0
              ADD 2 TO WS-POINTS.
           GO TO CGR-020.
        CGR-010.
           IF WS-PD-DAYS > WS-TERMS
              ADD 1 TO WS-POINTS.
           IF WS-PD-DAYS > WS-TERMS + 15
              ADD 1 TO WS-POINTS.
           IF WS-PD-DAYS > WS-TERMS + 30
              ADD 1 TO WS-POINTS.
        CGR-020.
           IF WS-DSO > WS-TERMS * 2
              ADD 1 TO WS-POINTS.
           IF WS-CHASES > 0
              ADD 1 TO WS-POINTS.
           IF WS-CHASES > 2
              ADD 1 TO WS-POINTS.
           IF WS-FINALS > 0
              ADD 1 TO WS-POINTS.
           IF WS-FC-COUNT > 0
              ADD 1 TO WS-POINTS.
           IF WS-FC-COUNT > 2
              ADD 1 TO WS-POINTS.
           IF DEBTOR-CREDIT-LIMIT > 0
              AND DEBTOR-BALANCE > DEBTOR-CREDIT-LIMIT
              ADD 1 TO WS-POINTS.
           MOVE "A" TO WS-GRADE.
           IF WS-POINTS > 1
              MOVE "B" TO WS-GRADE.
           IF WS-POINTS > 3
              MOVE "C" TO WS-GRADE.
           IF WS-POINTS > 5
              MOVE "D" TO WS-GRADE.
        CGR-EXIT.
           EXIT.
      *
        C-SUGGEST SECTION.
      *****************************************************************
      * GRADE A: RAISE A LIMIT THAT WILL NOT CARRY TWO MONTHS OF THE
      * YEAR'S AVERAGE SALES TO THAT MUCH. GRADE C: CUT THE LIMIT BY A
      * QUARTER, BUT NOT BELOW WHAT IS OWED. GRADE D: STOP SUPPLY.
      * NEW LIMITS ARE ROUNDED UP TO THE NEXT 100. STOPPED ACCOUNTS
      * ARE NOT OFFERED A CHANGE OF LIMIT.
      *****************************************************************
        CS-005.
           MOVE " " TO WS-SUGGEST.
           MOVE DEBTOR-CREDIT-LIMIT TO WS-NEW-LIMIT.
           IF DEBTOR-STOPPED
              GO TO CS-EXIT.
           IF WS-GRADE = "D"
              MOVE "S" TO WS-SUGGEST
              GO TO CS-EXIT.
           IF WS-GRADE = "A"
              GO TO CS-010.
           IF WS-GRADE NOT = "C"
              GO TO CS-EXIT.
           COMPUTE WS-NEED = DEBTOR-CREDIT-LIMIT * 0.75.
           IF DEBTOR-BALANCE > WS-NEED
              MOVE DEBTOR-BALANCE TO WS-NEED.
           PERFORM X-ROUND-UP.
           IF WS-NEED < DEBTOR-CREDIT-LIMIT
              MOVE WS-NEED TO WS-NEW-LIMIT
              MOVE "D" TO WS-SUGGEST.
           GO TO CS-EXIT.
        CS-010.
           IF WS-SALES-12 NOT > 0
              GO TO CS-EXIT.
           COMPUTE WS-NEED = WS-SALES-12 / 6.
           PERFORM X-ROUND-UP.
           IF WS-NEED > DEBTOR-CREDIT-LIMIT
              AND WS-NEED < 10000000
              MOVE WS-NEED TO WS-NEW-LIMIT
              MOVE "I" TO WS-SUGGEST.
        CS-EXIT.
           EXIT.
      *
        X-ROUND-UP SECTION.
        XRU-005.
           IF WS-NEED < 0
              MOVE 0 TO WS-NEED.
           COMPUTE WS-HUNDREDS = (WS-NEED + 99.99) / 100.
           COMPUTE WS-NEED = WS-HUNDREDS * 100.
        XRU-EXIT.
           EXIT.
      *
        C-STORE SECTION.
      *****************************************************************
      * THE SUGGESTION REPLACES WHATEVER THE LAST REVIEW LEFT FOR THE
      * ACCOUNT. WITH NOTHING TO SUGGEST, A SUGGESTION STILL WAITING
      * FROM AN EARLIER REVIEW IS WITHDRAWN; DECIDED ONES STAY.
      *****************************************************************
        CST-005.
           MOVE "Y" TO WS-ON-FILE-SW.
           MOVE DEBTOR-ACCOUNT-NUMBER TO DCR-ACCOUNT-NUMBER.
           READ DRCRREV-FILE
               INVALID KEY
             MOVE "N" TO WS-ON-FILE-SW.
           IF WS-SUGGEST NOT = " "
              GO TO CST-010.
           IF WS-ON-FILE AND DCR-PENDING
              DELETE DRCRREV-FILE
                  INVALID KEY
                DISPLAY "DELETE FAILED ON CREDIT REVIEW "
                   DEBTOR-ACCOUNT-NUMBER.
           GO TO CST-EXIT.
        CST-010.
           MOVE SPACES TO DRCRREV-RECORD.
           MOVE DEBTOR-ACCOUNT-NUMBER TO DCR-ACCOUNT-NUMBER.
           MOVE WS-TODAY-DATE         TO DCR-REVIEW-DATE.
           MOVE DEBTOR-BALANCE        TO DCR-BALANCE.
           MOVE WS-SALES-12           TO DCR-SALES-12.
           MOVE WS-PD-DAYS            TO DCR-AVG-DAYS.
           MOVE "Y"                   TO DCR-PAY-HISTORY.
           IF NOT WS-PD-FOUND
              MOVE "N" TO DCR-PAY-HISTORY.
           MOVE WS-DSO                TO DCR-DSO.
           MOVE WS-CHASES             TO DCR-CHASE-COUNT.
           MOVE WS-FINALS             TO DCR-FINAL-COUNT.
           MOVE WS-FC-COUNT           TO DCR-FINCHG-COUNT.
           MOVE WS-FC-AMT             TO DCR-FINCHG-AMT.
           MOVE WS-GRADE              TO DCR-GRADE.
           MOVE DEBTOR-CREDIT-LIMIT   TO DCR-OLD-LIMIT.
           MOVE WS-NEW-LIMIT          TO DCR-NEW-LIMIT.
           MOVE WS-SUGGEST            TO DCR-SUGGESTION.
           MOVE 0                     TO DCR-DECIDED-DATE.
           IF WS-ON-FILE
              REWRITE DRCRREV-RECORD
                  INVALID KEY
                DISPLAY "REWRITE FAILED ON CREDIT REVIEW "
                   DEBTOR-ACCOUNT-NUMBER
              END-REWRITE
           ELSE
              WRITE DRCRREV-RECORD
                  INVALID KEY
                DISPLAY "WRITE FAILED ON CREDIT REVIEW "
                   DEBTOR-ACCOUNT-NUMBER
              END-WRITE.
           IF DCR-INCREASE
              ADD 1 TO WS-SUG-INC.
           IF DCR-DECREASE
              ADD 1 TO WS-SUG-DEC.
           IF DCR-STOP
              ADD 1 TO WS-SUG-STOP.
        CST-EXIT.
           EXIT.
      *
        C-PRINT SECTION.
        CP-005.
           MOVE SPACES TO WS-DL-SUGGEST.
           MOVE DEBTOR-ACCOUNT-NUMBER TO WS-DL-ACCOUNT.
           MOVE DEBTOR-NAME           TO WS-DL-NAME.
           MOVE DEBTOR-BALANCE        TO WS-DL-BALANCE.
           MOVE DEBTOR-CREDIT-LIMIT   TO WS-DL-LIMIT.
           IF WS-PD-FOUND
              MOVE WS-PD-DAYS TO WS-DL-DAYS
           ELSE
              MOVE "  N/A" TO WS-DL-DAYS-X.
           MOVE WS-DSO                TO WS-DL-DSO.
           MOVE WS-CHASES             TO WS-DL-CHASES.
           MOVE WS-FINALS             TO WS-DL-FINALS.
           MOVE WS-FC-COUNT           TO WS-DL-FC-COUNT.
           MOVE WS-FC-AMT             TO WS-DL-FC-AMT.
           MOVE WS-GRADE              TO WS-DL-GRADE.
           MOVE WS-NEW-LIMIT          TO WS-DL-NEW-LIMIT.
           IF WS-SUGGEST = "I"
              MOVE "INCREASE" TO WS-DL-SUGGEST.
           IF WS-SUGGEST = "D"
              MOVE "DECREASE" TO WS-DL-SUGGEST.
           IF WS-SUGGEST = "S"
              MOVE "STOP SUPPLY" TO WS-DL-SUGGEST.
           IF WS-SUGGEST = " " AND DEBTOR-STOPPED
              MOVE "(STOPPED)" TO WS-DL-SUGGEST.
           WRITE REPORT-TEXT-LINE FROM WS-DETAIL-LINE.
           IF WS-GRADE = "A"
              ADD 1 TO WS-GRADE-COUNT (1).
           IF WS-GRADE = "B"
              ADD 1 TO WS-GRADE-COUNT (2).
           IF WS-GRADE = "C"
              ADD 1 TO WS-GRADE-COUNT (3).
           IF WS-GRADE = "D"
              ADD 1 TO WS-GRADE-COUNT (4).
        CP-EXIT.
           EXIT.
      *
        D-TOTALS SECTION.
        DT-005.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           STRING "ACCOUNTS REVIEWED: " DELIMITED BY SIZE
                  WS-REVIEWED DELIMITED BY SIZE
                  "   DORMANT, NOT REVIEWED: " DELIMITED BY SIZE
                  WS-DORMANT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "GRADE A: " DELIMITED BY SIZE
                  WS-GRADE-COUNT (1) DELIMITED BY SIZE
                  "   B: " DELIMITED BY SIZE
                  WS-GRADE-COUNT (2) DELIMITED BY SIZE
                  "   C: " DELIMITED BY SIZE
                  WS-GRADE-COUNT (3) DELIMITED BY SIZE
                  "   D: " DELIMITED BY SIZE
                  WS-GRADE-COUNT (4) DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "SUGGESTED FOR REVIEW - INCREASE: " DELIMITED BY SIZE
                  WS-SUG-INC DELIMITED BY SIZE
                  "   DECREASE: " DELIMITED BY SIZE
                  WS-SUG-DEC DELIMITED BY SIZE
                  "   STOP SUPPLY: " DELIMITED BY SIZE
                  WS-SUG-STOP DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-CH-FULL
              MOVE "*** CHASE TABLE FULL, SOME LETTERS NOT COUNTED ***"
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           CLOSE REPORT-TEXT-FILE
                 DEBTOR-MASTER
                 DRTRANS-FILE
                 DRCRREV-FILE.
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
           STRING "./text2pdf /ctools/spl/DrCrRev.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/DrCrRev.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/DrCrRev.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "DRCRRV.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/DrCrRev.pdf" DELIMITED BY SIZE
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
           DISPLAY "ACCOUNTS REVIEWED:    " WS-REVIEWED.
           DISPLAY "SUGGESTIONS WRITTEN:  " WS-SUG-INC " INCREASE "
                   WS-SUG-DEC " DECREASE " WS-SUG-STOP " STOP".
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        F-EXIT.
           EXIT.
      *
        COPY "DrPayDays".
        COPY "ErrorMessage".
      * END-OF-JOB.
