        IDENTIFICATION DIVISION.
        PROGRAM-ID. DRCONTXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectPostAcc".
         Copy "SelectDrMaster".
         Copy "SelectDrTrans".
         Copy "SelectDrContract".
         Copy "SelectTaxCode".
         Copy "SelectGlPeriod".
           SELECT GLJRN-FILE ASSIGN TO "GlJrn"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLJRN-KEY
               FILE STATUS IS WS-GLJRN-STATUS.
           SELECT REPORT-TEXT-FILE ASSIGN TO
               "/ctools/spl/DrContract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdDebtor.
           COPY ChlfdDrTrans.
           COPY ChlfdDrContract.
           COPY ChlfdTaxCode.
           COPY ChlfdGlPeriod.
           COPY ChlfdGlJrn.
           FD  REPORT-TEXT-FILE
               LABEL RECORDS ARE STANDARD.
           01  REPORT-TEXT-LINE         PIC X(132).
      *
       WORKING-STORAGE SECTION.
           77  WS-COMPANY-CODE PIC X(02) VALUE " ".
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-OPERATOR      PIC X(10) VALUE " ".
           77  WS-W-STATUS      PIC 9(4) BINARY COMP VALUE 0.
           77  WS-COMMAND-LINE  PIC X(256) VALUE " ".
           77  WS-PRINTER       PIC X(10) VALUE " ".
           77  WS-NEXT-REF      PIC 9(08) VALUE 0.
           77  WS-NEXT-TRANS    PIC 9(06) VALUE 0.
           77  WS-CONTROL-ACC   PIC X(06) VALUE " ".
           77  WS-VATOUT-ACC    PIC X(06) VALUE " ".
           77  WS-ACC           PIC 9(07) VALUE 0.
           77  WS-REF           PIC X(10) VALUE " ".
           77  WS-JNL-PREFIX    PIC X(06) VALUE " ".
           77  WS-TAX-RATE      PIC 9(02)V99 VALUE 0.
           77  WS-AMT           PIC S9(07)V99 VALUE 0.
           77  WS-VAT-AMT       PIC S9(07)V99 VALUE 0.
           77  WS-NET-AMT       PIC S9(07)V99 VALUE 0.
           77  WS-NEW-BAL       PIC S9(09)V99 VALUE 0.
           77  WS-MONTHS        PIC 9(02) VALUE 0.
           77  WS-BILLS         PIC 9(02) VALUE 0.
           77  WS-CONT-VAT      PIC S9(09)V99 VALUE 0.
           77  WS-CONT-GROSS    PIC S9(09)V99 VALUE 0.
           77  WS-READ-COUNT    PIC 9(06) VALUE 0.
           77  WS-BILLED-COUNT  PIC 9(06) VALUE 0.
           77  WS-INV-COUNT     PIC 9(06) VALUE 0.
           77  WS-EXPIRED-COUNT PIC 9(06) VALUE 0.
           77  WS-SKIP-COUNT    PIC 9(06) VALUE 0.
           77  WS-VAT-TOTAL     PIC S9(09)V99 VALUE 0.
           77  WS-INV-TOTAL     PIC S9(09)V99 VALUE 0.
           77  WS-TOTAL-EDIT    PIC ZZZ,ZZZ,ZZ9.99-.
           77  WS-RUN-FAIL-SW   PIC X VALUE "N".
               88  WS-RUN-FAILED      VALUE "Y".
           01  WS-BILL-DATE.
               03  WS-BILL-YEAR     PIC 9(04).
               03  WS-BILL-MONTH    PIC 9(02).
               03  WS-BILL-DAY      PIC 9(02).
           01  WS-BILL-NUM REDEFINES WS-BILL-DATE PIC 9(08).
           01  WS-DETAIL-LINE.
               03  WS-DL-ACCOUNT    PIC 9(07).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NAME       PIC X(20).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-CONTRACT   PIC 9(03).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-DESC       PIC X(20).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-NEXT       PIC 9(08).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-BILLS      PIC Z9.
               03  WS-DL-VAT        PIC ZZ,ZZZ,ZZ9.99-.
               03  WS-DL-GROSS      PIC ZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NOTE       PIC X(30).
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(09) VALUE "ACCOUNT".
               03  FILLER           PIC X(21) VALUE "NAME".
               03  FILLER           PIC X(04) VALUE "CON".
               03  FILLER           PIC X(21) VALUE "DESCRIPTION".
               03  FILLER           PIC X(09) VALUE "NEXT BILL".
               03  FILLER           PIC X(02) VALUE "NO".
               03  FILLER           PIC X(14) VALUE "           VAT".
               03  FILLER           PIC X(16) VALUE "   INVOICED".
               03  FILLER           PIC X(30) VALUE "NOTE".
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-DRTRANS-STATUS.
               03  WS-DRTRANS-ST1   PIC 99.
           01  WS-DCN-STATUS.
               03  WS-DCN-ST1       PIC 99.
           01  WS-TC-STATUS.
               03  WS-TC-ST1        PIC 99.
           01  WS-PERIOD-STATUS.
               03  WS-PERIOD-ST1    PIC 99.
           01  WS-GLJRN-STATUS.
               03  WS-STAT1         PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
        Copy "WsDateInfo".
           COPY "WsPostAcc".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
            03  LK-DIRECTION     PIC X.
            03  LK-RETURN-CODE   PIC 9(02).
      *
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-INIT.
           PERFORM B-BILL-RUN.
           PERFORM C-TOTALS.
           PERFORM E-PIPELINE.
           PERFORM F-END.
           IF WS-RUN-FAILED
              MOVE 91 TO LK-RETURN-CODE
           ELSE
              MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** RECURRING CONTRACT BILLING RUN **".
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USERNAME".
           IF WS-OPERATOR = " "
              MOVE "BATCH" TO WS-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           OPEN INPUT POSTACC-FILE.
           IF WS-PA-ST1 NOT = 0
              MOVE "NO POSTING ACCOUNT FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE "DRCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CONTROL-ACC.
           MOVE "VATOUTPUT" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-VATOUT-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "POSTING ACCOUNT MISSING, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
      *    THE INVOICES ARE DATED TODAY, SO TODAY'S ACCOUNTING PERIOD
      *    MUST STILL BE OPEN, AS FOR INVOICE CAPTURE.
           OPEN INPUT GL-PERIOD-FILE.
           IF WS-PERIOD-ST1 NOT = 0
              MOVE "NO ACCOUNTING PERIOD FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE WS-TODAY-DATE (1:6) TO GLPD-PERIOD.
           READ GL-PERIOD-FILE
               INVALID KEY
             MOVE "C" TO GLPD-STATUS.
           CLOSE GL-PERIOD-FILE.
           IF GLPD-CLOSED
              MOVE "PERIOD NOT OPEN FOR POSTING, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN I-O DRCONTRACT-FILE.
           IF WS-DCN-ST1 NOT = 0
              MOVE "NO CONTRACT FILE, RUN ABANDONED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN I-O DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "CANNOT OPEN DEBTOR MASTER, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE DRCONTRACT-FILE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN I-O DRTRANS-FILE.
           IF WS-DRTRANS-ST1 = 35
              OPEN OUTPUT DRTRANS-FILE
              CLOSE DRTRANS-FILE
              OPEN I-O DRTRANS-FILE.
           OPEN INPUT TAXCODE-FILE.
           IF WS-TC-ST1 = 35
              OPEN OUTPUT TAXCODE-FILE
              CLOSE TAXCODE-FILE
              OPEN INPUT TAXCODE-FILE.
           OPEN I-O GLJRN-FILE.
           IF WS-STAT1 = 35
              OPEN OUTPUT GLJRN-FILE
              CLOSE GLJRN-FILE
              OPEN I-O GLJRN-FILE.
           PERFORM A-NEXT-REFERENCE.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "CONTRACT BILLING REGISTER " DELIMITED BY SIZE
                  WS-NOW (1:8) DELIMITED BY SIZE
                  " COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-HEAD-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        A-EXIT.
           EXIT.
      *
        A-NEXT-REFERENCE SECTION.
        ANR-005.
           MOVE 1 TO WS-NEXT-REF.
           MOVE 99999999 TO GLJRN-REFERENCE.
           START GLJRN-FILE KEY NOT > GLJRN-KEY
               INVALID KEY
             GO TO ANR-EXIT.
           READ GLJRN-FILE PREVIOUS
               AT END
             GO TO ANR-EXIT.
           ADD 1 GLJRN-REFERENCE GIVING WS-NEXT-REF.
        ANR-EXIT.
           EXIT.
      *
        B-BILL-RUN SECTION.
      *****************************************************************
      * EVERY CONTRACT WHOSE NEXT-BILL DATE HAS COME IS INVOICED, AND
      * A CONTRACT THE RUN MISSED FOR A WHILE IS CAUGHT UP ONE
      * INVOICE PER PERIOD OWED. THE INVOICES ARE DATED TODAY. A
      * CONTRACT PAST ITS END DATE IS MARKED EXPIRED AND LISTED ON
      * THE REGISTER BUT NEVER BILLED. THE NEXT-BILL DATE MOVES ON
      * WITH EACH INVOICE, SO A RERUN THE SAME DAY BILLS NOTHING.
      *****************************************************************
        BB-005.
           MOVE LOW-VALUES TO DCN-KEY.
           START DRCONTRACT-FILE KEY NOT < DCN-KEY
               INVALID KEY
             GO TO BB-EXIT.
        BB-010.
           READ DRCONTRACT-FILE NEXT
               AT END
             GO TO BB-EXIT.
           IF DCN-END-DATE NOT = 0 AND DCN-NEXT-BILL > DCN-END-DATE
              GO TO BB-060.
           IF DCN-NEXT-BILL > WS-TODAY-DATE
              GO TO BB-010.
           ADD 1 TO WS-READ-COUNT.
           MOVE DCN-ACCOUNT-NUMBER TO WS-ACC.
           PERFORM B-CLEAR-LINE.
           MOVE WS-ACC TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             ADD 1 TO WS-SKIP-COUNT
             MOVE "NO SUCH DEBTOR, NOT BILLED" TO WS-DL-NOTE
             GO TO BB-080.
           MOVE DEBTOR-NAME TO WS-DL-NAME.
           IF DEBTOR-STOPPED
              ADD 1 TO WS-SKIP-COUNT
              MOVE "ACCOUNT STOPPED, NOT BILLED" TO WS-DL-NOTE
              GO TO BB-080.
           MOVE 0 TO WS-TAX-RATE.
           IF DCN-TAX-CODE = " "
              GO TO BB-020.
           MOVE DCN-TAX-CODE TO TC-CODE.
           READ TAXCODE-FILE
               INVALID KEY
             ADD 1 TO WS-SKIP-COUNT
             MOVE "TAX CODE NOT ON FILE, NOT BILLED" TO WS-DL-NOTE
             GO TO BB-080.
           MOVE TC-RATE TO WS-TAX-RATE.
        BB-020.
           IF DCN-NEXT-BILL > WS-TODAY-DATE
              GO TO BB-040.
           IF DCN-END-DATE NOT = 0 AND DCN-NEXT-BILL > DCN-END-DATE
              GO TO BB-040.
           PERFORM B-ESCALATE.
           MOVE DCN-AMOUNT TO WS-AMT.
           COMPUTE WS-VAT-AMT ROUNDED =
              WS-AMT * WS-TAX-RATE / (100 + WS-TAX-RATE).
           SUBTRACT WS-VAT-AMT FROM WS-AMT GIVING WS-NET-AMT.
           MOVE SPACES TO WS-REF.
           STRING "CT" DELIMITED BY SIZE
                  DCN-CONTRACT DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  DCN-NEXT-BILL (3:4) DELIMITED BY SIZE
                  INTO WS-REF.
           PERFORM D-POST-INVOICE.
           IF WS-RUN-FAILED
              GO TO BB-EXIT.
           ADD 1 TO WS-BILLS
                    WS-INV-COUNT.
           ADD WS-VAT-AMT TO WS-CONT-VAT
                             WS-VAT-TOTAL.
           ADD WS-AMT TO WS-CONT-GROSS
                         WS-INV-TOTAL.
           MOVE DCN-NEXT-BILL TO DCN-LAST-BILL.
           PERFORM B-ADVANCE-DATE.
           GO TO BB-020.
        BB-040.
           ADD 1 TO WS-BILLED-COUNT.
           IF DCN-END-DATE NOT = 0 AND DCN-NEXT-BILL > DCN-END-DATE
              MOVE "E" TO DCN-STATUS
              MOVE "BILLED, CONTRACT NOW ENDED" TO WS-DL-NOTE.
      *    A ZERO LIMIT MEANS NO LIMIT IS SET. THE CONTRACT STILL
      *    BILLS, AS AGREED, BUT THE REGISTER FLAGS THE ACCOUNT FOR
      *    THE CREDIT CONTROLLER.
           IF DEBTOR-CREDIT-LIMIT NOT NUMERIC
              MOVE 0 TO DEBTOR-CREDIT-LIMIT.
           MOVE DEBTOR-BALANCE TO WS-NEW-BAL.
           IF DEBTOR-CREDIT-LIMIT > 0
                AND WS-NEW-BAL > DEBTOR-CREDIT-LIMIT
              MOVE "BILLED, OVER CREDIT LIMIT" TO WS-DL-NOTE.
           REWRITE DRCONTRACT-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR CONTRACT FILE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO BB-EXIT.
           MOVE WS-BILLS      TO WS-DL-BILLS.
           MOVE WS-CONT-VAT   TO WS-DL-VAT.
           MOVE WS-CONT-GROSS TO WS-DL-GROSS.
           MOVE DCN-NEXT-BILL TO WS-DL-NEXT.
           DISPLAY "BILLED: " DCN-ACCOUNT-NUMBER " " DCN-CONTRACT
              " " DCN-DESCRIPTION.
           GO TO BB-080.
        BB-060.
      *    PAST ITS END DATE: MARKED EXPIRED THE FIRST TIME IT IS
      *    SEEN, AND LISTED ON EVERY RUN UNTIL IT IS EXTENDED OR
      *    DELETED ON CONTRACT MAINTENANCE.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE DCN-ACCOUNT-NUMBER TO WS-ACC.
           PERFORM B-CLEAR-LINE.
           MOVE "EXPIRED, NOT BILLED" TO WS-DL-NOTE.
           IF DCN-EXPIRED
              GO TO BB-065.
           MOVE "E" TO DCN-STATUS.
           REWRITE DRCONTRACT-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR CONTRACT FILE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO BB-EXIT.
        BB-065.
           MOVE WS-ACC TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE SPACES TO DEBTOR-NAME.
           MOVE DEBTOR-NAME TO WS-DL-NAME.
        BB-080.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           GO TO BB-010.
        BB-EXIT.
           EXIT.
      *
        B-CLEAR-LINE SECTION.
        BCL-005.
           MOVE 0 TO WS-BILLS
                     WS-CONT-VAT
                     WS-CONT-GROSS.
           MOVE SPACES          TO WS-DETAIL-LINE.
           MOVE WS-ACC          TO WS-DL-ACCOUNT.
           MOVE DCN-CONTRACT    TO WS-DL-CONTRACT.
           MOVE DCN-DESCRIPTION TO WS-DL-DESC.
           MOVE DCN-NEXT-BILL   TO WS-DL-NEXT.
           MOVE 0               TO WS-DL-BILLS
                                   WS-DL-VAT
                                   WS-DL-GROSS.
        BCL-EXIT.
           EXIT.
      *
        B-ESCALATE SECTION.
      *****************************************************************
      * ON THE FIRST BILL ON OR AFTER EACH ANNIVERSARY THE AMOUNT
      * RISES BY THE CONTRACT'S ESCALATION PERCENTAGE, AND THE NEXT
      * RISE IS SET A YEAR ON.
      *****************************************************************
        BE-005.
           IF DCN-ESCALATION = 0 OR DCN-NEXT-ESCALATE = 0
              GO TO BE-EXIT.
           IF DCN-NEXT-BILL < DCN-NEXT-ESCALATE
              GO TO BE-EXIT.
           COMPUTE DCN-AMOUNT ROUNDED =
              DCN-AMOUNT * (100 + DCN-ESCALATION) / 100.
           MOVE DCN-NEXT-ESCALATE TO WS-BILL-NUM.
           ADD 1 TO WS-BILL-YEAR.
           IF WS-BILL-MONTH = 2 AND WS-BILL-DAY = 29
              MOVE 28 TO WS-BILL-DAY.
           MOVE WS-BILL-NUM TO DCN-NEXT-ESCALATE.
           MOVE "ESCALATED" TO WS-DL-NOTE.
        BE-EXIT.
           EXIT.
      *
        B-ADVANCE-DATE SECTION.
      *****************************************************************
      * MOVE THE NEXT-BILL DATE ON ONE BILLING PERIOD, KEEPING THE
      * START DATE'S DAY OF THE MONTH; A DAY THE MONTH LACKS FALLS
      * BACK TO THE MONTH END.
      *****************************************************************
        BAD-005.
           MOVE 1 TO WS-MONTHS.
           IF DCN-QUARTERLY
              MOVE 3 TO WS-MONTHS.
           IF DCN-HALF-YEARLY
              MOVE 6 TO WS-MONTHS.
           IF DCN-ANNUAL
              MOVE 12 TO WS-MONTHS.
           MOVE DCN-NEXT-BILL TO WS-BILL-NUM.
           ADD WS-MONTHS TO WS-BILL-MONTH.
           IF WS-BILL-MONTH > 12
              SUBTRACT 12 FROM WS-BILL-MONTH
              ADD 1 TO WS-BILL-YEAR.
           MOVE DCN-START-DATE (7:2) TO WS-BILL-DAY.
        BAD-010.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BILL-NUM) NOT = 0
              SUBTRACT 1 FROM WS-BILL-DAY
              GO TO BAD-010.
           MOVE WS-BILL-NUM TO DCN-NEXT-BILL.
        BAD-EXIT.
           EXIT.
      *
        D-POST-INVOICE SECTION.
      *****************************************************************
      * POSTS AS INVOICE CAPTURE DOES: INVOICE ROW ON THE DEBTOR,
      * MASTER BALANCE UP BY THE GROSS, DEBTORS CONTROL DEBIT, SALES
      * CREDIT FOR THE NET AND OUTPUT VAT CREDIT FOR THE TAX.
      *****************************************************************
        DPI-005.
           PERFORM D-NEXT-TRANS.
           MOVE SPACES        TO DRTRANS-RECORD.
           MOVE WS-ACC        TO DRTR-ACCOUNT-NUMBER.
           MOVE WS-NEXT-TRANS TO DRTR-TRANS-NUMBER.
           MOVE "I"           TO DRTR-TYPE.
           MOVE WS-TODAY-DATE TO DRTR-DATE.
           MOVE WS-REF        TO DRTR-REFERENCE.
           MOVE WS-AMT        TO DRTR-AMOUNT.
           MOVE WS-AMT        TO DRTR-OUTSTANDING.
           MOVE 0             TO DRTR-INVOICE-TRANS.
           WRITE DRTRANS-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR DEBTOR TRANSACTION."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO DPI-EXIT.
           ADD WS-AMT TO DEBTOR-BALANCE.
           REWRITE DEBTOR-MASTER-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR DEBTOR MASTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO DPI-EXIT.
           MOVE SPACES         TO GLJRN-REC.
           MOVE WS-CONTROL-ACC TO GLJRN-ACCOUNT.
           MOVE "SALES "       TO WS-JNL-PREFIX.
           MOVE WS-AMT         TO GLJRN-BAL.
           PERFORM D-WRITE-JOURNAL.
           IF WS-RUN-FAILED
              GO TO DPI-EXIT.
           MOVE SPACES            TO GLJRN-REC.
           MOVE DCN-SALES-ACCOUNT TO GLJRN-ACCOUNT.
           MOVE "SALES "          TO WS-JNL-PREFIX.
           SUBTRACT WS-NET-AMT FROM 0 GIVING GLJRN-BAL.
           MOVE DCN-COST-CENTRE   TO GLJRN-COST-CENTRE.
           PERFORM D-WRITE-JOURNAL.
           IF WS-RUN-FAILED
              GO TO DPI-EXIT.
           IF WS-VAT-AMT = 0
              GO TO DPI-EXIT.
           MOVE SPACES        TO GLJRN-REC.
           MOVE WS-VATOUT-ACC TO GLJRN-ACCOUNT.
           MOVE "VATOUT"      TO WS-JNL-PREFIX.
           SUBTRACT WS-VAT-AMT FROM 0 GIVING GLJRN-BAL.
           PERFORM D-WRITE-JOURNAL.
        DPI-EXIT.
           EXIT.
      *
        D-NEXT-TRANS SECTION.
        DNT-005.
           MOVE 1 TO WS-NEXT-TRANS.
           MOVE WS-ACC TO DRTR-ACCOUNT-NUMBER.
           MOVE 999999 TO DRTR-TRANS-NUMBER.
           START DRTRANS-FILE KEY NOT > DRTR-KEY
               INVALID KEY
             GO TO DNT-EXIT.
           READ DRTRANS-FILE PREVIOUS
               AT END
             GO TO DNT-EXIT.
           IF DRTR-ACCOUNT-NUMBER = WS-ACC
              ADD 1 DRTR-TRANS-NUMBER GIVING WS-NEXT-TRANS.
        DNT-EXIT.
           EXIT.
      *
      * THE CALLER MOVES THE ACCOUNT, AMOUNT, COST CENTRE AND
      * WS-JNL-PREFIX; THE DESCRIPTION IS BUILT AS ON INVOICE CAPTURE.
        D-WRITE-JOURNAL SECTION.
        DWJ-005.
           MOVE WS-NEXT-REF    TO GLJRN-REFERENCE.
           MOVE WS-TODAY-DATE  TO GLJRN-DATE.
           MOVE SPACES         TO GLJRN-DESCRIPTION.
           STRING WS-JNL-PREFIX DELIMITED BY SIZE
                  WS-REF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACC DELIMITED BY SIZE
                  INTO GLJRN-DESCRIPTION.
           MOVE " " TO GLJRN-REVERSE-FLAG
                       GLJRN-RECON-FLAG.
           MOVE "DRCONTXX" TO GLJRN-SOURCE.
           MOVE WS-OPERATOR TO GLJRN-OPERATOR.
           MOVE WS-TODAY-DATE (1:6) TO GLJRN-PERIOD.
           WRITE GLJRN-REC
               INVALID KEY
             MOVE "WRITE FAILED FOR JOURNAL ENTRY." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO DWJ-EXIT.
           ADD 1 TO WS-NEXT-REF.
        DWJ-EXIT.
           EXIT.
      *
        C-TOTALS SECTION.
        CT-005.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-INV-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "INVOICES RAISED: " DELIMITED BY SIZE
                  WS-INV-COUNT DELIMITED BY SIZE
                  "  VALUE " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-VAT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "OUTPUT VAT:                   " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "EXPIRED, NOT BILLED: " DELIMITED BY SIZE
                  WS-EXPIRED-COUNT DELIMITED BY SIZE
                  "  SKIPPED: " DELIMITED BY SIZE
                  WS-SKIP-COUNT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-RUN-FAILED
              MOVE "*** RUN STOPPED ON A FILE ERROR ***"
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
           STRING "./text2pdf /ctools/spl/DrContract.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/DrContract.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/DrContract.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "DRCONT.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/DrContract.pdf" DELIMITED BY SIZE
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
           CLOSE DRCONTRACT-FILE
                 DEBTOR-MASTER
                 DRTRANS-FILE
                 TAXCODE-FILE
                 GLJRN-FILE.
           MOVE WS-INV-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "CONTRACTS DUE:            " WS-READ-COUNT.
           DISPLAY "CONTRACTS BILLED:         " WS-BILLED-COUNT.
           DISPLAY "INVOICES RAISED:          " WS-INV-COUNT.
           DISPLAY "VALUE INVOICED:           " WS-TOTAL-EDIT.
           IF WS-EXPIRED-COUNT NOT = 0
              DISPLAY "EXPIRED, NOT BILLED:      " WS-EXPIRED-COUNT.
           IF WS-SKIP-COUNT NOT = 0
              DISPLAY "SKIPPED:                  " WS-SKIP-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        F-EXIT.
           EXIT.
      *
        COPY "PostAccLookup".
        COPY "ErrorMessage".
      * END-OF-JOB.
