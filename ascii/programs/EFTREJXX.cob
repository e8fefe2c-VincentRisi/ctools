        IDENTIFICATION DIVISION.
        PROGRAM-ID. EFTREJXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectPostAcc".
         Copy "SelectCrMaster".
         Copy "SelectCrTrans".
           COPY "SelectPayHist".
           COPY "SelectBankAcc".
           SELECT STAFF-FILE ASSIGN TO "CoStaffInOut"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAFF-KEY
               FILE STATUS IS WS-STAFF-STATUS.
           SELECT GLJRN-FILE ASSIGN TO "GlJrn"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLJRN-KEY
               FILE STATUS IS WS-GLJRN-STATUS.
           SELECT REJECT-CSV ASSIGN TO "EftRejectCsv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT REJECT-EXCEPTIONS ASSIGN TO "EftRejectCsvExcp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT REPORT-TEXT-FILE ASSIGN TO
               "/ctools/spl/EftReject.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdCreditor.
           COPY ChlfdCrTrans.
           COPY ChlfdPayHist.
           COPY ChlfdCoStaff.
           COPY ChlfdGlJrn.
           COPY ChlfdBankAcc.
           FD  REJECT-CSV
               LABEL RECORDS ARE STANDARD.
      *    THE BANK'S UNPAID / REJECTION FILE FOR CrEftFile AND
      *    SalEftFile, SAVED AS COMMA-SEPARATED TEXT, ONE LINE PER
      *    PAYMENT THE BANK RETURNED:
      *      FILE,BENEFICIARY,BANK ACCOUNT,AMOUNT,PAY DATE,REASON
      *    FILE IS C FOR A CREDITOR PAYMENT OR S FOR A SALARY.
      *    BENEFICIARY IS THE CREDITOR ACCOUNT OR EMPLOYEE NUMBER THE
      *    EFT LINE CARRIED; A BANK FORMAT THAT DOES NOT ECHO IT BACK
      *    LEAVES IT BLANK AND THE BANK ACCOUNT IS LOOKED UP INSTEAD.
      *    THE PAY DATE IS THE ACTION DATE OF THE ORIGINAL FILE.
           01  CSV-RECORD           PIC X(120).
           FD  REJECT-EXCEPTIONS
               LABEL RECORDS ARE STANDARD.
           01  EXCEPTION-RECORD     PIC X(120).
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
           77  WS-BANK-ACC      PIC X(06) VALUE " ".
           77  WS-RET-BANK      PIC X(02) VALUE " ".
           77  WS-RET-BANK-ACC  PIC X(06) VALUE " ".
           77  WS-CONTROL-ACC   PIC X(06) VALUE " ".
           77  WS-EXDIF-ACC     PIC X(06) VALUE " ".
           77  WS-SALUNPAID-ACC PIC X(06) VALUE " ".
           77  WS-READ-COUNT    PIC 9(06) VALUE 0.
           77  WS-CR-COUNT      PIC 9(06) VALUE 0.
           77  WS-SAL-COUNT     PIC 9(06) VALUE 0.
           77  WS-EXCP-COUNT    PIC 9(06) VALUE 0.
           77  WS-CR-TOTAL      PIC S9(09)V99 VALUE 0.
           77  WS-SAL-TOTAL     PIC S9(09)V99 VALUE 0.
           77  WS-AMOUNT        PIC S9(07)V99 VALUE 0.
           77  WS-PAY-DATE      PIC 9(08) VALUE 0.
           77  WS-EMP           PIC 9(06) VALUE 0.
           77  WS-PAID          PIC S9(07)V99 VALUE 0.
           77  WS-UNMATCHED     PIC S9(07)V99 VALUE 0.
           77  WS-REINSTATE     PIC S9(07)V99 VALUE 0.
           77  WS-SETTLED       PIC S9(07)V99 VALUE 0.
           77  WS-REF           PIC X(10) VALUE " ".
           77  WS-PT-COUNT      PIC 9(03) VALUE 0.
           77  WS-PT-IDX        PIC 9(03) VALUE 0.
           77  WS-TOTAL-EDIT    PIC ZZZ,ZZZ,ZZ9.99-.
           77  WS-FOUND-SW      PIC X VALUE "N".
               88  WS-FOUND           VALUE "Y".
           77  WS-RUN-FAIL-SW   PIC X VALUE "N".
               88  WS-RUN-FAILED      VALUE "Y".
      *****************************************************************
      * THE PAYMENT ROWS ONE RETURNED EFT LINE REVERSES: EVERY
      * UNRETURNED PAYMENT TO THE CREDITOR DATED THE PAY DATE, ONE
      * PER INVOICE THE PAYMENT RUN SETTLED.
      *****************************************************************
           01  WS-PAID-TABLE.
               03  WS-PT-ENTRY OCCURS 200 TIMES.
                   05  WS-PT-TRANS      PIC 9(06).
                   05  WS-PT-REFERENCE  PIC X(10).
                   05  WS-PT-AMOUNT     PIC S9(07)V99.
           01  WS-CSV-FIELDS.
               03  WS-CSV-TYPE      PIC X(01).
               03  WS-CSV-BENEF     PIC X(20).
               03  WS-CSV-BANKACC   PIC X(20).
               03  WS-CSV-AMOUNT    PIC X(20).
               03  WS-CSV-DATE      PIC X(20).
               03  WS-CSV-REASON    PIC X(30).
           01  WS-DETAIL-LINE.
               03  WS-DL-TYPE       PIC X(09).
               03  WS-DL-BENEF      PIC X(08).
               03  WS-DL-NAME       PIC X(30).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-BANKACC    PIC X(11).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-PAY-DATE   PIC 9999/99/99.
               03  WS-DL-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.
               03  WS-DL-LEDGER     PIC ZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-REASON     PIC X(30).
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(17) VALUE "FILE     PAYEE".
               03  FILLER           PIC X(31) VALUE "NAME".
               03  FILLER           PIC X(12) VALUE "BANK ACC".
               03  FILLER           PIC X(10) VALUE "PAY DATE".
               03  FILLER           PIC X(14) VALUE "      RETURNED".
               03  FILLER           PIC X(16)
                                    VALUE "   LEDGER/NET".
               03  FILLER           PIC X(30) VALUE "REASON".
           01  WS-CREDITOR-STATUS.
               03  WS-CREDITOR-ST1  PIC 99.
           01  WS-CRTRANS-STATUS.
               03  WS-CRTRANS-ST1   PIC 99.
           01  WS-PH-STATUS.
               03  WS-PH-ST1        PIC 99.
           01  WS-STAFF-STATUS.
               03  WS-STAFF-ST1     PIC 99.
           01  WS-GLJRN-STATUS.
               03  WS-STAT1         PIC 99.
           01  WS-CSV-STATUS.
               03  WS-CSV-ST1       PIC 99.
           01  WS-EXCP-STATUS.
               03  WS-EXCP-ST1      PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
        Copy "WsDateInfo".
           COPY "WsPostAcc".
           COPY "WsBankAcc".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
            03  LK-DIRECTION     PIC X.
            03  LK-RETURN-CODE   PIC 9(02).
      *
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-INIT.
           PERFORM B-LOAD.
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
           DISPLAY "** EFT RETURNED PAYMENTS **".
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
              MOVE "NO POSTING ACCOUNT FILE, IMPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE "BANK" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-BANK-ACC.
           MOVE "CRCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CONTROL-ACC.
           MOVE "EXCHDIFF" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-EXDIF-ACC.
           MOVE "SALUNPAID" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-SALUNPAID-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "POSTING ACCOUNT MISSING, IMPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT REJECT-CSV.
           IF WS-CSV-ST1 NOT = 0
              MOVE "NO EFT REJECTION FILE, IMPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN I-O CREDITOR-MASTER.
           IF WS-CREDITOR-ST1 NOT = 0
              MOVE "CANNOT OPEN CREDITOR MASTER, IMPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE REJECT-CSV
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN I-O CRTRANS-FILE.
           IF WS-CRTRANS-ST1 = 35
              OPEN OUTPUT CRTRANS-FILE
              CLOSE CRTRANS-FILE
              OPEN I-O CRTRANS-FILE.
           OPEN I-O PAYHIST-FILE.
           IF WS-PH-ST1 = 35
              OPEN OUTPUT PAYHIST-FILE
              CLOSE PAYHIST-FILE
              OPEN I-O PAYHIST-FILE.
           OPEN INPUT STAFF-FILE.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WS-BA-ST1 NOT = 0
              MOVE "Y" TO WS-BA-OFF-SW.
           OPEN I-O GLJRN-FILE.
           IF WS-STAT1 = 35
              OPEN OUTPUT GLJRN-FILE
              CLOSE GLJRN-FILE
              OPEN I-O GLJRN-FILE.
           OPEN EXTEND REJECT-EXCEPTIONS.
           IF WS-EXCP-ST1 = 35
              OPEN OUTPUT REJECT-EXCEPTIONS.
           PERFORM A-NEXT-REFERENCE.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "EFT PAYMENTS RETURNED BY THE BANK, LOADED "
                     DELIMITED BY SIZE
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
        B-LOAD SECTION.
        BL-005.
           READ REJECT-CSV
               AT END
             GO TO BL-EXIT.
           IF CSV-RECORD = " "
              GO TO BL-005.
           ADD 1 TO WS-READ-COUNT.
           INSPECT CSV-RECORD REPLACING ALL QUOTE BY SPACE.
           MOVE SPACES TO WS-CSV-FIELDS.
           UNSTRING CSV-RECORD DELIMITED BY ","
               INTO WS-CSV-TYPE
                    WS-CSV-BENEF
                    WS-CSV-BANKACC
                    WS-CSV-AMOUNT
                    WS-CSV-DATE
                    WS-CSV-REASON.
           MOVE FUNCTION TRIM(WS-CSV-BENEF)   TO WS-CSV-BENEF.
           MOVE FUNCTION TRIM(WS-CSV-BANKACC) TO WS-CSV-BANKACC.
           MOVE FUNCTION TRIM(WS-CSV-AMOUNT)  TO WS-CSV-AMOUNT.
           MOVE FUNCTION TRIM(WS-CSV-DATE)    TO WS-CSV-DATE.
           MOVE FUNCTION TRIM(WS-CSV-REASON)  TO WS-CSV-REASON.
           MOVE FUNCTION NUMVAL(WS-CSV-AMOUNT) TO WS-AMOUNT.
           MOVE FUNCTION NUMVAL(WS-CSV-DATE)   TO WS-PAY-DATE.
           IF WS-AMOUNT NOT > 0
              OR WS-PAY-DATE (5:2) < "01" OR > "12"
              OR WS-PAY-DATE (7:2) < "01" OR > "31"
              DISPLAY "BAD AMOUNT OR PAY DATE: " CSV-RECORD (1:50)
              PERFORM B-EXCEPTION
              GO TO BL-005.
           IF WS-CSV-TYPE = "C"
              PERFORM B-CREDITOR
              GO TO BL-090.
           IF WS-CSV-TYPE = "S"
              PERFORM B-SALARY
              GO TO BL-090.
           PERFORM B-EXCEPTION.
        BL-090.
           IF WS-RUN-FAILED
              GO TO BL-EXIT.
           GO TO BL-005.
        BL-EXIT.
           EXIT.
      *
        B-CREDITOR SECTION.
      *****************************************************************
      * A RETURNED CREDITOR PAYMENT UNDOES WHAT THE PAYMENT RUN DID
      * FOR THAT CREDITOR ON THE PAY DATE: EACH PAYMENT ROW IS MARKED
      * RETURNED AND ITS AMOUNT GOES BACK ON THE OUTSTANDING OF THE
      * INVOICE IT SETTLED (FOUND BY THE REFERENCE THE RUN COPIED
      * ONTO IT), ONE ADJUSTMENT ROW PUTS THE CASH BACK ON THE
      * LEDGER, CR-BALANCE IS RESTORED AND THE BANK DETAILS ARE
      * FLAGGED FOR CORRECTION. ANY PART THAT CANNOT BE MATCHED TO AN
      * INVOICE STAYS OPEN ON THE ADJUSTMENT ROW ITSELF, SO THE OPEN
      * ITEMS STILL ADD UP TO THE BALANCE.
      *****************************************************************
        BC-005.
           PERFORM B-FIND-CREDITOR.
           IF NOT WS-FOUND
              DISPLAY "NO SUCH CREDITOR: " WS-CSV-BENEF " "
                 WS-CSV-BANKACC
              PERFORM B-EXCEPTION
              GO TO BC-EXIT.
           PERFORM B-COLLECT-PAYMENTS.
           IF WS-PT-COUNT = 0
              DISPLAY "NO UNRETURNED PAYMENT ON THAT DATE: "
                 CR-ACCOUNT-NUMBER " " WS-PAY-DATE
              PERFORM B-EXCEPTION
              GO TO BC-EXIT.
           PERFORM B-RETURN-BANK.
           IF WS-BA-BAD
              DISPLAY "BANK ACCOUNT " WS-RET-BANK " NOT USABLE: "
                 CR-ACCOUNT-NUMBER " " WS-PAY-DATE
              PERFORM B-EXCEPTION
              GO TO BC-EXIT.
           MOVE 0 TO WS-UNMATCHED
                     WS-PT-IDX.
        BC-010.
           ADD 1 TO WS-PT-IDX.
           IF WS-PT-IDX > WS-PT-COUNT
              GO TO BC-020.
           MOVE CR-ACCOUNT-NUMBER        TO CRTR-ACCOUNT-NUMBER.
           MOVE WS-PT-TRANS (WS-PT-IDX)  TO CRTR-TRANS-NUMBER.
           READ CRTRANS-FILE
               INVALID KEY
             GO TO BC-010.
           MOVE "R" TO CRTR-HELD-FLAG.
           REWRITE CRTRANS-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR CREDITOR TRANSACTION."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO BC-EXIT.
           MOVE WS-PT-REFERENCE (WS-PT-IDX) TO WS-REF.
           MOVE WS-PT-AMOUNT (WS-PT-IDX)    TO WS-REINSTATE.
           PERFORM B-REINSTATE-INVOICE.
           IF WS-RUN-FAILED
              GO TO BC-EXIT.
           ADD WS-REINSTATE TO WS-UNMATCHED.
           GO TO BC-010.
        BC-020.
           PERFORM D-NEXT-TRANS.
           MOVE SPACES            TO CRTRANS-RECORD.
           MOVE CR-ACCOUNT-NUMBER TO CRTR-ACCOUNT-NUMBER.
           MOVE WS-NEXT-TRANS     TO CRTR-TRANS-NUMBER.
           MOVE "J"               TO CRTR-TYPE.
           MOVE WS-TODAY-DATE     TO CRTR-DATE
                                     CRTR-DUE-DATE.
           MOVE "EFT RETURN"      TO CRTR-REFERENCE.
           MOVE WS-PAID           TO CRTR-AMOUNT.
           MOVE WS-UNMATCHED      TO CRTR-OUTSTANDING.
           MOVE 0                 TO CRTR-THIS-PAY
                                     CRTR-FOREIGN-AMT
                                     CRTR-EXCH-RATE.
           WRITE CRTRANS-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR CREDITOR TRANSACTION."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO BC-EXIT.
           ADD WS-PAID TO CR-BALANCE.
           MOVE "R"    TO CR-BANK-STATUS.
           REWRITE CREDITOR-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR CREDITOR MASTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO BC-EXIT.
      *    THE RUN CREDITED THE BANK WITH THE EFT VALUE AND DEBITED
      *    CONTROL WITH THE BOOKED VALUE, THE GAP ON A FOREIGN ITEM
      *    GOING TO EXCHANGE DIFFERENCES; THE RETURN REVERSES ALL THREE.
           MOVE SPACES TO GLJRN-REC.
           MOVE WS-RET-BANK-ACC TO GLJRN-ACCOUNT.
           MOVE WS-AMOUNT       TO GLJRN-BAL.
           PERFORM B-CR-JOURNAL.
           MOVE WS-CONTROL-ACC TO GLJRN-ACCOUNT.
           SUBTRACT WS-PAID FROM 0 GIVING GLJRN-BAL.
           PERFORM B-CR-JOURNAL.
           IF WS-PAID NOT = WS-AMOUNT
              MOVE WS-EXDIF-ACC TO GLJRN-ACCOUNT
              COMPUTE GLJRN-BAL = WS-PAID - WS-AMOUNT
              PERFORM B-CR-JOURNAL.
           ADD 1 TO WS-CR-COUNT.
           ADD WS-AMOUNT TO WS-CR-TOTAL.
           MOVE SPACES            TO WS-DETAIL-LINE.
           MOVE "CREDITOR"        TO WS-DL-TYPE.
           MOVE CR-ACCOUNT-NUMBER TO WS-DL-BENEF.
           MOVE CR-NAME           TO WS-DL-NAME.
           MOVE CR-BANK-ACCOUNT   TO WS-DL-BANKACC.
           MOVE WS-PAY-DATE       TO WS-DL-PAY-DATE.
           MOVE WS-AMOUNT         TO WS-DL-AMOUNT.
           MOVE WS-PAID           TO WS-DL-LEDGER.
           MOVE WS-CSV-REASON     TO WS-DL-REASON.
           MOVE WS-DETAIL-LINE    TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-UNMATCHED NOT = 0
              MOVE SPACES TO REPORT-TEXT-LINE
              MOVE WS-UNMATCHED TO WS-TOTAL-EDIT
              STRING "         NO INVOICE FOUND FOR " DELIMITED BY SIZE
                     WS-TOTAL-EDIT DELIMITED BY SIZE
                     ", LEFT OPEN ON THE EFT RETURN ROW"
                        DELIMITED BY SIZE
                     INTO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
        BC-EXIT.
           EXIT.
      *
        B-RETURN-BANK SECTION.
      *****************************************************************
      * THE GL ACCOUNT A RETURN GOES BACK INTO: THAT OF THE BANK
      * ACCOUNT IN WS-RET-BANK, THE ONE THE ORIGINAL PAYMENT WAS DRAWN
      * FROM. A BLANK CODE IS A PAYMENT MADE FROM THE BANK POSTING
      * ACCOUNT. A CODE THAT IS NOT ON FILE, OR IS CLOSED, SETS
      * WS-BA-BAD AND THE LINE GOES TO THE EXCEPTIONS.
      *****************************************************************
        BRB-005.
           MOVE "N"         TO WS-BA-BAD-SW.
           MOVE WS-BANK-ACC TO WS-RET-BANK-ACC.
           IF WS-RET-BANK = " "
              GO TO BRB-EXIT.
           IF WS-BA-OFF
              MOVE "Y" TO WS-BA-BAD-SW
              GO TO BRB-EXIT.
           MOVE WS-RET-BANK TO WS-BA-CODE.
           PERFORM READ-BANK-ACCOUNT.
           IF NOT WS-BA-BAD
              MOVE WS-BA-GL TO WS-RET-BANK-ACC.
        BRB-EXIT.
           EXIT.
      *
        B-FIND-CREDITOR SECTION.
        BFC-005.
           MOVE "N" TO WS-FOUND-SW.
           IF WS-CSV-BENEF = " "
              GO TO BFC-010.
           MOVE WS-CSV-BENEF (1:7) TO CR-ACCOUNT-NUMBER.
           READ CREDITOR-MASTER
               INVALID KEY
             GO TO BFC-EXIT.
           MOVE "Y" TO WS-FOUND-SW.
           GO TO BFC-EXIT.
        BFC-010.
           IF WS-CSV-BANKACC = " "
              GO TO BFC-EXIT.
           MOVE LOW-VALUES TO CR-ACCOUNT-NUMBER.
           START CREDITOR-MASTER KEY NOT < CR-KEY
               INVALID KEY
             GO TO BFC-EXIT.
        BFC-020.
           READ CREDITOR-MASTER NEXT
               AT END
             GO TO BFC-EXIT.
           IF CR-BANK-ACCOUNT NOT = WS-CSV-BANKACC (1:11)
              OR CR-MERGED-CLOSED
              GO TO BFC-020.
           MOVE "Y" TO WS-FOUND-SW.
      *    RE-READ BY KEY SO THE RECORD CAN BE REWRITTEN.
           READ CREDITOR-MASTER
               INVALID KEY
             MOVE "N" TO WS-FOUND-SW.
        BFC-EXIT.
           EXIT.
      *
        B-COLLECT-PAYMENTS SECTION.
        BCP-005.
           MOVE 0 TO WS-PT-COUNT
                     WS-PAID.
           MOVE SPACES TO WS-RET-BANK.
           MOVE CR-ACCOUNT-NUMBER TO CRTR-ACCOUNT-NUMBER.
           MOVE 0                 TO CRTR-TRANS-NUMBER.
           START CRTRANS-FILE KEY NOT < CRTR-KEY
               INVALID KEY
             GO TO BCP-EXIT.
        BCP-010.
           READ CRTRANS-FILE NEXT
               AT END
             GO TO BCP-EXIT.
           IF CRTR-ACCOUNT-NUMBER NOT = CR-ACCOUNT-NUMBER
              GO TO BCP-EXIT.
           IF NOT CRTR-PAYMENT
              OR CRTR-RETURNED
              OR CRTR-DATE NOT = WS-PAY-DATE
              GO TO BCP-010.
      *    ONE EFT LINE COMES FROM ONE RUN, SO ONE BANK ACCOUNT: A
      *    SAME-DAY RUN FROM ANOTHER ACCOUNT IS LEFT ALONE.
           IF CRTR-BANK-ACCOUNT = LOW-VALUES
              MOVE SPACES TO CRTR-BANK-ACCOUNT.
           IF WS-PT-COUNT = 0
              MOVE CRTR-BANK-ACCOUNT TO WS-RET-BANK.
           IF CRTR-BANK-ACCOUNT NOT = WS-RET-BANK
              GO TO BCP-010.
           IF WS-PT-COUNT NOT < 200
              DISPLAY "PAYMENT TABLE FULL: " CR-ACCOUNT-NUMBER
              GO TO BCP-EXIT.
           ADD 1 TO WS-PT-COUNT.
           MOVE CRTR-TRANS-NUMBER TO WS-PT-TRANS (WS-PT-COUNT).
           MOVE CRTR-REFERENCE    TO WS-PT-REFERENCE (WS-PT-COUNT).
           SUBTRACT CRTR-AMOUNT FROM 0
              GIVING WS-PT-AMOUNT (WS-PT-COUNT).
           ADD WS-PT-AMOUNT (WS-PT-COUNT) TO WS-PAID.
           GO TO BCP-010.
        BCP-EXIT.
           EXIT.
      *
        B-REINSTATE-INVOICE SECTION.
      *****************************************************************
      * PUT WS-REINSTATE BACK ON THE CREDITOR'S INVOICES CARRYING
      * REFERENCE WS-REF, NEVER ABOVE AN INVOICE'S OWN AMOUNT. WHAT
      * CANNOT BE PLACED IS LEFT IN WS-REINSTATE FOR THE CALLER.
      *****************************************************************
        BRI-005.
           MOVE CR-ACCOUNT-NUMBER TO CRTR-ACCOUNT-NUMBER.
           MOVE 0                 TO CRTR-TRANS-NUMBER.
           START CRTRANS-FILE KEY NOT < CRTR-KEY
               INVALID KEY
             GO TO BRI-EXIT.
        BRI-010.
           IF WS-REINSTATE NOT > 0
              GO TO BRI-EXIT.
           READ CRTRANS-FILE NEXT
               AT END
             GO TO BRI-EXIT.
           IF CRTR-ACCOUNT-NUMBER NOT = CR-ACCOUNT-NUMBER
              GO TO BRI-EXIT.
           IF CRTR-PAYMENT
              OR CRTR-REFERENCE NOT = WS-REF
              OR CRTR-OUTSTANDING NOT < CRTR-AMOUNT
              GO TO BRI-010.
           COMPUTE WS-SETTLED = CRTR-AMOUNT - CRTR-OUTSTANDING.
           IF WS-SETTLED > WS-REINSTATE
              MOVE WS-REINSTATE TO WS-SETTLED.
           ADD WS-SETTLED TO CRTR-OUTSTANDING.
           REWRITE CRTRANS-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR CREDITOR TRANSACTION."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO BRI-EXIT.
           SUBTRACT WS-SETTLED FROM WS-REINSTATE.
           GO TO BRI-010.
        BRI-EXIT.
           EXIT.
      *
        B-CR-JOURNAL SECTION.
        BCJ-005.
           MOVE WS-NEXT-REF    TO GLJRN-REFERENCE.
           MOVE WS-TODAY-DATE  TO GLJRN-DATE.
           MOVE SPACES         TO GLJRN-DESCRIPTION.
           STRING "EFT RETURNED CREDITOR " DELIMITED BY SIZE
                  CR-ACCOUNT-NUMBER DELIMITED BY SIZE
                  INTO GLJRN-DESCRIPTION.
           PERFORM D-WRITE-JOURNAL.
        BCJ-EXIT.
           EXIT.
      *
        B-SALARY SECTION.
      *****************************************************************
      * A RETURNED SALARY IS NOT RE-PAID HERE: THE EMPLOYEE'S PAY
      * HISTORY FOR THAT PAY DATE IS MARKED RETURNED SO PAYROLL CAN
      * PAY IT AGAIN ONCE THE BANK DETAILS ARE PUT RIGHT, AND THE
      * CASH COMES BACK INTO THE BANK AGAINST UNPAID SALARIES.
      *****************************************************************
        BS-005.
           MOVE 0 TO WS-EMP.
           IF WS-CSV-BENEF NOT = " "
              MOVE FUNCTION NUMVAL(WS-CSV-BENEF) TO WS-EMP
           ELSE
              PERFORM B-FIND-STAFF.
           MOVE WS-EMP TO STAFF-EMPLOYEE-NUMBER.
           READ STAFF-FILE
               INVALID KEY
             DISPLAY "NO SUCH EMPLOYEE: " WS-CSV-BENEF " "
                WS-CSV-BANKACC
             PERFORM B-EXCEPTION
             GO TO BS-EXIT.
           MOVE WS-EMP      TO PH-EMPLOYEE-NUMBER.
           MOVE WS-PAY-DATE TO PH-PAY-DATE.
           MOVE 0           TO PH-LINE.
           READ PAYHIST-FILE
               INVALID KEY
             DISPLAY "NO PAY HISTORY FOR: " WS-EMP " " WS-PAY-DATE
             PERFORM B-EXCEPTION
             GO TO BS-EXIT.
           IF PH-EFT-RETURNED
              DISPLAY "SALARY ALREADY RETURNED: " WS-EMP " "
                 WS-PAY-DATE
              PERFORM B-EXCEPTION
              GO TO BS-EXIT.
           MOVE PH-BANK-ACCOUNT TO WS-RET-BANK.
           IF WS-RET-BANK = LOW-VALUES
              MOVE SPACES TO WS-RET-BANK.
           PERFORM B-RETURN-BANK.
           IF WS-BA-BAD
              DISPLAY "BANK ACCOUNT " WS-RET-BANK " NOT USABLE: "
                 WS-EMP " " WS-PAY-DATE
              PERFORM B-EXCEPTION
              GO TO BS-EXIT.
           MOVE "R"           TO PH-EFT-STATUS.
           MOVE WS-TODAY-DATE TO PH-EFT-RETURN-DATE.
           REWRITE PAYHIST-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR PAY HISTORY." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO BS-EXIT.
           MOVE SPACES TO GLJRN-REC.
           MOVE WS-RET-BANK-ACC TO GLJRN-ACCOUNT.
           MOVE WS-AMOUNT       TO GLJRN-BAL.
           PERFORM B-SAL-JOURNAL.
           MOVE WS-SALUNPAID-ACC TO GLJRN-ACCOUNT.
           SUBTRACT WS-AMOUNT FROM 0 GIVING GLJRN-BAL.
           PERFORM B-SAL-JOURNAL.
           ADD 1 TO WS-SAL-COUNT.
           ADD WS-AMOUNT TO WS-SAL-TOTAL.
           MOVE SPACES             TO WS-DETAIL-LINE.
           MOVE "SALARY"           TO WS-DL-TYPE.
           MOVE WS-EMP             TO WS-DL-BENEF.
           MOVE SPACES             TO WS-DL-NAME.
           STRING STAFF-SURNAME DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  STAFF-FIRSTNAME DELIMITED BY "  "
                  INTO WS-DL-NAME.
           MOVE STAFF-BANK-ACCOUNT TO WS-DL-BANKACC.
           MOVE WS-PAY-DATE        TO WS-DL-PAY-DATE.
           MOVE WS-AMOUNT          TO WS-DL-AMOUNT.
           MOVE PH-NET             TO WS-DL-LEDGER.
           MOVE WS-CSV-REASON      TO WS-DL-REASON.
           MOVE WS-DETAIL-LINE     TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        BS-EXIT.
           EXIT.
      *
        B-FIND-STAFF SECTION.
        BFS-005.
           IF WS-CSV-BANKACC = " "
              GO TO BFS-EXIT.
           MOVE 0 TO STAFF-EMPLOYEE-NUMBER.
           START STAFF-FILE KEY NOT < STAFF-KEY
               INVALID KEY
             GO TO BFS-EXIT.
        BFS-010.
           READ STAFF-FILE NEXT
               AT END
             GO TO BFS-EXIT.
           IF STAFF-BANK-ACCOUNT NOT = WS-CSV-BANKACC (1:11)
              GO TO BFS-010.
           MOVE STAFF-EMPLOYEE-NUMBER TO WS-EMP.
        BFS-EXIT.
           EXIT.
      *
        B-SAL-JOURNAL SECTION.
        BSJ-005.
           MOVE WS-NEXT-REF    TO GLJRN-REFERENCE.
           MOVE WS-TODAY-DATE  TO GLJRN-DATE.
           MOVE SPACES         TO GLJRN-DESCRIPTION.
           STRING "EFT RETURNED SALARY " DELIMITED BY SIZE
                  WS-EMP DELIMITED BY SIZE
                  INTO GLJRN-DESCRIPTION.
           PERFORM D-WRITE-JOURNAL.
        BSJ-EXIT.
           EXIT.
      *
        B-EXCEPTION SECTION.
        BE-005.
           ADD 1 TO WS-EXCP-COUNT.
           MOVE CSV-RECORD TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           DISPLAY "TO EXCEPTIONS: " CSV-RECORD (1:60).
        BE-EXIT.
           EXIT.
      *
        C-TOTALS SECTION.
        CT-005.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-CR-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "CREDITOR PAYMENTS RETURNED: " DELIMITED BY SIZE
                  WS-CR-COUNT DELIMITED BY SIZE
                  "  VALUE " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-SAL-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "SALARIES RETURNED:          " DELIMITED BY SIZE
                  WS-SAL-COUNT DELIMITED BY SIZE
                  "  VALUE " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-SAL-COUNT NOT = 0
              MOVE SPACES TO REPORT-TEXT-LINE
              STRING "SALARIES ABOVE ARE MARKED RETURNED ON PAY HISTORY"
                        DELIMITED BY SIZE
                     ", RE-PAY ONCE THE BANK DETAILS ARE CORRECTED."
                        DELIMITED BY SIZE
                     INTO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           IF WS-EXCP-COUNT NOT = 0
              MOVE SPACES TO REPORT-TEXT-LINE
              STRING "LINES NOT PROCESSED, SEE EftRejectCsvExcp: "
                        DELIMITED BY SIZE
                     WS-EXCP-COUNT DELIMITED BY SIZE
                     INTO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           IF WS-RUN-FAILED
              MOVE "*** IMPORT STOPPED ON A FILE ERROR ***"
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           CLOSE REPORT-TEXT-FILE.
        CT-EXIT.
           EXIT.
      *
        D-NEXT-TRANS SECTION.
        DNT-005.
           MOVE 1 TO WS-NEXT-TRANS.
           MOVE CR-ACCOUNT-NUMBER TO CRTR-ACCOUNT-NUMBER.
           MOVE 999999            TO CRTR-TRANS-NUMBER.
           START CRTRANS-FILE KEY NOT > CRTR-KEY
               INVALID KEY
             GO TO DNT-EXIT.
           READ CRTRANS-FILE PREVIOUS
               AT END
             GO TO DNT-EXIT.
           IF CRTR-ACCOUNT-NUMBER = CR-ACCOUNT-NUMBER
              ADD 1 CRTR-TRANS-NUMBER GIVING WS-NEXT-TRANS.
        DNT-EXIT.
           EXIT.
      *
        D-WRITE-JOURNAL SECTION.
        DWJ-005.
           MOVE " " TO GLJRN-REVERSE-FLAG
                       GLJRN-RECON-FLAG.
           MOVE "EFTREJXX" TO GLJRN-SOURCE.
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
        E-PIPELINE SECTION.
      *****************************************************************
      * HAND THE REPORT TEXT TO THE SHARED PDF PIPELINE TOOLS: TEXT
      * TO PDF, ARCHIVE A COPY, THEN DELIVER TO THE PRINTER.
      *****************************************************************
        EP-005.
           ACCEPT WS-PRINTER FROM ENVIRONMENT "PP-PRINTER".
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "./text2pdf /ctools/spl/EftReject.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/EftReject.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/EftReject.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "EFTREJ.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/EftReject.pdf" DELIMITED BY SIZE
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
           CLOSE REJECT-CSV
                 CREDITOR-MASTER
                 CRTRANS-FILE
                 PAYHIST-FILE
                 STAFF-FILE
                 GLJRN-FILE
                 REJECT-EXCEPTIONS.
           IF NOT WS-BA-OFF
              CLOSE BANK-ACCOUNT-FILE.
           DISPLAY "RECORDS READ:             " WS-READ-COUNT.
           DISPLAY "CREDITOR PAYMENTS RETURNED: " WS-CR-COUNT.
           DISPLAY "SALARIES RETURNED:        " WS-SAL-COUNT.
           DISPLAY "RECORDS TO EXCEPTIONS:    " WS-EXCP-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        F-EXIT.
           EXIT.
      *
        COPY "PostAccLookup".
        COPY "BankAccLookup".
        COPY "ErrorMessage".
      * END-OF-JOB.
