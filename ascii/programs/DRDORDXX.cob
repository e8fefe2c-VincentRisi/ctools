        IDENTIFICATION DIVISION.
        PROGRAM-ID. DRDORDXX.
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
         Copy "SelectDrColl".
         Copy "SelectGlPeriod".
           SELECT GLJRN-FILE ASSIGN TO "GlJrn"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLJRN-KEY
               FILE STATUS IS WS-GLJRN-STATUS.
           SELECT REPORT-TEXT-FILE ASSIGN TO
               "/ctools/spl/DrDebitOrder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdDebtor.
           COPY ChlfdDrTrans.
           COPY ChlfdDrColl.
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
           77  WS-EFT-BANK      PIC X(05) VALUE " ".
           77  WS-NEXT-REF      PIC 9(08) VALUE 0.
           77  WS-NEXT-TRANS    PIC 9(06) VALUE 0.
           77  WS-RECEIPT-TRANS PIC 9(06) VALUE 0.
           77  WS-BANK-ACC      PIC X(06) VALUE " ".
           77  WS-CONTROL-ACC   PIC X(06) VALUE " ".
           77  WS-ACC           PIC 9(07) VALUE 0.
           77  WS-OPEN-TOTAL    PIC S9(09)V99 VALUE 0.
           77  WS-AMT           PIC S9(07)V99 VALUE 0.
           77  WS-UNALLOCATED   PIC S9(07)V99 VALUE 0.
           77  WS-ALLOC-PART    PIC S9(07)V99 VALUE 0.
           77  WS-READ-COUNT    PIC 9(06) VALUE 0.
           77  WS-COLL-COUNT    PIC 9(06) VALUE 0.
           77  WS-SKIP-COUNT    PIC 9(06) VALUE 0.
           77  WS-DONE-COUNT    PIC 9(06) VALUE 0.
           77  WS-COLL-TOTAL    PIC S9(09)V99 VALUE 0.
           77  WS-EFT-TOTAL     PIC S9(09)V99 VALUE 0.
           77  WS-TOTAL-EDIT    PIC ZZZ,ZZZ,ZZ9.99-.
           77  WS-DONE-SW       PIC X VALUE "N".
               88  WS-ALREADY-COLLECTED VALUE "Y".
           77  WS-RUN-FAIL-SW   PIC X VALUE "N".
               88  WS-RUN-FAILED      VALUE "Y".
           01  WS-DETAIL-LINE.
               03  WS-DL-ACCOUNT    PIC 9(07).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NAME       PIC X(30).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-BANKACC    PIC X(11).
               03  WS-DL-OPEN       PIC ZZ,ZZZ,ZZ9.99-.
               03  WS-DL-AGREED     PIC ZZ,ZZZ,ZZ9.99-.
               03  WS-DL-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NOTE       PIC X(30).
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(09) VALUE "ACCOUNT".
               03  FILLER           PIC X(31) VALUE "NAME".
               03  FILLER           PIC X(11) VALUE "BANK ACC".
               03  FILLER           PIC X(14) VALUE "      OPEN".
               03  FILLER           PIC X(14) VALUE "    AGREED".
               03  FILLER           PIC X(16) VALUE "   COLLECTED".
               03  FILLER           PIC X(30) VALUE "NOTE".
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-DRTRANS-STATUS.
               03  WS-DRTRANS-ST1   PIC 99.
           01  WS-DCL-STATUS.
               03  WS-DCL-ST1       PIC 99.
           01  WS-PERIOD-STATUS.
               03  WS-PERIOD-ST1    PIC 99.
           01  WS-GLJRN-STATUS.
               03  WS-STAT1         PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
        Copy "WsDateInfo".
           COPY "WsPostAcc".
           COPY ChlfdEftParms.
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
            03  LK-DIRECTION     PIC X.
            03  LK-RETURN-CODE   PIC 9(02).
      *
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-INIT.
           PERFORM B-COLLECT.
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
           DISPLAY "** DEBIT ORDER COLLECTION RUN **".
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USERNAME".
           IF WS-OPERATOR = " "
              MOVE "BATCH" TO WS-OPERATOR.
           ACCEPT WS-EFT-BANK FROM ENVIRONMENT "EFTBANK".
           IF WS-EFT-BANK = " "
              MOVE "BANK1" TO WS-EFT-BANK.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
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
           MOVE "DRCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CONTROL-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "POSTING ACCOUNT MISSING, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
      *    THE COLLECTIONS POST TODAY, SO TODAY'S ACCOUNTING PERIOD
      *    MUST STILL BE OPEN, AS FOR ANY OTHER RECEIPT.
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
           OPEN I-O DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "CANNOT OPEN DEBTOR MASTER, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN I-O DRTRANS-FILE.
           IF WS-DRTRANS-ST1 = 35
              OPEN OUTPUT DRTRANS-FILE
              CLOSE DRTRANS-FILE
              OPEN I-O DRTRANS-FILE.
           OPEN I-O DRCOLL-FILE.
           IF WS-DCL-ST1 = 35
              OPEN OUTPUT DRCOLL-FILE
              CLOSE DRCOLL-FILE
              OPEN I-O DRCOLL-FILE.
           OPEN I-O GLJRN-FILE.
           IF WS-STAT1 = 35
              OPEN OUTPUT GLJRN-FILE
              CLOSE GLJRN-FILE
              OPEN I-O GLJRN-FILE.
           PERFORM A-NEXT-REFERENCE.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "DEBIT ORDER COLLECTIONS " DELIMITED BY SIZE
                  WS-NOW (1:8) DELIMITED BY SIZE
                  " COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  " BANK " DELIMITED BY SIZE
                  WS-EFT-BANK DELIMITED BY SIZE
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
        B-COLLECT SECTION.
      *****************************************************************
      * ONE DEBIT ORDER PER ACCOUNT ON DEBIT ORDER: THE AGREED AMOUNT,
      * OR THE WHOLE OPEN BALANCE WHEN NONE IS AGREED, NEVER MORE
      * THAN THE ACCOUNT OWES. THE RECEIPT POSTS AT ONCE, ALLOCATED
      * OLDEST FIRST; A COLLECTION THE BANK LATER RETURNS IS UNDONE
      * BY THE RETURNED DEBIT ORDER IMPORT. AN ACCOUNT ALREADY
      * COLLECTED THIS MONTH IS LEFT ALONE, SO A RERUN IS HARMLESS.
      *****************************************************************
        BC-000.
      *    THE EFT FILE GOES THROUGH THE SHARED FORMAT DRIVER, WHICH
      *    WRITES THE BANK'S HEADER NOW AND THE TRAILER WITH THE
      *    SEQUENCE AND HASH TOTALS AT CLOSE.
           MOVE "O"                TO EFT-FUNCTION.
           MOVE "DrDebitOrderFile" TO EFT-FILE-NAME.
           MOVE WS-EFT-BANK        TO EFT-BANK-CODE.
           MOVE SPACES             TO EFT-FORMAT.
           MOVE WS-TODAY-DATE      TO EFT-PAY-DATE.
           CALL "EFTFMTXX" USING EFT-PARMS.
           IF EFT-RETURN-CODE NOT = 0
              MOVE "CANNOT OPEN DEBIT ORDER FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE "Y" TO WS-RUN-FAIL-SW
              GO TO BC-EXIT.
           MOVE 0 TO DEBTOR-ACCOUNT-NUMBER.
           START DEBTOR-MASTER KEY NOT < DEBTOR-KEY
               INVALID KEY
             GO TO BC-090.
        BC-005.
           READ DEBTOR-MASTER NEXT
               AT END
             GO TO BC-090.
           IF NOT DEBTOR-ON-DEBIT-ORDER
              GO TO BC-005.
           ADD 1 TO WS-READ-COUNT.
           MOVE DEBTOR-ACCOUNT-NUMBER TO WS-ACC.
           MOVE SPACES                TO WS-DETAIL-LINE.
           MOVE DEBTOR-ACCOUNT-NUMBER TO WS-DL-ACCOUNT.
           MOVE DEBTOR-NAME           TO WS-DL-NAME.
           MOVE DEBTOR-BANK-ACCOUNT   TO WS-DL-BANKACC.
           MOVE DEBTOR-DO-AMOUNT      TO WS-DL-AGREED.
           MOVE 0                     TO WS-DL-OPEN
                                         WS-DL-AMOUNT.
           IF DEBTOR-BANK-ACCOUNT = " "
              ADD 1 TO WS-SKIP-COUNT
              MOVE "NO BANK ACCOUNT, NOT COLLECTED" TO WS-DL-NOTE
              GO TO BC-080.
           PERFORM B-CHECK-COLLECTED.
           IF WS-ALREADY-COLLECTED
              ADD 1 TO WS-DONE-COUNT
              MOVE "ALREADY COLLECTED THIS MONTH" TO WS-DL-NOTE
              GO TO BC-080.
           PERFORM B-OPEN-TOTAL.
           MOVE WS-OPEN-TOTAL TO WS-DL-OPEN.
           IF WS-OPEN-TOTAL NOT > 0
              MOVE "NOTHING OWING" TO WS-DL-NOTE
              GO TO BC-080.
           IF DEBTOR-DO-AMOUNT > 0
                AND DEBTOR-DO-AMOUNT < WS-OPEN-TOTAL
              MOVE DEBTOR-DO-AMOUNT TO WS-AMT
           ELSE
              MOVE WS-OPEN-TOTAL    TO WS-AMT.
      *    RE-READ THE MASTER: THE OPEN-ITEM SCAN LEFT IT UNCHANGED,
      *    BUT THE REWRITE BELOW MUST FOLLOW A READ BY KEY.
           MOVE WS-ACC TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE "CANNOT RE-READ DEBTOR MASTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO BC-090.
           PERFORM D-POST-COLLECTION.
           IF WS-RUN-FAILED
              GO TO BC-090.
      *    THE EFT RECORD GOES OUT LAST, ONLY ONCE THE POSTINGS HAVE
      *    SUCCEEDED, SO THE BANK FILE NEVER DRAWS AN AMOUNT THAT IS
      *    STILL OPEN ON THE LEDGER.
           MOVE "D"                   TO EFT-FUNCTION.
           MOVE DEBTOR-BANK-ACCOUNT   TO EFT-BANK-ACCOUNT.
           MOVE WS-AMT                TO EFT-AMOUNT.
           MOVE WS-TODAY-DATE         TO EFT-PAY-DATE.
           MOVE DEBTOR-ACCOUNT-NUMBER TO EFT-BENEF-ID.
           MOVE DEBTOR-NAME           TO EFT-BENEF-NAME.
           CALL "EFTFMTXX" USING EFT-PARMS.
           IF EFT-RETURN-CODE NOT = 0
              MOVE "INVALID WRITE FOR EFT FILE...." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE "Y" TO WS-RUN-FAIL-SW
              GO TO BC-090.
           ADD WS-AMT TO WS-EFT-TOTAL.
           ADD 1 TO WS-COLL-COUNT.
           ADD WS-AMT TO WS-COLL-TOTAL.
           MOVE WS-AMT TO WS-DL-AMOUNT.
           DISPLAY "COLLECTED: " DEBTOR-ACCOUNT-NUMBER " " DEBTOR-NAME.
        BC-080.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
      *    REPOSITION PAST THE ACCOUNT: THE TRANSACTION AND
      *    COLLECTION FILES WERE READ SINCE THE LAST READ NEXT.
           MOVE WS-ACC TO DEBTOR-ACCOUNT-NUMBER.
           START DEBTOR-MASTER KEY > DEBTOR-KEY
               INVALID KEY
             GO TO BC-090.
           GO TO BC-005.
        BC-090.
           MOVE "C" TO EFT-FUNCTION.
           CALL "EFTFMTXX" USING EFT-PARMS.
           IF EFT-RETURN-CODE NOT = 0
              MOVE "EFT TRAILER WRITE FAILED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE "Y" TO WS-RUN-FAIL-SW.
        BC-EXIT.
           EXIT.
      *
        B-CHECK-COLLECTED SECTION.
        BCC-005.
           MOVE "N"    TO WS-DONE-SW.
           MOVE WS-ACC TO DCL-ACCOUNT-NUMBER.
           MOVE 0      TO DCL-RECEIPT-TRANS
                          DCL-ITEM-TRANS.
           START DRCOLL-FILE KEY NOT < DCL-KEY
               INVALID KEY
             GO TO BCC-EXIT.
        BCC-010.
           READ DRCOLL-FILE NEXT
               AT END
             GO TO BCC-EXIT.
           IF DCL-ACCOUNT-NUMBER NOT = WS-ACC
              GO TO BCC-EXIT.
           IF NOT DCL-HEADER
              OR NOT DCL-COLLECTED
              OR DCL-DATE (1:6) NOT = WS-TODAY-DATE (1:6)
              GO TO BCC-010.
           MOVE "Y" TO WS-DONE-SW.
        BCC-EXIT.
           EXIT.
      *
        B-OPEN-TOTAL SECTION.
      *****************************************************************
      * WHAT THE ACCOUNT OWES ON ITS OPEN ITEMS, NET OF ANY RECEIPT
      * STILL PARKED UNALLOCATED ON THE ACCOUNT.
      *****************************************************************
        BOT-005.
           MOVE 0      TO WS-OPEN-TOTAL.
           MOVE WS-ACC TO DRTR-ACCOUNT-NUMBER.
           MOVE 0      TO DRTR-TRANS-NUMBER.
           START DRTRANS-FILE KEY NOT < DRTR-KEY
               INVALID KEY
             GO TO BOT-EXIT.
        BOT-010.
           READ DRTRANS-FILE NEXT
               AT END
             GO TO BOT-EXIT.
           IF DRTR-ACCOUNT-NUMBER NOT = WS-ACC
              GO TO BOT-EXIT.
           ADD DRTR-OUTSTANDING TO WS-OPEN-TOTAL.
           GO TO BOT-010.
        BOT-EXIT.
           EXIT.
      *
        D-POST-COLLECTION SECTION.
      *****************************************************************
      * POSTS AS THE BANK RECEIPT IMPORT DOES - MASTER BALANCE DOWN,
      * RECEIPT ROW ON, ALLOCATE OLDEST FIRST, BANK/CONTROL JOURNAL
      * PAIR - AND KEEPS A RECORD OF WHAT THE COLLECTION SETTLED.
      *****************************************************************
        DPC-005.
           SUBTRACT WS-AMT FROM DEBTOR-BALANCE.
           REWRITE DEBTOR-MASTER-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR DEBTOR MASTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO DPC-EXIT.
           PERFORM D-NEXT-TRANS.
           MOVE WS-NEXT-TRANS TO WS-RECEIPT-TRANS.
           MOVE SPACES        TO DRTRANS-RECORD.
           MOVE WS-ACC        TO DRTR-ACCOUNT-NUMBER.
           MOVE WS-NEXT-TRANS TO DRTR-TRANS-NUMBER.
           MOVE "R"           TO DRTR-TYPE.
           MOVE WS-TODAY-DATE TO DRTR-DATE.
           MOVE "DEBIT ORD"   TO DRTR-REFERENCE.
           SUBTRACT WS-AMT FROM 0 GIVING DRTR-AMOUNT.
           MOVE 0 TO DRTR-OUTSTANDING.
           MOVE 0             TO DRTR-INVOICE-TRANS.
           WRITE DRTRANS-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR DEBTOR TRANSACTION."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO DPC-EXIT.
           MOVE SPACES              TO DRCOLL-RECORD.
           MOVE WS-ACC              TO DCL-ACCOUNT-NUMBER.
           MOVE WS-RECEIPT-TRANS    TO DCL-RECEIPT-TRANS.
           MOVE 0                   TO DCL-ITEM-TRANS
                                       DCL-RETURN-DATE.
           MOVE WS-TODAY-DATE       TO DCL-DATE.
           MOVE WS-AMT              TO DCL-AMOUNT.
           MOVE DEBTOR-BANK-ACCOUNT TO DCL-BANK-ACCOUNT.
           MOVE " "                 TO DCL-STATUS.
           WRITE DRCOLL-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR COLLECTION RECORD." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO DPC-EXIT.
           PERFORM E-ALLOCATE.
           IF WS-RUN-FAILED
              GO TO DPC-EXIT.
           MOVE SPACES      TO GLJRN-REC.
           MOVE WS-BANK-ACC TO GLJRN-ACCOUNT.
           MOVE WS-AMT      TO GLJRN-BAL.
           PERFORM D-WRITE-JOURNAL.
           IF WS-RUN-FAILED
              GO TO DPC-EXIT.
           MOVE SPACES         TO GLJRN-REC.
           MOVE WS-CONTROL-ACC TO GLJRN-ACCOUNT.
           SUBTRACT WS-AMT FROM 0 GIVING GLJRN-BAL.
           PERFORM D-WRITE-JOURNAL.
        DPC-EXIT.
           EXIT.
      *
      * ALLOCATE THE COLLECTION AGAINST OUTSTANDING INVOICES, OLDEST
      * FIRST, RECORDING EACH AMOUNT SETTLED AGAINST THE COLLECTION.
      * THE AMOUNT NEVER EXCEEDS THE OPEN BALANCE, SO NOTHING IS LEFT
      * TO PARK.
        E-ALLOCATE SECTION.
        EA-005.
           MOVE WS-AMT TO WS-UNALLOCATED.
           MOVE WS-ACC TO DRTR-ACCOUNT-NUMBER.
           MOVE 0      TO DRTR-TRANS-NUMBER.
           START DRTRANS-FILE KEY NOT < DRTR-KEY
               INVALID KEY
             GO TO EA-EXIT.
        EA-010.
           IF WS-UNALLOCATED NOT > 0
              GO TO EA-EXIT.
           READ DRTRANS-FILE NEXT
               AT END
             GO TO EA-EXIT.
           IF DRTR-ACCOUNT-NUMBER NOT = WS-ACC
              GO TO EA-EXIT.
           IF DRTR-TRANS-NUMBER = WS-RECEIPT-TRANS
              GO TO EA-010.
           IF NOT DRTR-INVOICE AND NOT DRTR-FINANCE-CHARGE
              GO TO EA-010.
           IF DRTR-OUTSTANDING NOT > 0
              GO TO EA-010.
           IF DRTR-OUTSTANDING > WS-UNALLOCATED
              MOVE WS-UNALLOCATED TO WS-ALLOC-PART
           ELSE
              MOVE DRTR-OUTSTANDING TO WS-ALLOC-PART.
           SUBTRACT WS-ALLOC-PART FROM DRTR-OUTSTANDING.
           SUBTRACT WS-ALLOC-PART FROM WS-UNALLOCATED.
           REWRITE DRTRANS-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED DURING ALLOCATION." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO EA-EXIT.
           MOVE SPACES            TO DRCOLL-RECORD.
           MOVE WS-ACC            TO DCL-ACCOUNT-NUMBER.
           MOVE WS-RECEIPT-TRANS  TO DCL-RECEIPT-TRANS.
           MOVE DRTR-TRANS-NUMBER TO DCL-ITEM-TRANS.
           MOVE WS-TODAY-DATE     TO DCL-DATE.
           MOVE WS-ALLOC-PART     TO DCL-AMOUNT.
           MOVE 0                 TO DCL-RETURN-DATE.
           MOVE " "               TO DCL-STATUS.
           WRITE DRCOLL-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR COLLECTION RECORD." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO EA-EXIT.
           GO TO EA-010.
        EA-EXIT.
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
        D-WRITE-JOURNAL SECTION.
        DWJ-005.
           MOVE WS-NEXT-REF    TO GLJRN-REFERENCE.
           MOVE WS-TODAY-DATE  TO GLJRN-DATE.
           MOVE SPACES         TO GLJRN-DESCRIPTION.
           STRING "DEBIT ORDER " DELIMITED BY SIZE
                  WS-ACC DELIMITED BY SIZE
                  INTO GLJRN-DESCRIPTION.
           MOVE " " TO GLJRN-REVERSE-FLAG
                       GLJRN-RECON-FLAG.
           MOVE "DRDORDXX" TO GLJRN-SOURCE.
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
           MOVE WS-COLL-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "ACCOUNTS COLLECTED: " DELIMITED BY SIZE
                  WS-COLL-COUNT DELIMITED BY SIZE
                  "  VALUE " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-COLL-TOTAL NOT = WS-EFT-TOTAL
              MOVE "*** POSTED VALUE DISAGREES WITH EFT FILE ***"
                 TO REPORT-TEXT-LINE
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
           STRING "./text2pdf /ctools/spl/DrDebitOrder.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/DrDebitOrder.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/DrDebitOrder.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "DRDORD.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/DrDebitOrder.pdf" DELIMITED BY SIZE
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
           CLOSE DEBTOR-MASTER
                 DRTRANS-FILE
                 DRCOLL-FILE
                 GLJRN-FILE.
           MOVE WS-COLL-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "ACCOUNTS ON DEBIT ORDER:  " WS-READ-COUNT.
           DISPLAY "ACCOUNTS COLLECTED:       " WS-COLL-COUNT.
           DISPLAY "VALUE COLLECTED:          " WS-TOTAL-EDIT.
           IF WS-SKIP-COUNT NOT = 0
              DISPLAY "SKIPPED, NO BANK ACCOUNT: " WS-SKIP-COUNT.
           IF WS-DONE-COUNT NOT = 0
              DISPLAY "ALREADY COLLECTED:        " WS-DONE-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        F-EXIT.
           EXIT.
      *
        COPY "PostAccLookup".
        COPY "ErrorMessage".
      * END-OF-JOB.
