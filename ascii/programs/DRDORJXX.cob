        IDENTIFICATION DIVISION.
        PROGRAM-ID. DRDORJXX.
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
           SELECT RETURN-CSV ASSIGN TO "DrDebitReturnCsv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT RETURN-EXCEPTIONS ASSIGN TO "DrDebitReturnCsvExcp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT REPORT-TEXT-FILE ASSIGN TO
               "/ctools/spl/DrDebitReturn.txt"
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
           FD  RETURN-CSV
               LABEL RECORDS ARE STANDARD.
      *    THE BANK'S UNPAID FILE FOR DrDebitOrderFile, SAVED AS
      *    COMMA-SEPARATED TEXT, ONE LINE PER DEBIT ORDER RETURNED:
      *      ACCOUNT,BANK ACCOUNT,AMOUNT,COLLECTION DATE,REASON
      *    ACCOUNT IS THE DEBTOR ACCOUNT THE DEBIT ORDER CARRIED; A
      *    BANK FORMAT THAT DOES NOT ECHO IT BACK LEAVES IT BLANK AND
      *    THE BANK ACCOUNT IS LOOKED UP INSTEAD.
           01  CSV-RECORD           PIC X(120).
           FD  RETURN-EXCEPTIONS
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
           77  WS-STOP          PIC X VALUE " ".
           77  WS-NEXT-REF      PIC 9(08) VALUE 0.
           77  WS-NEXT-TRANS    PIC 9(06) VALUE 0.
           77  WS-RECEIPT-TRANS PIC 9(06) VALUE 0.
           77  WS-BANK-ACC      PIC X(06) VALUE " ".
           77  WS-CONTROL-ACC   PIC X(06) VALUE " ".
           77  WS-ACC           PIC 9(07) VALUE 0.
           77  WS-AMOUNT        PIC S9(07)V99 VALUE 0.
           77  WS-COLL-DATE     PIC 9(08) VALUE 0.
           77  WS-UNPLACED      PIC S9(07)V99 VALUE 0.
           77  WS-REINSTATE     PIC S9(07)V99 VALUE 0.
           77  WS-READ-COUNT    PIC 9(06) VALUE 0.
           77  WS-RET-COUNT     PIC 9(06) VALUE 0.
           77  WS-STOP-COUNT    PIC 9(06) VALUE 0.
           77  WS-EXCP-COUNT    PIC 9(06) VALUE 0.
           77  WS-RET-TOTAL     PIC S9(09)V99 VALUE 0.
           77  WS-TOTAL-EDIT    PIC ZZZ,ZZZ,ZZ9.99-.
           77  WS-FOUND-SW      PIC X VALUE "N".
               88  WS-FOUND           VALUE "Y".
           77  WS-RUN-FAIL-SW   PIC X VALUE "N".
               88  WS-RUN-FAILED      VALUE "Y".
           01  WS-CSV-FIELDS.
               03  WS-CSV-ACCOUNT   PIC X(20).
               03  WS-CSV-BANKACC   PIC X(20).
               03  WS-CSV-AMOUNT    PIC X(20).
               03  WS-CSV-DATE      PIC X(20).
               03  WS-CSV-REASON    PIC X(30).
           01  WS-DETAIL-LINE.
               03  WS-DL-ACCOUNT    PIC 9(07).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NAME       PIC X(30).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-BANKACC    PIC X(11).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-COLL-DATE  PIC 9999/99/99.
               03  WS-DL-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-STOPPED    PIC X(08).
               03  WS-DL-REASON     PIC X(30).
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(09) VALUE "ACCOUNT".
               03  FILLER           PIC X(31) VALUE "NAME".
               03  FILLER           PIC X(12) VALUE "BANK ACC".
               03  FILLER           PIC X(10) VALUE "COLLECTED".
               03  FILLER           PIC X(16) VALUE "      RETURNED".
               03  FILLER           PIC X(08) VALUE "SUPPLY".
               03  FILLER           PIC X(30) VALUE "REASON".
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
           01  WS-CSV-STATUS.
               03  WS-CSV-ST1       PIC 99.
           01  WS-EXCP-STATUS.
               03  WS-EXCP-ST1      PIC 99.
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
           PERFORM A-ACCEPT.
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
        A-ACCEPT SECTION.
      *****************************************************************
      * WHETHER A RETURNED DEBIT ORDER ALSO STOPS SUPPLY TO THE
      * ACCOUNT: S STOPS, N LEAVES SUPPLY AS IT IS. A SCHEDULED RUN
      * PASSES THE CHOICE AS THE DIRECTION; OTHERWISE IT IS ASKED.
      *****************************************************************
        A-001.
           IF LK-DIRECTION = "S" OR LK-DIRECTION = "N"
              MOVE LK-DIRECTION TO WS-STOP
              GO TO A-AC-EXIT.
           MOVE 0810 TO W-POS.
           DISPLAY "** RETURNED DEBIT ORDER IMPORT **" AT W-POS.
           MOVE 1010 TO W-POS.
           DISPLAY "STOP SUPPLY ON RETURNED ACCOUNTS, S=STOP N=NO: [ ]"
              AT W-POS.
           MOVE 1058 TO W-POS.
           ACCEPT WS-STOP AT W-POS.
           IF WS-STOP NOT = "S" AND NOT = "N"
              GO TO A-001.
        A-AC-EXIT.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** RETURNED DEBIT ORDER IMPORT **".
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
           MOVE "DRCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CONTROL-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "POSTING ACCOUNT MISSING, IMPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
      *    THE REVERSALS POST TODAY, SO TODAY'S ACCOUNTING PERIOD
      *    MUST STILL BE OPEN.
           OPEN INPUT GL-PERIOD-FILE.
           IF WS-PERIOD-ST1 NOT = 0
              MOVE "NO ACCOUNTING PERIOD FILE, IMPORT ABANDONED."
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
              MOVE "PERIOD NOT OPEN FOR POSTING, IMPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT RETURN-CSV.
           IF WS-CSV-ST1 NOT = 0
              MOVE "NO RETURNED DEBIT ORDER FILE, IMPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN I-O DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "CANNOT OPEN DEBTOR MASTER, IMPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE RETURN-CSV
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
           OPEN EXTEND RETURN-EXCEPTIONS.
           IF WS-EXCP-ST1 = 35
              OPEN OUTPUT RETURN-EXCEPTIONS.
           PERFORM A-NEXT-REFERENCE.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "DEBIT ORDERS RETURNED BY THE BANK, LOADED "
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
           READ RETURN-CSV
               AT END
             GO TO BL-EXIT.
           IF CSV-RECORD = " "
              GO TO BL-005.
           ADD 1 TO WS-READ-COUNT.
           INSPECT CSV-RECORD REPLACING ALL QUOTE BY SPACE.
           MOVE SPACES TO WS-CSV-FIELDS.
           UNSTRING CSV-RECORD DELIMITED BY ","
               INTO WS-CSV-ACCOUNT
                    WS-CSV-BANKACC
                    WS-CSV-AMOUNT
                    WS-CSV-DATE
                    WS-CSV-REASON.
           MOVE FUNCTION TRIM(WS-CSV-ACCOUNT) TO WS-CSV-ACCOUNT.
           MOVE FUNCTION TRIM(WS-CSV-BANKACC) TO WS-CSV-BANKACC.
           MOVE FUNCTION TRIM(WS-CSV-AMOUNT)  TO WS-CSV-AMOUNT.
           MOVE FUNCTION TRIM(WS-CSV-DATE)    TO WS-CSV-DATE.
           MOVE FUNCTION TRIM(WS-CSV-REASON)  TO WS-CSV-REASON.
           MOVE FUNCTION NUMVAL(WS-CSV-AMOUNT) TO WS-AMOUNT.
           MOVE FUNCTION NUMVAL(WS-CSV-DATE)   TO WS-COLL-DATE.
           IF WS-AMOUNT NOT > 0
              OR WS-COLL-DATE (5:2) < "01" OR > "12"
              OR WS-COLL-DATE (7:2) < "01" OR > "31"
              DISPLAY "BAD AMOUNT OR DATE: " CSV-RECORD (1:50)
              PERFORM B-EXCEPTION
              GO TO BL-005.
           PERFORM B-FIND-DEBTOR.
           IF NOT WS-FOUND
              DISPLAY "NO SUCH DEBTOR: " WS-CSV-ACCOUNT " "
                 WS-CSV-BANKACC
              PERFORM B-EXCEPTION
              GO TO BL-005.
           PERFORM B-FIND-COLLECTION.
           IF NOT WS-FOUND
              DISPLAY "NO UNRETURNED COLLECTION OF THAT AMOUNT: "
                 WS-ACC " " WS-COLL-DATE
              PERFORM B-EXCEPTION
              GO TO BL-005.
           PERFORM D-RETURN.
           IF WS-RUN-FAILED
              GO TO BL-EXIT.
           GO TO BL-005.
        BL-EXIT.
           EXIT.
      *
        B-FIND-DEBTOR SECTION.
        BFD-005.
           MOVE "N" TO WS-FOUND-SW.
           IF WS-CSV-ACCOUNT = " "
              GO TO BFD-010.
           MOVE FUNCTION NUMVAL(WS-CSV-ACCOUNT) TO WS-ACC.
           MOVE WS-ACC TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             GO TO BFD-EXIT.
           MOVE "Y" TO WS-FOUND-SW.
           GO TO BFD-EXIT.
        BFD-010.
           IF WS-CSV-BANKACC = " "
              GO TO BFD-EXIT.
           MOVE 0 TO DEBTOR-ACCOUNT-NUMBER.
           START DEBTOR-MASTER KEY NOT < DEBTOR-KEY
               INVALID KEY
             GO TO BFD-EXIT.
        BFD-020.
           READ DEBTOR-MASTER NEXT
               AT END
             GO TO BFD-EXIT.
           IF DEBTOR-BANK-ACCOUNT NOT = WS-CSV-BANKACC (1:11)
              GO TO BFD-020.
           MOVE DEBTOR-ACCOUNT-NUMBER TO WS-ACC.
           MOVE "Y" TO WS-FOUND-SW.
      *    RE-READ BY KEY SO THE RECORD CAN BE REWRITTEN.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE "N" TO WS-FOUND-SW.
        BFD-EXIT.
           EXIT.
      *
        B-FIND-COLLECTION SECTION.
      *****************************************************************
      * THE COLLECTION THE BANK RETURNED: THE ACCOUNT'S UNRETURNED
      * DEBIT ORDER ON THE COLLECTION DATE FOR THE SAME AMOUNT.
      *****************************************************************
        BFC-005.
           MOVE "N"    TO WS-FOUND-SW.
           MOVE WS-ACC TO DCL-ACCOUNT-NUMBER.
           MOVE 0      TO DCL-RECEIPT-TRANS
                          DCL-ITEM-TRANS.
           START DRCOLL-FILE KEY NOT < DCL-KEY
               INVALID KEY
             GO TO BFC-EXIT.
        BFC-010.
           READ DRCOLL-FILE NEXT
               AT END
             GO TO BFC-EXIT.
           IF DCL-ACCOUNT-NUMBER NOT = WS-ACC
              GO TO BFC-EXIT.
           IF NOT DCL-HEADER
              OR NOT DCL-COLLECTED
              OR DCL-DATE NOT = WS-COLL-DATE
              OR DCL-AMOUNT NOT = WS-AMOUNT
              GO TO BFC-010.
           MOVE DCL-RECEIPT-TRANS TO WS-RECEIPT-TRANS.
           MOVE "Y" TO WS-FOUND-SW.
        BFC-EXIT.
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
        D-RETURN SECTION.
      *****************************************************************
      * UNDO THE COLLECTION: EACH OPEN ITEM IT SETTLED GETS ITS SHARE
      * BACK ON OUTSTANDING, A RETURNED DEBIT ORDER ROW PUTS THE CASH
      * BACK ON THE ACCOUNT, THE MASTER BALANCE GOES UP AND THE BANK
      * AND CONTROL LEGS ARE REVERSED. ANY SHARE WHOSE ITEM CAN NO
      * LONGER BE FOUND STAYS OPEN ON THE RETURNED ROW ITSELF, SO THE
      * OPEN ITEMS STILL ADD UP TO THE BALANCE.
      *****************************************************************
        DR-005.
           MOVE 0 TO WS-UNPLACED.
      *    MARK THE COLLECTION RETURNED FIRST, SO A FAILURE PART WAY
      *    CANNOT LEAVE IT OPEN TO BE RETURNED A SECOND TIME.
           MOVE "R"           TO DCL-STATUS.
           MOVE WS-TODAY-DATE TO DCL-RETURN-DATE.
           REWRITE DRCOLL-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR COLLECTION RECORD." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO DR-EXIT.
        DR-010.
           READ DRCOLL-FILE NEXT
               AT END
             GO TO DR-020.
           IF DCL-ACCOUNT-NUMBER NOT = WS-ACC
              OR DCL-RECEIPT-TRANS NOT = WS-RECEIPT-TRANS
              GO TO DR-020.
           MOVE DCL-AMOUNT TO WS-REINSTATE.
           MOVE WS-ACC         TO DRTR-ACCOUNT-NUMBER.
           MOVE DCL-ITEM-TRANS TO DRTR-TRANS-NUMBER.
           READ DRTRANS-FILE
               INVALID KEY
             ADD WS-REINSTATE TO WS-UNPLACED
             GO TO DR-015.
           ADD WS-REINSTATE TO DRTR-OUTSTANDING.
           REWRITE DRTRANS-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR DEBTOR TRANSACTION."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO DR-EXIT.
        DR-015.
           MOVE "R"           TO DCL-STATUS.
           MOVE WS-TODAY-DATE TO DCL-RETURN-DATE.
           REWRITE DRCOLL-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR COLLECTION RECORD." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO DR-EXIT.
           GO TO DR-010.
        DR-020.
           PERFORM D-NEXT-TRANS.
           MOVE SPACES        TO DRTRANS-RECORD.
           MOVE WS-ACC        TO DRTR-ACCOUNT-NUMBER.
           MOVE WS-NEXT-TRANS TO DRTR-TRANS-NUMBER.
           MOVE "D"           TO DRTR-TYPE.
           MOVE WS-TODAY-DATE TO DRTR-DATE.
           MOVE "DO RETURN"   TO DRTR-REFERENCE.
           MOVE WS-AMOUNT     TO DRTR-AMOUNT.
           MOVE WS-UNPLACED   TO DRTR-OUTSTANDING.
           MOVE 0             TO DRTR-INVOICE-TRANS.
           WRITE DRTRANS-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR DEBTOR TRANSACTION."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO DR-EXIT.
           ADD WS-AMOUNT TO DEBTOR-BALANCE.
           MOVE "OPEN" TO WS-DL-STOPPED.
           IF WS-STOP = "S"
              MOVE "S" TO DEBTOR-STOP-SUPPLY
              MOVE "STOPPED" TO WS-DL-STOPPED
              ADD 1 TO WS-STOP-COUNT.
           REWRITE DEBTOR-MASTER-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR DEBTOR MASTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO DR-EXIT.
           MOVE SPACES      TO GLJRN-REC.
           MOVE WS-BANK-ACC TO GLJRN-ACCOUNT.
           SUBTRACT WS-AMOUNT FROM 0 GIVING GLJRN-BAL.
           PERFORM D-WRITE-JOURNAL.
           IF WS-RUN-FAILED
              GO TO DR-EXIT.
           MOVE SPACES         TO GLJRN-REC.
           MOVE WS-CONTROL-ACC TO GLJRN-ACCOUNT.
           MOVE WS-AMOUNT      TO GLJRN-BAL.
           PERFORM D-WRITE-JOURNAL.
           ADD 1 TO WS-RET-COUNT.
           ADD WS-AMOUNT TO WS-RET-TOTAL.
           MOVE WS-ACC              TO WS-DL-ACCOUNT.
           MOVE DEBTOR-NAME         TO WS-DL-NAME.
           MOVE DEBTOR-BANK-ACCOUNT TO WS-DL-BANKACC.
           MOVE WS-COLL-DATE        TO WS-DL-COLL-DATE.
           MOVE WS-AMOUNT           TO WS-DL-AMOUNT.
           MOVE WS-CSV-REASON       TO WS-DL-REASON.
           MOVE WS-DETAIL-LINE      TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-UNPLACED NOT = 0
              MOVE SPACES TO REPORT-TEXT-LINE
              MOVE WS-UNPLACED TO WS-TOTAL-EDIT
              STRING "         ITEM NOT FOUND FOR " DELIMITED BY SIZE
                     WS-TOTAL-EDIT DELIMITED BY SIZE
                     ", LEFT OPEN ON THE DO RETURN ROW"
                        DELIMITED BY SIZE
                     INTO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
        DR-EXIT.
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
           STRING "DEBIT ORDER RETURNED " DELIMITED BY SIZE
                  WS-ACC DELIMITED BY SIZE
                  INTO GLJRN-DESCRIPTION.
           MOVE " " TO GLJRN-REVERSE-FLAG
                       GLJRN-RECON-FLAG.
           MOVE "DRDORJXX" TO GLJRN-SOURCE.
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
           MOVE WS-RET-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "DEBIT ORDERS RETURNED: " DELIMITED BY SIZE
                  WS-RET-COUNT DELIMITED BY SIZE
                  "  VALUE " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  "  ACCOUNTS STOPPED: " DELIMITED BY SIZE
                  WS-STOP-COUNT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-EXCP-COUNT NOT = 0
              MOVE SPACES TO REPORT-TEXT-LINE
              STRING "LINES NOT PROCESSED, SEE DrDebitReturnCsvExcp: "
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
        E-PIPELINE SECTION.
      *****************************************************************
      * HAND THE REPORT TEXT TO THE SHARED PDF PIPELINE TOOLS: TEXT
      * TO PDF, ARCHIVE A COPY, THEN DELIVER TO THE PRINTER.
      *****************************************************************
        EP-005.
           ACCEPT WS-PRINTER FROM ENVIRONMENT "PP-PRINTER".
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "./text2pdf /ctools/spl/DrDebitReturn.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/DrDebitReturn.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/DrDebitReturn.pdf " DELIMITED BY SIZE
                  "/ctools/spl/archive/" DELIMITED BY SIZE
                  "DRDORJ.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/DrDebitReturn.pdf" DELIMITED BY SIZE
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
           CLOSE RETURN-CSV
                 DEBTOR-MASTER
                 DRTRANS-FILE
                 DRCOLL-FILE
                 GLJRN-FILE
                 RETURN-EXCEPTIONS.
           MOVE WS-RET-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "RECORDS READ:             " WS-READ-COUNT.
           DISPLAY "DEBIT ORDERS RETURNED:    " WS-RET-COUNT.
           DISPLAY "VALUE RETURNED:           " WS-TOTAL-EDIT.
           DISPLAY "ACCOUNTS STOPPED:         " WS-STOP-COUNT.
           DISPLAY "RECORDS TO EXCEPTIONS:    " WS-EXCP-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        F-EXIT.
           EXIT.
      *
        COPY "PostAccLookup".
        COPY "ErrorMessage".
      * END-OF-JOB.
