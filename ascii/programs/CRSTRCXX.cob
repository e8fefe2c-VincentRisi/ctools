        IDENTIFICATION DIVISION.
        PROGRAM-ID. CRSTRCXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectCrMaster".
         Copy "SelectCrTrans".
           COPY "SelectCrStmt".
           SELECT REPORT-TEXT-FILE ASSIGN TO
               "/ctools/spl/CrStmtRecon.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdCreditor.
           COPY ChlfdCrTrans.
           COPY ChlfdCrStmt.
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
           77  WS-STMT-COUNT    PIC 9(06) VALUE 0.
           77  WS-AGREE-COUNT   PIC 9(06) VALUE 0.
           77  WS-DIFFER-COUNT  PIC 9(06) VALUE 0.
           77  WS-SKIP-COUNT    PIC 9(06) VALUE 0.
           77  WS-MATCH-COUNT   PIC 9(04) VALUE 0.
           77  WS-SL-COUNT      PIC 9(04) VALUE 0.
           77  WS-SL-IDX        PIC 9(04) VALUE 0.
           77  WS-OI-COUNT      PIC 9(04) VALUE 0.
           77  WS-OI-IDX        PIC 9(04) VALUE 0.
           77  WS-ACC           PIC X(07) VALUE " ".
           77  WS-STMT-DATE     PIC 9(08) VALUE 0.
           77  WS-LINE-DIFF     PIC S9(09)V99 VALUE 0.
           77  WS-PASS          PIC 9(01) VALUE 0.
           77  WS-FULL-SW       PIC X VALUE "N".
               88  WS-TABLE-FULL      VALUE "Y".
      *****************************************************************
      * THE STATEMENT BEING RECONCILED: ITS LINES AS THE SUPPLIER
      * SHOWS THEM, AND OUR OPEN ITEMS THE SUPPLIER DOES NOT SHOW.
      *****************************************************************
           01  WS-STMT-TABLE.
               03  WS-SL-ENTRY OCCURS 999 TIMES.
                   05  WS-SL-LINE       PIC 9(04).
                   05  WS-SL-DATE       PIC 9(08).
                   05  WS-SL-REF        PIC X(10).
                   05  WS-SL-AMOUNT     PIC S9(07)V99.
                   05  WS-SL-MATCH      PIC X(01).
                   05  WS-SL-TRANS      PIC 9(06).
                   05  WS-SL-OURS       PIC S9(07)V99.
                   05  WS-SL-ORIGINAL   PIC S9(07)V99.
                   05  WS-SL-TYPE       PIC X(01).
           01  WS-OPEN-TABLE.
               03  WS-OI-ENTRY OCCURS 999 TIMES.
                   05  WS-OI-TRANS      PIC 9(06).
                   05  WS-OI-DATE       PIC 9(08).
                   05  WS-OI-REF        PIC X(10).
                   05  WS-OI-AMOUNT     PIC S9(07)V99.
           01  WS-HEADER-SAVE       PIC X(130).
           01  WS-CREDITOR-STATUS.
               03  WS-CREDITOR-ST1  PIC 99.
           01  WS-CRTRANS-STATUS.
               03  WS-CRTRANS-ST1   PIC 99.
           01  WS-CRSTMT-STATUS.
               03  WS-CRSTMT-ST1    PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           01  WS-DETAIL-LINE.
               03  FILLER           PIC X(04) VALUE " ".
               03  WS-DL-DATE       PIC 9999/99/99.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-REF        PIC X(10).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-TRANS      PIC Z(05)9.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-THEIRS     PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-OURS       PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-DIFF       PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NOTE       PIC X(24).
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(16) VALUE "    DATE".
               03  FILLER           PIC X(12) VALUE "REFERENCE".
               03  FILLER           PIC X(08) VALUE " TRANS".
               03  FILLER           PIC X(19)
                                    VALUE "    SUPPLIER SHOWS".
               03  FILLER           PIC X(19)
                                    VALUE "      OUR ITEM".
               03  FILLER           PIC X(19)
                                    VALUE "        DIFFERENCE".
           01  WS-TOTAL-LINE.
               03  FILLER           PIC X(04) VALUE " ".
               03  WS-TL-TEXT       PIC X(38).
               03  WS-TL-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-TL-NOTE       PIC X(30).
        Copy "WsDateInfo".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
            03  LK-DIRECTION     PIC X.
            03  LK-RETURN-CODE   PIC 9(02).
      *
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-INIT.
           PERFORM B-STATEMENTS.
           PERFORM E-PIPELINE.
           PERFORM F-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** SUPPLIER STATEMENT RECONCILIATION **".
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USERNAME".
           IF WS-OPERATOR = " "
              MOVE "BATCH" TO WS-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           OPEN I-O CRSTMT-FILE.
           IF WS-CRSTMT-ST1 NOT = 0
              MOVE "NO SUPPLIER STATEMENT FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT CREDITOR-MASTER.
           IF WS-CREDITOR-ST1 NOT = 0
              MOVE "CANNOT OPEN CREDITOR MASTER, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE CRSTMT-FILE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT CRTRANS-FILE.
           IF WS-CRTRANS-ST1 NOT = 0
              MOVE "NO CREDITOR TRANSACTION FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE CRSTMT-FILE
                    CREDITOR-MASTER
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "SUPPLIER STATEMENT RECONCILIATION AS AT "
                     DELIMITED BY SIZE
                  WS-NOW (1:8) DELIMITED BY SIZE
                  " COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        A-EXIT.
           EXIT.
      *
        B-STATEMENTS SECTION.
      *****************************************************************
      * EVERY STATEMENT STILL OPEN IS RECONCILED; ONE ALREADY
      * RECONCILED IS LEFT AS IT WAS UNLESS IT HAS BEEN AMENDED OR
      * RELOADED SINCE, WHICH REOPENS IT.
      *****************************************************************
        BS-005.
           MOVE LOW-VALUES TO CRST-KEY.
           START CRSTMT-FILE KEY NOT < CRST-KEY
               INVALID KEY
             GO TO BS-090.
        BS-010.
           READ CRSTMT-FILE NEXT
               AT END
             GO TO BS-090.
           IF NOT CRST-HEADER
              GO TO BS-010.
           IF CRST-RECONCILED
              GO TO BS-010.
           MOVE CRSTMT-RECORD       TO WS-HEADER-SAVE.
           MOVE CRST-ACCOUNT-NUMBER TO WS-ACC.
           MOVE CRST-STMT-DATE      TO WS-STMT-DATE.
           PERFORM C-RECONCILE.
      *    PICK THE FILE UP AGAIN PAST THIS STATEMENT'S LINES.
           MOVE WS-ACC       TO CRST-ACCOUNT-NUMBER.
           MOVE WS-STMT-DATE TO CRST-STMT-DATE.
           MOVE 9999         TO CRST-LINE.
           START CRSTMT-FILE KEY > CRST-KEY
               INVALID KEY
             GO TO BS-090.
           GO TO BS-010.
        BS-090.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "STATEMENTS RECONCILED: " DELIMITED BY SIZE
                  WS-STMT-COUNT DELIMITED BY SIZE
                  "   AGREE: " DELIMITED BY SIZE
                  WS-AGREE-COUNT DELIMITED BY SIZE
                  "   DIFFER: " DELIMITED BY SIZE
                  WS-DIFFER-COUNT DELIMITED BY SIZE
                  "   NOT DONE: " DELIMITED BY SIZE
                  WS-SKIP-COUNT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        BS-EXIT.
           EXIT.
      *
        C-RECONCILE SECTION.
        CR-005.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-ACC TO CR-ACCOUNT-NUMBER.
           READ CREDITOR-MASTER
               INVALID KEY
             MOVE "CREDITOR NOT ON FILE" TO CR-NAME
             MOVE 0 TO CR-BALANCE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "CREDITOR " DELIMITED BY SIZE
                  WS-ACC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CR-NAME DELIMITED BY SIZE
                  " STATEMENT DATE " DELIMITED BY SIZE
                  WS-STMT-DATE DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           PERFORM C-LOAD-LINES.
           IF WS-TABLE-FULL
              MOVE "    MORE THAN 999 LINES, STATEMENT NOT RECONCILED."
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE
              ADD 1 TO WS-SKIP-COUNT
              GO TO CR-EXIT.
           MOVE 0 TO WS-OI-COUNT
                     WS-MATCH-COUNT.
      *    FIRST PASS TAKES ONLY REFERENCE AND AMOUNT BOTH AGREEING, SO
      *    A LOOSER MATCH IN THE SECOND PASS CANNOT STEAL A LINE THAT
      *    ANOTHER ITEM MATCHES EXACTLY.
           MOVE 1 TO WS-PASS.
           PERFORM C-SCAN-LEDGER.
           IF WS-TABLE-FULL
              GO TO CR-010.
           MOVE 2 TO WS-PASS.
           PERFORM C-SCAN-LEDGER.
        CR-010.
           IF WS-TABLE-FULL
              MOVE "    MORE THAN 999 OPEN ITEMS, STATEMENT NOT DONE."
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE
              ADD 1 TO WS-SKIP-COUNT
              GO TO CR-EXIT.
           PERFORM D-REPORT.
           PERFORM D-UPDATE.
           ADD 1 TO WS-STMT-COUNT.
        CR-EXIT.
           EXIT.
      *
        C-LOAD-LINES SECTION.
        CLL-005.
           MOVE "N" TO WS-FULL-SW.
           MOVE 0   TO WS-SL-COUNT.
           MOVE WS-ACC       TO CRST-ACCOUNT-NUMBER.
           MOVE WS-STMT-DATE TO CRST-STMT-DATE.
           MOVE 1            TO CRST-LINE.
           START CRSTMT-FILE KEY NOT < CRST-KEY
               INVALID KEY
             GO TO CLL-EXIT.
        CLL-010.
           READ CRSTMT-FILE NEXT
               AT END
             GO TO CLL-EXIT.
           IF CRST-ACCOUNT-NUMBER NOT = WS-ACC
              OR CRST-STMT-DATE NOT = WS-STMT-DATE
              GO TO CLL-EXIT.
           IF WS-SL-COUNT = 999
              MOVE "Y" TO WS-FULL-SW
              GO TO CLL-EXIT.
           ADD 1 TO WS-SL-COUNT.
           MOVE CRST-LINE      TO WS-SL-LINE (WS-SL-COUNT).
           MOVE CRST-DOC-DATE  TO WS-SL-DATE (WS-SL-COUNT).
           MOVE CRST-REFERENCE TO WS-SL-REF (WS-SL-COUNT).
           MOVE CRST-AMOUNT    TO WS-SL-AMOUNT (WS-SL-COUNT).
           MOVE "N"            TO WS-SL-MATCH (WS-SL-COUNT).
           MOVE 0              TO WS-SL-TRANS (WS-SL-COUNT)
                                  WS-SL-OURS (WS-SL-COUNT)
                                  WS-SL-ORIGINAL (WS-SL-COUNT).
           MOVE " "            TO WS-SL-TYPE (WS-SL-COUNT).
           GO TO CLL-010.
        CLL-EXIT.
           EXIT.
      *
        C-SCAN-LEDGER SECTION.
      *****************************************************************
      * OUR SIDE OF AN ITEM IS WHAT IS STILL OUTSTANDING ON IT, SINCE
      * CR-BALANCE IS THE SUM OF THE OPEN ITEMS. A STATEMENT LINE FOR
      * AN ITEM WE HAVE SETTLED THEREFORE SHOWS AS AN AMOUNT
      * DIFFERENCE - USUALLY A PAYMENT THE SUPPLIER HAS NOT YET
      * RECEIVED. AN OPEN ITEM MATCHING NO LINE IS ON OUR LEDGER
      * BUT NOT ON THE STATEMENT.
      *****************************************************************
        CSL-005.
           MOVE WS-ACC TO CRTR-ACCOUNT-NUMBER.
           MOVE 0      TO CRTR-TRANS-NUMBER.
           START CRTRANS-FILE KEY NOT < CRTR-KEY
               INVALID KEY
             GO TO CSL-EXIT.
        CSL-010.
           READ CRTRANS-FILE NEXT
               AT END
             GO TO CSL-EXIT.
           IF CRTR-ACCOUNT-NUMBER NOT = WS-ACC
              GO TO CSL-EXIT.
           IF WS-PASS = 2
              PERFORM C-ALREADY-MATCHED
              IF WS-SL-IDX NOT = 0
                 GO TO CSL-010.
           PERFORM C-FIND-LINE.
           IF WS-SL-IDX NOT = 0
              MOVE CRTR-TRANS-NUMBER TO WS-SL-TRANS (WS-SL-IDX)
              MOVE CRTR-OUTSTANDING  TO WS-SL-OURS (WS-SL-IDX)
              MOVE CRTR-AMOUNT       TO WS-SL-ORIGINAL (WS-SL-IDX)
              MOVE CRTR-TYPE         TO WS-SL-TYPE (WS-SL-IDX)
              GO TO CSL-010.
           IF WS-PASS = 1 OR CRTR-OUTSTANDING = 0
              GO TO CSL-010.
           IF WS-OI-COUNT = 999
              MOVE "Y" TO WS-FULL-SW
              GO TO CSL-EXIT.
           ADD 1 TO WS-OI-COUNT.
           MOVE CRTR-TRANS-NUMBER TO WS-OI-TRANS (WS-OI-COUNT).
           MOVE CRTR-DATE         TO WS-OI-DATE (WS-OI-COUNT).
           MOVE CRTR-REFERENCE    TO WS-OI-REF (WS-OI-COUNT).
           MOVE CRTR-OUTSTANDING  TO WS-OI-AMOUNT (WS-OI-COUNT).
           GO TO CSL-010.
        CSL-EXIT.
           EXIT.
      *
        C-FIND-LINE SECTION.
        CFL-005.
           MOVE 0 TO WS-SL-IDX.
           IF CRTR-REFERENCE = " "
              GO TO CFL-EXIT.
        CFL-010.
           ADD 1 TO WS-SL-IDX.
           IF WS-SL-IDX > WS-SL-COUNT
              MOVE 0 TO WS-SL-IDX
              GO TO CFL-EXIT.
           IF WS-SL-MATCH (WS-SL-IDX) NOT = "N"
              OR WS-SL-REF (WS-SL-IDX) NOT = CRTR-REFERENCE
              GO TO CFL-010.
           IF WS-PASS = 1
              AND WS-SL-AMOUNT (WS-SL-IDX) NOT = CRTR-OUTSTANDING
              GO TO CFL-010.
           IF WS-PASS = 1
              MOVE "M" TO WS-SL-MATCH (WS-SL-IDX)
              ADD 1 TO WS-MATCH-COUNT
           ELSE
              MOVE "D" TO WS-SL-MATCH (WS-SL-IDX).
        CFL-EXIT.
           EXIT.
      *
        C-ALREADY-MATCHED SECTION.
        CAM-005.
           MOVE 0 TO WS-SL-IDX.
        CAM-010.
           ADD 1 TO WS-SL-IDX.
           IF WS-SL-IDX > WS-SL-COUNT
              MOVE 0 TO WS-SL-IDX
              GO TO CAM-EXIT.
           IF WS-SL-MATCH (WS-SL-IDX) = "M"
              AND WS-SL-TRANS (WS-SL-IDX) = CRTR-TRANS-NUMBER
              GO TO CAM-EXIT.
           GO TO CAM-010.
        CAM-EXIT.
           EXIT.
      *
        D-REPORT SECTION.
      *****************************************************************
      * THE THREE EXCEPTION LISTS, THEN THE SUPPLIER'S CLOSING BALANCE
      * WALKED TO A RECONCILED BALANCE THAT SHOULD EQUAL CR-BALANCE.
      *****************************************************************
        DRP-005.
           MOVE WS-HEADER-SAVE TO CRSTMT-RECORD.
           MOVE 0 TO CRST-NOT-OURS-TOTAL
                     CRST-DIFF-TOTAL
                     CRST-NOT-THEIRS-TOTAL.
           MOVE WS-HEAD-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE "  ON THE STATEMENT, NOT ON OUR LEDGER:"
              TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE 0 TO WS-SL-IDX.
        DRP-010.
           ADD 1 TO WS-SL-IDX.
           IF WS-SL-IDX > WS-SL-COUNT
              GO TO DRP-020.
           IF WS-SL-MATCH (WS-SL-IDX) NOT = "N"
              GO TO DRP-010.
           ADD WS-SL-AMOUNT (WS-SL-IDX) TO CRST-NOT-OURS-TOTAL.
           MOVE SPACES                  TO WS-DETAIL-LINE.
           MOVE WS-SL-DATE (WS-SL-IDX)   TO WS-DL-DATE.
           MOVE WS-SL-REF (WS-SL-IDX)    TO WS-DL-REF.
           MOVE WS-SL-AMOUNT (WS-SL-IDX) TO WS-DL-THEIRS.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           GO TO DRP-010.
        DRP-020.
           MOVE "  AMOUNT DIFFERENCES:" TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE 0 TO WS-SL-IDX.
        DRP-030.
           ADD 1 TO WS-SL-IDX.
           IF WS-SL-IDX > WS-SL-COUNT
              GO TO DRP-040.
           IF WS-SL-MATCH (WS-SL-IDX) NOT = "D"
              GO TO DRP-030.
           SUBTRACT WS-SL-OURS (WS-SL-IDX) FROM WS-SL-AMOUNT (WS-SL-IDX)
              GIVING WS-LINE-DIFF.
           ADD WS-LINE-DIFF TO CRST-DIFF-TOTAL.
           MOVE SPACES                  TO WS-DETAIL-LINE.
           MOVE WS-SL-DATE (WS-SL-IDX)   TO WS-DL-DATE.
           MOVE WS-SL-REF (WS-SL-IDX)    TO WS-DL-REF.
           MOVE WS-SL-TRANS (WS-SL-IDX)  TO WS-DL-TRANS.
           MOVE WS-SL-AMOUNT (WS-SL-IDX) TO WS-DL-THEIRS.
           MOVE WS-SL-OURS (WS-SL-IDX)   TO WS-DL-OURS.
           MOVE WS-LINE-DIFF             TO WS-DL-DIFF.
           IF WS-SL-TYPE (WS-SL-IDX) = "P"
              MOVE "OUR PAYMENT" TO WS-DL-NOTE
           ELSE
           IF WS-SL-OURS (WS-SL-IDX) = 0
              MOVE "SETTLED ON OUR LEDGER" TO WS-DL-NOTE
           ELSE
           IF WS-SL-AMOUNT (WS-SL-IDX) = WS-SL-ORIGINAL (WS-SL-IDX)
              MOVE "PART PAID ON OUR LEDGER" TO WS-DL-NOTE.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           GO TO DRP-030.
        DRP-040.
           MOVE "  ON OUR LEDGER, NOT ON THE STATEMENT:"
              TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE 0 TO WS-OI-IDX.
        DRP-050.
           ADD 1 TO WS-OI-IDX.
           IF WS-OI-IDX > WS-OI-COUNT
              GO TO DRP-060.
           ADD WS-OI-AMOUNT (WS-OI-IDX) TO CRST-NOT-THEIRS-TOTAL.
           MOVE SPACES                  TO WS-DETAIL-LINE.
           MOVE WS-OI-DATE (WS-OI-IDX)   TO WS-DL-DATE.
           MOVE WS-OI-REF (WS-OI-IDX)    TO WS-DL-REF.
           MOVE WS-OI-TRANS (WS-OI-IDX)  TO WS-DL-TRANS.
           MOVE WS-OI-AMOUNT (WS-OI-IDX) TO WS-DL-OURS.
           IF WS-OI-DATE (WS-OI-IDX) > WS-STMT-DATE
              MOVE "AFTER STATEMENT DATE" TO WS-DL-NOTE.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           GO TO DRP-050.
        DRP-060.
           COMPUTE CRST-RECON-BALANCE = CRST-CLOSING
                                      - CRST-NOT-OURS-TOTAL
                                      - CRST-DIFF-TOTAL
                                      + CRST-NOT-THEIRS-TOTAL.
           MOVE CR-BALANCE TO CRST-LEDGER-BALANCE.
           SUBTRACT CRST-LEDGER-BALANCE FROM CRST-RECON-BALANCE
              GIVING CRST-UNEXPLAINED.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "SUPPLIER'S CLOSING BALANCE" TO WS-TL-TEXT.
           MOVE CRST-CLOSING TO WS-TL-AMOUNT.
           PERFORM D-TOTAL-LINE.
           MOVE "LESS ON STATEMENT, NOT ON OUR LEDGER" TO WS-TL-TEXT.
           MOVE CRST-NOT-OURS-TOTAL TO WS-TL-AMOUNT.
           PERFORM D-TOTAL-LINE.
           MOVE "LESS AMOUNT DIFFERENCES" TO WS-TL-TEXT.
           MOVE CRST-DIFF-TOTAL TO WS-TL-AMOUNT.
           PERFORM D-TOTAL-LINE.
           MOVE "ADD ON OUR LEDGER, NOT ON STATEMENT" TO WS-TL-TEXT.
           MOVE CRST-NOT-THEIRS-TOTAL TO WS-TL-AMOUNT.
           PERFORM D-TOTAL-LINE.
           MOVE "RECONCILED BALANCE" TO WS-TL-TEXT.
           MOVE CRST-RECON-BALANCE TO WS-TL-AMOUNT.
           PERFORM D-TOTAL-LINE.
           MOVE "CREDITOR BALANCE PER OUR LEDGER" TO WS-TL-TEXT.
           MOVE CRST-LEDGER-BALANCE TO WS-TL-AMOUNT.
           PERFORM D-TOTAL-LINE.
           MOVE "UNEXPLAINED DIFFERENCE" TO WS-TL-TEXT.
           MOVE CRST-UNEXPLAINED TO WS-TL-AMOUNT.
           IF CRST-UNEXPLAINED = 0
              MOVE "AGREES" TO WS-TL-NOTE
              ADD 1 TO WS-AGREE-COUNT
           ELSE
              MOVE "DIFFERS" TO WS-TL-NOTE
              ADD 1 TO WS-DIFFER-COUNT.
           PERFORM D-TOTAL-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "    STATEMENT LINES: " DELIMITED BY SIZE
                  WS-SL-COUNT DELIMITED BY SIZE
                  "   MATCHED EXACTLY: " DELIMITED BY SIZE
                  WS-MATCH-COUNT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        DRP-EXIT.
           EXIT.
      *
        D-TOTAL-LINE SECTION.
        DTL-005.
           MOVE WS-TOTAL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
        DTL-EXIT.
           EXIT.
      *
        D-UPDATE SECTION.
      *****************************************************************
      * EACH LINE KEEPS WHAT IT MATCHED AND THE HEADER KEEPS THE
      * RECONCILIATION, WHO RAN IT AND WHEN, FOR THE AUDITORS.
      *****************************************************************
        DU-005.
           MOVE WS-SL-COUNT  TO CRST-LINE-COUNT.
           MOVE "R"          TO CRST-STATUS.
           MOVE WS-TODAY-DATE TO CRST-RECON-DATE.
           MOVE WS-OPERATOR  TO CRST-OPERATOR.
           MOVE CRSTMT-RECORD TO WS-HEADER-SAVE.
           REWRITE CRSTMT-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR STATEMENT HEADER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
           MOVE 0 TO WS-SL-IDX.
        DU-010.
           ADD 1 TO WS-SL-IDX.
           IF WS-SL-IDX > WS-SL-COUNT
              GO TO DU-EXIT.
           MOVE WS-ACC                  TO CRST-ACCOUNT-NUMBER.
           MOVE WS-STMT-DATE            TO CRST-STMT-DATE.
           MOVE WS-SL-LINE (WS-SL-IDX)  TO CRST-LINE.
           READ CRSTMT-FILE
               INVALID KEY
             GO TO DU-010.
           MOVE WS-SL-MATCH (WS-SL-IDX) TO CRST-MATCH.
           MOVE WS-SL-TRANS (WS-SL-IDX) TO CRST-TRANS-NUMBER.
           MOVE WS-SL-OURS (WS-SL-IDX)  TO CRST-OUR-AMOUNT.
           REWRITE CRSTMT-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR STATEMENT LINE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
           GO TO DU-010.
        DU-EXIT.
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
           STRING "./text2pdf /ctools/spl/CrStmtRecon.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/CrStmtRecon.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/CrStmtRecon.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "CRSTREC.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/CrStmtRecon.pdf" DELIMITED BY SIZE
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
           CLOSE CRSTMT-FILE
                 CREDITOR-MASTER
                 CRTRANS-FILE
                 REPORT-TEXT-FILE.
           DISPLAY "STATEMENTS RECONCILED: " WS-STMT-COUNT.
           DISPLAY "AGREEING TO LEDGER:    " WS-AGREE-COUNT.
           DISPLAY "NOT AGREEING:          " WS-DIFFER-COUNT.
           DISPLAY "NOT DONE:              " WS-SKIP-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        F-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
