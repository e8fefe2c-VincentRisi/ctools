        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectPostAcc".
           SELECT GLJRN-FILE ASSIGN TO "GlJrn"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLJRN-KEY
               FILE STATUS IS WS-GLJRN-STATUS.
           SELECT GL-MASTER ASSIGN TO "GlMaster"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               ALTERNATE RECORD KEY IS GL-DESCRIPTION WITH DUPLICATES
               FILE STATUS IS WS-GL-STATUS.
           COPY "SelectGlPeriod".
           COPY "SelectTaxCode".
           COPY "SelectBankLine".
           COPY "SelectBankRule".
           COPY "SelectBankAcc".
           SELECT BANK-STMT ASSIGN TO WS-STMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT REPORT-TEXT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdGlJrn.
           COPY ChlfdGlMast.
           COPY ChlfdGlPeriod.
           COPY ChlfdTaxCode.
           COPY ChlfdBankLine.
           COPY ChlfdBankRule.
           COPY ChlfdBankAcc.
           FD  BANK-STMT
               LABEL RECORDS ARE STANDARD.
      *    THE SAME STATEMENT LAYOUT THE RECEIPT IMPORT READS:
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-BANK-ACC      PIC X(06) VALUE " ".
           77  WS-MAIN-ACC      PIC X(06) VALUE " ".
           77  WS-STMT-NAME     PIC X(24) VALUE "BankStmt".
           77  WS-CO-ENV        PIC X(02) VALUE " ".
           77  WS-RPT-BASE      PIC X(30) VALUE " ".
           77  WS-RPT-NAME      PIC X(40) VALUE " ".
           77  WS-ARC-NAME      PIC X(10) VALUE "BANKREC".
           77  WS-LAST-BA       PIC X(02) VALUE LOW-VALUES.
           77  WS-ACC-COUNT     PIC 9(04) VALUE 0.
           77  WS-SKIP-COUNT    PIC 9(04) VALUE 0.
           77  WS-ALL-SW        PIC X VALUE "N".
               88  WS-ALL-ACCOUNTS    VALUE "Y".
           77  WS-LEGACY-SW     PIC X VALUE "N".
               88  WS-LEGACY-ACC      VALUE "Y".
           77  WS-NO-STMT-SW    PIC X VALUE "N".
               88  WS-NO-STMT         VALUE "Y".
           77  WS-LINE-COUNT    PIC 9(06) VALUE 0.
           77  WS-MATCH-COUNT   PIC 9(06) VALUE 0.
           77  WS-UNMATCH-COUNT PIC 9(06) VALUE 0.
           77  WS-UNPRES-COUNT  PIC 9(06) VALUE 0.
           77  WS-LOADED-COUNT  PIC 9(06) VALUE 0.
           77  WS-RULE-COUNT    PIC 9(06) VALUE 0.
           77  WS-LAST-DATE     PIC 9(08) VALUE 0.
           77  WS-LAST-SEQ      PIC 9(04) VALUE 0.
           77  WS-TEXT-LEN      PIC 9(02) VALUE 0.
           77  WS-TALLY         PIC 9(02) VALUE 0.
           77  WS-OPERATOR      PIC X(10) VALUE " ".
           77  WS-LOADED-SW     PIC X VALUE "N".
               88  WS-LOADED          VALUE "Y".
           77  WS-BSL-FAILED-SW PIC X VALUE "N".
               88  WS-BSL-FAILED      VALUE "Y".
           77  WS-RULES-SW      PIC X VALUE "Y".
               88  WS-RULES-ON        VALUE "Y".
           77  WS-RULE-SW       PIC X VALUE "N".
               88  WS-RULE-FITS       VALUE "Y".
           77  WS-TARGET        PIC S9(09)V99 VALUE 0.
           77  WS-UNPRES-TOTAL  PIC S9(11)V99 VALUE 0.
           77  WS-MATCH-SW      PIC X VALUE "N".
           77  WS-PRINTER       PIC X(10) VALUE " ".
           01  WS-GLJRN-STATUS.
               03  WS-STAT1         PIC 99.
           01  WS-GL-STATUS.
               03  WS-GL-ST1        PIC 99.
           01  WS-PERIOD-STATUS.
               03  WS-PERIOD-ST1    PIC 99.
           01  WS-TC-STATUS.
               03  WS-TC-ST1        PIC 99.
           01  WS-BSL-STATUS.
               03  WS-BSL-ST1       PIC 99.
           01  WS-BRL-STATUS.
               03  WS-BRL-ST1       PIC 99.
           01  WS-STMT-STATUS.
               03  WS-STMT-ST1      PIC 99.
           01  WS-RPT-STATUS.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NOTE       PIC X(30).
               03  FILLER           PIC X(51) VALUE " ".
           COPY "WsPostAcc".
           COPY "WsCashBook".
           COPY "WsBankAcc".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-INIT.
           IF WS-ALL-ACCOUNTS
              PERFORM F-ALL-ACCOUNTS
           ELSE
              PERFORM R-RECONCILE.
           PERFORM E-END.
           IF WS-BSL-FAILED
                OR (NOT WS-ALL-ACCOUNTS AND WS-NO-STMT)
              MOVE 90 TO LK-RETURN-CODE
           ELSE
              MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USERNAME".
           IF WS-OPERATOR = " "
              MOVE "BATCH" TO WS-OPERATOR.
           OPEN INPUT POSTACC-FILE.
           IF WS-PA-ST1 NOT = 0
              MOVE "NO POSTING ACCOUNT FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE "BANK" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-BANK-ACC
                                 WS-MAIN-ACC.
           IF WS-PA-MISSING
              CLOSE POSTACC-FILE
              MOVE "POSTING ACCOUNT MISSING, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
      *    THE VAT ACCOUNTS ARE ONLY NEEDED BY A BANK RULE THAT CARRIES
      *    A TAX CODE; SUCH A RULE IS NOT APPLIED WITHOUT THEM.
           MOVE "VATINPUT" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CB-VATIN-ACC.
           MOVE "VATOUTPUT" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CB-VATOUT-ACC.
           CLOSE POSTACC-FILE.
           PERFORM A-CHOOSE-ACCOUNT.
           OPEN I-O GLJRN-FILE.
           IF WS-STAT1 NOT = 0
              MOVE "CANNOT OPEN JOURNAL FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              PERFORM A-CLOSE-ACCOUNTS
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN I-O BANK-LINE-FILE.
           IF WS-BSL-ST1 = 35
              OPEN OUTPUT BANK-LINE-FILE
              CLOSE BANK-LINE-FILE
              OPEN I-O BANK-LINE-FILE.
           IF WS-BSL-ST1 NOT = 0
              MOVE "CANNOT OPEN STATEMENT LINE FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE GLJRN-FILE
              PERFORM A-CLOSE-ACCOUNTS
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           PERFORM A-OPEN-RULES.
        A-EXIT.
           EXIT.
      *
        A-CHOOSE-ACCOUNT SECTION.
      *****************************************************************
      * WITHOUT A BANK ACCOUNT FILE THE ONE BANK POSTING ACCOUNT IS
      * RECONCILED FROM BANKSTMT AS BEFORE. OTHERWISE THE ACCOUNT IN
      * BANKACCOUNT, OR THE ONE THE OPERATOR NAMES, IS RECONCILED ON
      * ITS OWN; LEFT BLANK, OR ON AN UNATTENDED RUN, EVERY ACTIVE
      * ACCOUNT IS RECONCILED IN TURN.
      *****************************************************************
        ACA-005.
           MOVE "N" TO WS-ALL-SW.
           MOVE SPACES TO WS-BA-CODE.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WS-BA-ST1 NOT = 0
              MOVE "Y" TO WS-BA-OFF-SW
              GO TO ACA-EXIT.
           ACCEPT WS-BA-CODE FROM ENVIRONMENT "BANKACCOUNT".
           IF WS-BA-CODE NOT = " " OR LK-DIRECTION = "P"
              GO TO ACA-010.
           DISPLAY "BANK ACCOUNT TO RECONCILE, BLANK FOR ALL: ".
           ACCEPT WS-BA-CODE.
        ACA-010.
           IF WS-BA-CODE = " "
              MOVE "Y" TO WS-ALL-SW
              GO TO ACA-EXIT.
           PERFORM READ-BANK-ACCOUNT.
           IF WS-BA-BAD
              CLOSE BANK-ACCOUNT-FILE
              MOVE "NO BANK ACCOUNT TO RECONCILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
        ACA-EXIT.
           EXIT.
      *
        A-CLOSE-ACCOUNTS SECTION.
        ACL-005.
           IF NOT WS-BA-OFF
              CLOSE BANK-ACCOUNT-FILE.
        ACL-EXIT.
           EXIT.
      *
        F-ALL-ACCOUNTS SECTION.
      *****************************************************************
      * RECONCILE EACH ACTIVE ACCOUNT IN CODE ORDER. THE FILE IS
      * RE-POSITIONED PAST THE LAST CODE EACH TIME ROUND AS THE
      * LOOKUP READS IT BY KEY. AN ACCOUNT WITH NO STATEMENT FILE
      * IS PASSED OVER.
      *****************************************************************
        FAA-005.
           MOVE WS-LAST-BA TO BA-CODE.
           START BANK-ACCOUNT-FILE KEY > BA-KEY
               INVALID KEY
             GO TO FAA-090.
           READ BANK-ACCOUNT-FILE NEXT
               AT END
             GO TO FAA-090.
           MOVE BA-CODE TO WS-LAST-BA.
           IF BA-CLOSED
              GO TO FAA-005.
           MOVE BA-CODE TO WS-BA-CODE.
           PERFORM READ-BANK-ACCOUNT.
           IF WS-BA-BAD
              GO TO FAA-005.
           PERFORM R-RECONCILE.
           IF WS-BSL-FAILED
              GO TO FAA-EXIT.
           GO TO FAA-005.
        FAA-090.
           IF WS-ACC-COUNT = 0
              MOVE "NO BANK ACCOUNT HAD A STATEMENT TO RECONCILE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE.
        FAA-EXIT.
           EXIT.
      *
        R-RECONCILE SECTION.
      *****************************************************************
      * ONE ACCOUNT: ITS STATEMENT FILE AGAINST THE JOURNAL ENTRIES ON
      * ITS GL ACCOUNT, WITH A REPORT OF ITS OWN. STATEMENT LINES
      * KEPT BEFORE THERE WAS MORE THAN ONE ACCOUNT CARRY NO ACCOUNT
      * CODE AND BELONG TO THE ONE ON THE BANK POSTING ACCOUNT.
      *****************************************************************
        RR-005.
           MOVE "N" TO WS-NO-STMT-SW.
           MOVE "/ctools/spl/BankRecon" TO WS-RPT-BASE.
           MOVE "BANKREC"  TO WS-ARC-NAME.
           MOVE "BankStmt" TO WS-STMT-NAME.
           MOVE "Y" TO WS-LEGACY-SW.
           IF WS-BA-OFF
              GO TO RR-010.
           MOVE WS-BA-GL TO WS-BANK-ACC.
           IF WS-BA-GL NOT = WS-MAIN-ACC
              MOVE "N" TO WS-LEGACY-SW.
           IF WS-BA-STMT = " "
              GO TO RR-008.
      *    WHEN A COMPANY IS SELECTED THE NAME CARRIES THE COMPANY
      *    SUFFIX, MATCHING THE DD_ MAPPING COFILES SETS FOR BANKSTMT.
           MOVE WS-BA-STMT TO WS-STMT-NAME.
           ACCEPT WS-CO-ENV FROM ENVIRONMENT "COMPANYCODE".
           IF WS-CO-ENV NOT = " "
              MOVE SPACES TO WS-STMT-NAME
              STRING WS-BA-STMT DELIMITED BY SPACE
                     "." DELIMITED BY SIZE
                     WS-CO-ENV DELIMITED BY SIZE
                     INTO WS-STMT-NAME.
        RR-008.
           MOVE SPACES TO WS-RPT-BASE
                          WS-ARC-NAME.
           STRING "/ctools/spl/BankRecon" DELIMITED BY SIZE
                  WS-BA-CODE DELIMITED BY SPACE
                  INTO WS-RPT-BASE.
           STRING "BANKREC" DELIMITED BY SIZE
                  WS-BA-CODE DELIMITED BY SPACE
                  INTO WS-ARC-NAME.
        RR-010.
           MOVE WS-BANK-ACC TO WS-CB-BANK-ACC.
           MOVE SPACES TO WS-RPT-NAME.
           STRING WS-RPT-BASE DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-RPT-NAME.
           OPEN INPUT BANK-STMT.
           IF WS-STMT-ST1 NOT = 0
              MOVE "Y" TO WS-NO-STMT-SW
              ADD 1 TO WS-SKIP-COUNT
              MOVE SPACES TO WS-MESSAGE
              STRING "NO BANK STATEMENT FILE " DELIMITED BY SIZE
                     WS-STMT-NAME DELIMITED BY SPACE
                     INTO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO RR-EXIT.
           ADD 1 TO WS-ACC-COUNT.
           IF NOT WS-BA-OFF
              DISPLAY "RECONCILING BANK ACCOUNT " WS-BA-CODE " "
                 WS-BA-NAME.
           MOVE 0 TO WS-LAST-DATE
                     WS-LAST-SEQ.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "BANK RECONCILIATION AS AT " DELIMITED BY SIZE
                  WS-BANK-ACC DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-BA-OFF
              GO TO RR-020.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "BANK ACCOUNT " DELIMITED BY SIZE
                  WS-BA-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BA-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BA-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BA-CURRENCY DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        RR-020.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE "STATEMENT LINES NOT MATCHED TO THE LEDGER:"
              TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           PERFORM B-MATCH-STATEMENT.
           IF WS-BSL-FAILED
              CLOSE BANK-STMT
                    REPORT-TEXT-FILE
              GO TO RR-EXIT.
           PERFORM C-UNPRESENTED.
           CLOSE BANK-STMT
                 REPORT-TEXT-FILE.
           PERFORM D-PIPELINE.
        RR-EXIT.
           EXIT.
      *
        A-OPEN-RULES SECTION.
      *****************************************************************
      * THE BANK RULES NEED THE CHART, THE PERIODS AND THE TAX CODES
      * AS WELL AS THE RULE FILE ITSELF. IF ANY OF THEM WILL NOT OPEN
      * NO RULE IS APPLIED AND EVERY UNMATCHED LINE GOES TO THE CASH
      * BOOK, WHICH IS WHERE IT WOULD HAVE GONE BEFORE THERE WERE
      * RULES.
      *****************************************************************
        AOR-005.
           MOVE "Y" TO WS-RULES-SW.
           OPEN INPUT BANK-RULE-FILE.
           IF WS-BRL-ST1 NOT = 0
              MOVE "N" TO WS-RULES-SW
              GO TO AOR-EXIT.
           OPEN INPUT GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              MOVE "N" TO WS-RULES-SW
              CLOSE BANK-RULE-FILE
              GO TO AOR-090.
           OPEN INPUT GL-PERIOD-FILE.
           IF WS-PERIOD-ST1 NOT = 0
              MOVE "N" TO WS-RULES-SW
              CLOSE BANK-RULE-FILE
                    GL-MASTER
              GO TO AOR-090.
           OPEN INPUT TAXCODE-FILE.
           IF WS-TC-ST1 NOT = 0
              MOVE "N" TO WS-RULES-SW
              CLOSE BANK-RULE-FILE
                    GL-MASTER
                    GL-PERIOD-FILE
              GO TO AOR-090.
           GO TO AOR-EXIT.
        AOR-090.
           MOVE "BANK RULES NOT APPLIED, LINES GO TO CASH BOOK."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        AOR-EXIT.
           EXIT.
      *
        B-MATCH-STATEMENT SECTION.
      * ENTRY ON THE BANK ACCOUNT WITH THE SAME SIGNED AMOUNT: A
      * STATEMENT CREDIT IS A LEDGER DEBIT AND VICE VERSA. MATCHED
      * ENTRIES ARE FLAGGED SO THE NEXT RUN CANNOT MATCH THEM AGAIN.
      * EVERY LINE IS KEPT ON THE STATEMENT LINE FILE. A LINE READ ON
      * AN EARLIER RUN IS PASSED OVER ONCE IT IS MATCHED OR POSTED;
      * ONE STILL OPEN IS TRIED AGAIN, AS ITS LEDGER ENTRY MAY HAVE
      * BEEN KEYED SINCE. A LINE WITH NO LEDGER ENTRY IS POSTED BY
      * THE FIRST BANK RULE ITS REFERENCE FITS, OR LEFT OPEN FOR THE
      * CASH BOOK. A LINE THAT CANNOT BE SAVED STOPS THE RUN.
      *****************************************************************
        BM-005.
           READ BANK-STMT
           MOVE BST-AMOUNT TO WS-TARGET.
           IF BST-TYPE NOT = "C"
              COMPUTE WS-TARGET = 0 - WS-TARGET.
           PERFORM B-LOAD-LINE.
           IF WS-LOADED
              IF BSL-OPEN
                 GO TO BM-010
              ELSE
                 ADD 1 TO WS-LOADED-COUNT
                 GO TO BM-005.
           MOVE SPACES        TO BANK-LINE-RECORD.
           MOVE BST-DATE      TO BSL-DATE.
           MOVE WS-LAST-SEQ   TO BSL-SEQ.
           MOVE BST-TYPE      TO BSL-TYPE.
           MOVE WS-TARGET     TO BSL-AMOUNT.
           MOVE BST-REFERENCE TO BSL-REFERENCE.
           MOVE WS-BA-CODE    TO BSL-BANK.
           MOVE 0             TO BSL-RULE
                                 BSL-JOURNAL
                                 BSL-POSTED-DATE.
        BM-010.
           PERFORM B-FIND-ENTRY.
           IF WS-MATCHED
              MOVE "M" TO BSL-STATUS
              PERFORM B-WRITE-LINE
              IF WS-BSL-FAILED
                 GO TO BM-EXIT
              ELSE
                 ADD 1 TO WS-MATCH-COUNT
                 GO TO BM-005.
           MOVE SPACES        TO WS-DETAIL-LINE.
           MOVE BST-DATE      TO WS-DL-DATE.
           MOVE BST-REFERENCE TO WS-DL-REF.
           MOVE WS-TARGET     TO WS-DL-AMT.
           MOVE "NOT ON LEDGER, TO CASH BOOK" TO WS-DL-NOTE.
           PERFORM B-APPLY-RULES.
           PERFORM B-WRITE-LINE.
           IF WS-BSL-FAILED
              GO TO BM-EXIT.
           IF BSL-RULE-POSTED
              ADD 1 TO WS-RULE-COUNT
           ELSE
              ADD 1 TO WS-UNMATCH-COUNT.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           GO TO BM-005.
        BM-EXIT.
           EXIT.
      *
        B-LOAD-LINE SECTION.
      *****************************************************************
      * A LINE'S KEY IS ITS DATE AND ITS PLACE AMONG THAT DATE'S LINES.
      * A KEY ALREADY ON FILE WITH THE SAME ACCOUNT, TYPE, AMOUNT AND
      * REFERENCE IS THIS LINE READ BEFORE; ONE HOLDING A DIFFERENT
      * LINE (TWO STATEMENTS SHARING A DATE) MOVES THIS LINE TO THE
      * NEXT PLACE.
      * WS-LAST-SEQ IS LEFT AT THE PLACE THE LINE TAKES.
      *****************************************************************
        BLL-005.
           MOVE "N" TO WS-LOADED-SW.
           IF BST-DATE NOT = WS-LAST-DATE
              MOVE BST-DATE TO WS-LAST-DATE
              MOVE 0        TO WS-LAST-SEQ.
        BLL-010.
           ADD 1 TO WS-LAST-SEQ.
           MOVE BST-DATE    TO BSL-DATE.
           MOVE WS-LAST-SEQ TO BSL-SEQ.
           READ BANK-LINE-FILE
               INVALID KEY
             GO TO BLL-EXIT.
           IF BSL-BANK NOT = WS-BA-CODE
                AND (BSL-BANK NOT = " " OR NOT WS-LEGACY-ACC)
              GO TO BLL-010.
           IF BSL-TYPE = BST-TYPE
                AND BSL-AMOUNT = WS-TARGET
                AND BSL-REFERENCE = BST-REFERENCE
              MOVE "Y" TO WS-LOADED-SW
              GO TO BLL-EXIT.
           GO TO BLL-010.
        BLL-EXIT.
           EXIT.
      *
        B-WRITE-LINE SECTION.
      *****************************************************************
      * A NEW LINE IS WRITTEN AND ONE READ ON AN EARLIER RUN IS
      * REWRITTEN. A LINE THAT CANNOT BE SAVED MAY ALREADY HAVE
      * FLAGGED ITS JOURNAL ENTRY OR BEEN POSTED BY A RULE, SO THE
      * RUN STOPS THERE WITH THE KEY AND JOURNAL TO PUT RIGHT.
      *****************************************************************
        BWL-005.
           IF WS-LOADED
              GO TO BWL-010.
           WRITE BANK-LINE-RECORD
               INVALID KEY
             GO TO BWL-090.
           GO TO BWL-EXIT.
        BWL-010.
           REWRITE BANK-LINE-RECORD
               INVALID KEY
             GO TO BWL-090.
           GO TO BWL-EXIT.
        BWL-090.
           MOVE "Y" TO WS-BSL-FAILED-SW.
           DISPLAY "WRITE FAILED FOR STATEMENT LINE: " BSL-KEY
              " STATUS " BSL-STATUS " JOURNAL " BSL-JOURNAL.
           MOVE "STATEMENT LINE NOT SAVED, RUN STOPPED." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        BWL-EXIT.
           EXIT.
      *
        B-APPLY-RULES SECTION.
      *****************************************************************
      * TRY THE BANK RULES IN NUMBER ORDER AGAINST THE LINE'S
      * REFERENCE AND POST IT BY THE FIRST THAT FITS. A RULE THAT
      * FITS BUT CANNOT POST (PERIOD CLOSED, ACCOUNT OR TAX CODE GONE)
      * LEAVES THE LINE OPEN FOR THE CASH BOOK WITH THE REASON.
      *****************************************************************
        BAR-005.
           IF NOT WS-RULES-ON
              GO TO BAR-EXIT.
           MOVE 0 TO BRL-NUMBER.
           START BANK-RULE-FILE KEY NOT < BRL-KEY
               INVALID KEY
             GO TO BAR-EXIT.
        BAR-010.
           READ BANK-RULE-FILE NEXT
               AT END
             GO TO BAR-EXIT.
           IF BRL-TYPE NOT = " "
                AND BRL-TYPE NOT = BST-TYPE
              GO TO BAR-010.
           PERFORM B-RULE-FITS.
           IF NOT WS-RULE-FITS
              GO TO BAR-010.
           MOVE BRL-NUMBER TO BSL-RULE.
        BAR-020.
           MOVE BST-DATE (1:6) TO GLPD-PERIOD.
           READ GL-PERIOD-FILE
               INVALID KEY
             MOVE "RULE FITS, NO PERIOD ON FILE" TO WS-DL-NOTE
             GO TO BAR-EXIT.
           IF GLPD-CLOSED
              MOVE "RULE FITS, PERIOD CLOSED" TO WS-DL-NOTE
              GO TO BAR-EXIT.
           MOVE BRL-ACCOUNT TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE "RULE ACCOUNT NOT ON CHART" TO WS-DL-NOTE
             GO TO BAR-EXIT.
           IF GL-INACTIVE
              MOVE "RULE ACCOUNT INACTIVE" TO WS-DL-NOTE
              GO TO BAR-EXIT.
           MOVE GL-COST-CENTRE TO WS-CB-CENTRE.
           IF WS-CB-CENTRE = LOW-VALUES
              MOVE " " TO WS-CB-CENTRE.
           MOVE 0 TO WS-CB-TAX-RATE.
           IF BRL-TAX-CODE = " "
              GO TO BAR-030.
           MOVE BRL-TAX-CODE TO TC-CODE.
           READ TAXCODE-FILE
               INVALID KEY
             MOVE "RULE TAX CODE NOT ON FILE" TO WS-DL-NOTE
             GO TO BAR-EXIT.
           MOVE TC-RATE TO WS-CB-TAX-RATE.
        BAR-030.
           MOVE BRL-ACCOUNT     TO WS-CB-CONTRA.
           MOVE BST-DATE        TO WS-CB-DATE.
           MOVE WS-TARGET       TO WS-CB-AMOUNT.
           MOVE BRL-DESCRIPTION TO WS-CB-DESC.
           IF WS-CB-DESC = " "
              MOVE BST-REFERENCE TO WS-CB-DESC.
           MOVE "BNKRECXX"      TO WS-CB-SOURCE.
           MOVE WS-OPERATOR     TO WS-CB-OPERATOR.
           PERFORM POST-CASH-BOOK.
           IF WS-CB-FAILED
              MOVE "RULE FITS, POSTING FAILED" TO WS-DL-NOTE
              GO TO BAR-EXIT.
           MOVE "A"             TO BSL-STATUS.
           MOVE BRL-ACCOUNT     TO BSL-CONTRA.
           MOVE BRL-TAX-CODE    TO BSL-TAX-CODE.
           MOVE WS-CB-BANK-REF  TO BSL-JOURNAL.
           MOVE WS-OPERATOR     TO BSL-POSTED-BY.
           MOVE WS-NOW (1:8)    TO BSL-POSTED-DATE.
           MOVE SPACES TO WS-DL-NOTE.
           STRING "POSTED BY BANK RULE " DELIMITED BY SIZE
                  BRL-NUMBER DELIMITED BY SIZE
                  INTO WS-DL-NOTE.
        BAR-EXIT.
           EXIT.
      *
        B-RULE-FITS SECTION.
      *****************************************************************
      * THE RULE TEXT IS TAKEN UP TO ITS FIRST DOUBLE SPACE, SO A RULE
      * MAY HOLD A SINGLE SPACE BETWEEN WORDS ("SERVICE FEE").
      *****************************************************************
        BRF-005.
           MOVE "N" TO WS-RULE-SW.
           MOVE 0 TO WS-TEXT-LEN.
           INSPECT BRL-TEXT TALLYING WS-TEXT-LEN
              FOR CHARACTERS BEFORE INITIAL "  ".
           IF WS-TEXT-LEN = 0
              GO TO BRF-EXIT.
           MOVE 0 TO WS-TALLY.
           INSPECT BST-REFERENCE TALLYING WS-TALLY
              FOR ALL BRL-TEXT (1:WS-TEXT-LEN).
           IF WS-TALLY > 0
              MOVE "Y" TO WS-RULE-SW.
        BRF-EXIT.
           EXIT.
      *
        B-FIND-ENTRY SECTION.
        BFE-005.
      * THE JOURNAL FILE.
      *****************************************************************
        CU-005.
           MOVE 0 TO WS-UNPRES-TOTAL.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE "UNPRESENTED LEDGER ENTRIES:" TO REPORT-TEXT-LINE.
        DP-005.
           ACCEPT WS-PRINTER FROM ENVIRONMENT "PP-PRINTER".
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "./text2pdf " DELIMITED BY SIZE
                  WS-RPT-NAME DELIMITED BY SPACE
                  " -fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> " DELIMITED BY SIZE
                  WS-RPT-BASE DELIMITED BY SPACE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp " DELIMITED BY SIZE
                  WS-RPT-BASE DELIMITED BY SPACE
                  ".pdf /ctools/spl/archive/" DELIMITED BY SIZE
                  WS-ARC-NAME DELIMITED BY SPACE
                  ".0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-RPT-BASE DELIMITED BY SPACE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
        DP-EXIT.
      *
        E-END SECTION.
        E-000.
           CLOSE GLJRN-FILE
                 BANK-LINE-FILE.
           PERFORM A-CLOSE-ACCOUNTS.
           IF WS-RULES-ON
              CLOSE BANK-RULE-FILE
                    GL-MASTER
                    GL-PERIOD-FILE
                    TAXCODE-FILE.
           IF NOT WS-BA-OFF
              DISPLAY "BANK ACCOUNTS DONE:     " WS-ACC-COUNT.
           IF WS-SKIP-COUNT NOT = 0
              DISPLAY "NO STATEMENT, SKIPPED:  " WS-SKIP-COUNT.
           DISPLAY "STATEMENT LINES READ:   " WS-LINE-COUNT.
           DISPLAY "SETTLED ON EARLIER RUN: " WS-LOADED-COUNT.
           DISPLAY "LINES MATCHED:          " WS-MATCH-COUNT.
           DISPLAY "POSTED BY BANK RULES:   " WS-RULE-COUNT.
           DISPLAY "LEFT FOR THE CASH BOOK: " WS-UNMATCH-COUNT.
           DISPLAY "UNPRESENTED ENTRIES:    " WS-UNPRES-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
           EXIT.
      *
        COPY "StatusText".
        COPY "PostAccLookup".
        COPY "BankAccLookup".
        COPY "CashBookPost".
        COPY "ErrorMessage".
      * END-OF-JOB.
