        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectPostAcc".
         Copy "SelectCrMaster".
         Copy "SelectCrTrans".
         Copy "SelectCurrency".
           COPY "SelectPayProp".
           COPY "SelectBankAcc".
           SELECT GLJRN-FILE ASSIGN TO "GlJrn"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLJRN-KEY
               FILE STATUS IS WS-GLJRN-STATUS.
           SELECT REPORT-TEXT-FILE ASSIGN TO
               "/ctools/spl/PayProposal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdCreditor.
           COPY ChlfdCrTrans.
           COPY ChlfdGlJrn.
           COPY ChlfdCurrency.
           COPY ChlfdPayProp.
           COPY ChlfdBankAcc.
           FD  REPORT-TEXT-FILE
               LABEL RECORDS ARE STANDARD.
           01  REPORT-TEXT-LINE         PIC X(132).
      *
       WORKING-STORAGE SECTION.
           77  WS-COMPANY-CODE PIC X(02) VALUE " ".
           77  WS-REMIT-FAILED  PIC 9(06) VALUE 0.
           77  WS-COMMAND       PIC X(250) VALUE SPACES.
           77  WS-CMD-STATUS    PIC 9(4) BINARY COMP VALUE 0.
           77  WS-PRINTER       PIC X(10) VALUE " ".
           77  WS-STAGE         PIC X VALUE " ".
           77  WS-PROPOSAL      PIC 9(06) VALUE 0.
           77  WS-PROP-ITEMS    PIC 9(06) VALUE 0.
           77  WS-NOBANK-COUNT  PIC 9(06) VALUE 0.
           77  WS-CHANGED-COUNT PIC 9(06) VALUE 0.
           77  WS-LAST-ACC      PIC X(07) VALUE " ".
           77  WS-PROP-FOUND-SW PIC X VALUE "N".
               88  WS-PROP-FOUND      VALUE "Y".
           77  WS-PROP-WRITE-SW PIC X VALUE "N".
               88  WS-PROP-WRITE      VALUE "Y".
           77  WS-FIRST-ITEM-SW PIC X VALUE "N".
               88  WS-FIRST-ITEM      VALUE "Y".
      *****************************************************************
      * THE OPEN ITEMS SETTLED FOR THE CREDITOR IN HAND, COLLECTED
      * DURING THE ALLOCATION PASS SO THE PAYMENT TRANSACTIONS CAN BE
           COPY "ChlfdEftParms".
           01  WS-CUR-STATUS.
               03  WS-CUR-ST1       PIC 99.
           01  WS-PPR-STATUS.
               03  WS-PPR-ST1       PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           01  WS-PROP-LINE.
               03  FILLER           PIC X(04) VALUE " ".
               03  WS-PL-TRANS      PIC Z(05)9.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-PL-REF        PIC X(10).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-PL-DUE        PIC 9999/99/99.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-PL-CURRENCY   PIC X(03).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-PL-OUTSTAND   PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-PL-PAY        PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-PL-NOTE       PIC X(20).
           01  WS-PROP-HEAD.
               03  FILLER           PIC X(12) VALUE "     TRANS".
               03  FILLER           PIC X(12) VALUE "REFERENCE".
               03  FILLER           PIC X(12) VALUE "DUE DATE".
               03  FILLER           PIC X(05) VALUE "CUR".
               03  FILLER           PIC X(19)
                                    VALUE "       OUTSTANDING".
               03  FILLER           PIC X(19)
                                    VALUE "            TO PAY".
        Copy "WsDateInfo".
           COPY "WsPostAcc".
           COPY "WsBankAcc".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-INIT.
           PERFORM A-CHOOSE-STAGE.
           IF WS-STAGE = "P"
              PERFORM P-PROPOSE.
           IF WS-STAGE = "R"
              PERFORM B-PREVIEW
              PERFORM C-CONFIRM.
           IF WS-STAGE = "R" AND WS-CONFIRM = "Y"
              PERFORM D-PAY-RUN.
           PERFORM E-END.
           IF WS-RUN-FAILED
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
           MOVE "CRCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CONTROL-ACC.
           MOVE "BANK" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-BANK-ACC.
           MOVE "EXCHDIFF" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-EXDIF-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "POSTING ACCOUNT MISSING, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           ACCEPT WS-EFT-BANK FROM ENVIRONMENT "EFTBANK".
           IF WS-EFT-BANK = " "
              MOVE "BANK1" TO WS-EFT-BANK.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WS-BA-ST1 NOT = 0
              MOVE "Y" TO WS-BA-OFF-SW.
           OPEN I-O CREDITOR-MASTER.
           IF WS-CREDITOR-ST1 NOT = 0
              MOVE "CANNOT OPEN CREDITOR MASTER, RUN ABANDONED."
              OPEN OUTPUT CURRENCY-FILE
              CLOSE CURRENCY-FILE
              OPEN INPUT CURRENCY-FILE.
           OPEN I-O PAYPROP-FILE.
           IF WS-PPR-ST1 = 35
              OPEN OUTPUT PAYPROP-FILE
              CLOSE PAYPROP-FILE
              OPEN I-O PAYPROP-FILE.
           PERFORM A-NEXT-REFERENCE.
        A-EXIT.
           EXIT.
      *
        A-CHOOSE-STAGE SECTION.
      *****************************************************************
      * THE RUN GOES IN TWO STAGES WITH A REVIEW AND A SIGN-OFF IN
      * BETWEEN. P SELECTS THE DUE ITEMS INTO A NEW PAYMENT PROPOSAL
      * AND PRINTS IT; THE CREDITORS CLERK DROPS OR PART-PAYS ITEMS
      * ON PayPropRv AND A SECOND, MORE SENIOR OPERATOR AUTHORISES IT
      * ON PayPropAu. R THEN PAYS THE AUTHORISED PROPOSAL: LEDGER, GL
      * AND EFT FILE. THE JOB DIRECTION CHOOSES THE STAGE; BLANK ASKS.
      *****************************************************************
        ACS-005.
           IF LK-DIRECTION = "P" OR "R"
              MOVE LK-DIRECTION TO WS-STAGE
              GO TO ACS-EXIT.
        ACS-010.
           DISPLAY "P=PROPOSE PAYMENTS R=PAY AUTHORISED PROPOSAL "
              "X=EXIT: ".
           MOVE " " TO WS-STAGE.
           ACCEPT WS-STAGE.
           IF WS-STAGE NOT = "P" AND NOT = "R" AND NOT = "X"
              GO TO ACS-010.
        ACS-EXIT.
           EXIT.
      *
        A-LAST-PROPOSAL SECTION.
      *****************************************************************
      * THE HIGHEST PROPOSAL NUMBER ON FILE, WITH ITS HEADER READ.
      * ONLY THE LATEST PROPOSAL CAN STILL BE LIVE, BECAUSE NO NEW ONE
      * IS MADE WHILE ANOTHER IS OPEN OR AUTHORISED.
      *****************************************************************
        ALP-005.
           MOVE "N" TO WS-PROP-FOUND-SW.
           MOVE 0 TO WS-PROPOSAL.
           MOVE 999999      TO PPR-PROPOSAL.
           MOVE HIGH-VALUES TO PPR-ACCOUNT-NUMBER.
           MOVE 999999      TO PPR-TRANS-NUMBER.
           START PAYPROP-FILE KEY NOT > PPR-KEY
               INVALID KEY
             GO TO ALP-EXIT.
           READ PAYPROP-FILE PREVIOUS
               AT END
             GO TO ALP-EXIT.
           MOVE PPR-PROPOSAL TO WS-PROPOSAL.
           MOVE SPACES       TO PPR-ACCOUNT-NUMBER.
           MOVE 0            TO PPR-TRANS-NUMBER.
           READ PAYPROP-FILE
               INVALID KEY
             GO TO ALP-EXIT.
           MOVE "Y" TO WS-PROP-FOUND-SW.
        ALP-EXIT.
           EXIT.
      *
        P-PROPOSE SECTION.
      *****************************************************************
      * SELECT EVERY DUE OPEN ITEM, BY THE SAME RULES THE PAYMENT RUN
      * HAS ALWAYS USED, INTO A NEW PROPOSAL AND PRINT IT. NOTHING IS
      * POSTED HERE. A CREDITOR WITH NO BANK DETAILS IS LISTED BUT
      * NOT PROPOSED.
      *****************************************************************
        PR-005.
           PERFORM A-LAST-PROPOSAL.
           IF WS-PROP-FOUND AND (PPR-OPEN OR PPR-AUTHORISED)
              DISPLAY "PAYMENT PROPOSAL " WS-PROPOSAL
                 " IS NOT YET PAID OR CANCELLED."
              MOVE "PROPOSAL STILL LIVE, NO NEW PROPOSAL MADE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO PR-EXIT.
           ADD 1 TO WS-PROPOSAL.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "CREDITOR PAYMENT PROPOSAL " DELIMITED BY SIZE
                  WS-PROPOSAL DELIMITED BY SIZE
                  " AS AT " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  " COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  " PROPOSED BY " DELIMITED BY SIZE
                  WS-OPERATOR DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-PROP-HEAD TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE 0 TO CR-ACCOUNT-NUMBER.
           START CREDITOR-MASTER KEY NOT < CR-KEY
               INVALID KEY NEXT SENTENCE.
        PR-010.
           READ CREDITOR-MASTER NEXT
               AT END
             GO TO PR-090.
           IF CR-MERGED-CLOSED
              GO TO PR-010.
           IF CR-BANK-ACCOUNT NOT = " " AND NOT CR-BANK-REJECTED
              GO TO PR-020.
           MOVE "N" TO WS-PROP-WRITE-SW.
           PERFORM B-SCAN-DUE.
           IF WS-THIS-PAY NOT > 0
              GO TO PR-010.
           ADD 1 TO WS-NOBANK-COUNT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO WS-PROP-LINE.
           MOVE WS-THIS-PAY TO WS-PL-PAY.
           IF CR-BANK-REJECTED
              MOVE "BANK ACC RETURNED" TO WS-PL-NOTE
           ELSE
              MOVE "NO BANK DETAILS" TO WS-PL-NOTE.
           MOVE WS-PROP-LINE TO REPORT-TEXT-LINE.
           MOVE CR-ACCOUNT-NUMBER TO REPORT-TEXT-LINE (1:7).
           MOVE CR-NAME (1:30)    TO REPORT-TEXT-LINE (9:30).
           WRITE REPORT-TEXT-LINE.
           GO TO PR-010.
        PR-020.
           MOVE "Y" TO WS-PROP-WRITE-SW.
           MOVE "Y" TO WS-FIRST-ITEM-SW.
           PERFORM B-SCAN-DUE.
           IF WS-RUN-FAILED
              GO TO PR-090.
           IF WS-THIS-PAY NOT > 0
              GO TO PR-010.
           ADD 1 TO WS-DUE-COUNT.
           ADD WS-THIS-PAY TO WS-DUE-TOTAL.
           MOVE SPACES TO WS-PROP-LINE.
           MOVE WS-THIS-PAY TO WS-PL-PAY.
           MOVE "CREDITOR TOTAL" TO WS-PL-NOTE.
           MOVE WS-PROP-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           GO TO PR-010.
        PR-090.
           MOVE "N" TO WS-PROP-WRITE-SW.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-PROP-ITEMS = 0
              MOVE "NOTHING DUE, NO PROPOSAL MADE." TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE
              MOVE 0 TO WS-PROPOSAL
              GO TO PR-095.
      *    A PROPOSAL THAT COULD NOT BE WRITTEN IN FULL IS FILED AS
      *    CANCELLED SO IT CAN NEVER BE AUTHORISED AND PAID.
           MOVE SPACES        TO PAYPROP-RECORD.
           MOVE WS-PROPOSAL   TO PPR-PROPOSAL.
           MOVE 0             TO PPR-TRANS-NUMBER
                                 PPR-REVIEWED-AUTH
                                 PPR-REVIEWED-DATE
                                 PPR-AUTHORISED-DATE
                                 PPR-POSTED-DATE.
           MOVE WS-OPERATOR   TO PPR-PROPOSED-BY.
           MOVE WS-TODAY-DATE TO PPR-PROPOSED-DATE.
           MOVE WS-PROP-ITEMS TO PPR-ITEM-COUNT.
           MOVE WS-DUE-TOTAL  TO PPR-TOTAL.
           IF WS-RUN-FAILED
              MOVE "C" TO PPR-STATUS
           ELSE
              MOVE "P" TO PPR-STATUS.
           WRITE PAYPROP-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR PROPOSAL HEADER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "CREDITORS PROPOSED: " DELIMITED BY SIZE
                  WS-DUE-COUNT DELIMITED BY SIZE
                  "   INVOICES: " DELIMITED BY SIZE
                  WS-PROP-ITEMS DELIMITED BY SIZE
                  "   NO BANK DETAILS: " DELIMITED BY SIZE
                  WS-NOBANK-COUNT DELIMITED BY SIZE
                  "   ON HOLD: " DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-DUE-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "PROPOSED FOR PAYMENT: " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           IF WS-RUN-FAILED
              MOVE "PROPOSAL INCOMPLETE AND CANCELLED, RUN AGAIN."
                 TO REPORT-TEXT-LINE
           ELSE
              MOVE "AWAITING REVIEW AND AUTHORISATION." TO
                 REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        PR-095.
           CLOSE REPORT-TEXT-FILE.
           PERFORM P-PIPELINE.
        PR-EXIT.
           EXIT.
      *
        P-WRITE-ITEM SECTION.
        PWI-005.
           IF WS-FIRST-ITEM
              MOVE SPACES TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE
              MOVE SPACES TO REPORT-TEXT-LINE
              STRING CR-ACCOUNT-NUMBER DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     CR-NAME DELIMITED BY SIZE
                     " BANK " DELIMITED BY SIZE
                     CR-BANK-ACCOUNT DELIMITED BY SIZE
                     INTO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE
              MOVE "N" TO WS-FIRST-ITEM-SW.
           MOVE SPACES            TO PAYPROP-RECORD.
           MOVE WS-PROPOSAL       TO PPR-PROPOSAL.
           MOVE CRTR-ACCOUNT-NUMBER TO PPR-ACCOUNT-NUMBER.
           MOVE CRTR-TRANS-NUMBER TO PPR-TRANS-NUMBER.
           MOVE CRTR-REFERENCE    TO PPR-REFERENCE.
           MOVE CRTR-DUE-DATE     TO PPR-DUE-DATE.
           MOVE CRTR-CURRENCY     TO PPR-CURRENCY.
           MOVE CRTR-OUTSTANDING  TO PPR-OUTSTANDING.
           MOVE WS-ITEM-PAY       TO PPR-PROPOSED
                                     PPR-PAY.
           MOVE " "               TO PPR-ITEM-STATUS.
           MOVE 0                 TO PPR-PAID.
           WRITE PAYPROP-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR PAYMENT PROPOSAL." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO PWI-EXIT.
           ADD 1 TO WS-PROP-ITEMS.
           MOVE SPACES            TO WS-PROP-LINE.
           MOVE CRTR-TRANS-NUMBER TO WS-PL-TRANS.
           MOVE CRTR-REFERENCE    TO WS-PL-REF.
           MOVE CRTR-DUE-DATE     TO WS-PL-DUE.
           MOVE CRTR-CURRENCY     TO WS-PL-CURRENCY.
           MOVE CRTR-OUTSTANDING  TO WS-PL-OUTSTAND.
           MOVE WS-ITEM-PAY       TO WS-PL-PAY.
           IF WS-ITEM-PAY < CRTR-OUTSTANDING
              MOVE "PART PAYMENT" TO WS-PL-NOTE.
           MOVE WS-PROP-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        PWI-EXIT.
           EXIT.
      *
        P-PIPELINE SECTION.
      *****************************************************************
      * THE PROPOSAL GOES THROUGH THE SHARED PDF PIPELINE TOOLS: TEXT
      * TO PDF, ARCHIVE A COPY UNDER THE PROPOSAL NUMBER, PRINT.
      *****************************************************************
        PP-005.
           ACCEPT WS-PRINTER FROM ENVIRONMENT "PP-PRINTER".
           MOVE SPACES TO WS-COMMAND.
           STRING "./text2pdf /ctools/spl/PayProposal.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/PayProposal.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND.
           PERFORM P-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND.
           STRING "cp /ctools/spl/PayProposal.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "PAYPROP.0" DELIMITED BY SIZE
                  WS-PROPOSAL DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND.
           PERFORM P-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/PayProposal.pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND.
           PERFORM P-RUN-COMMAND.
        PP-EXIT.
           EXIT.
      *
        P-RUN-COMMAND SECTION.
        PRC-005.
           CALL "SYSTEM" USING WS-COMMAND
               RETURNING WS-CMD-STATUS
               END-CALL.
           IF WS-CMD-STATUS NOT = 0
              DISPLAY "COMMAND FAILED: " WS-COMMAND.
        PRC-EXIT.
           EXIT.
      *
        A-NEXT-REFERENCE SECTION.
        ANR-005.
      *
        B-PREVIEW SECTION.
      *****************************************************************
      * ONLY THE AUTHORISED PROPOSAL IS PAID, AND ONLY THE ITEMS THE
      * REVIEW LEFT IN IT, AT THE AMOUNT IT LEFT ON EACH. ITEMS
      * ALREADY PAID BY AN EARLIER ATTEMPT AT THIS PROPOSAL ARE NOT
      * COUNTED AGAIN.
      *****************************************************************
        BP-005.
           PERFORM A-LAST-PROPOSAL.
           IF NOT WS-PROP-FOUND OR NOT PPR-AUTHORISED
              DISPLAY "NO AUTHORISED PAYMENT PROPOSAL, NOTHING TO PAY."
              MOVE 0 TO WS-PROPOSAL
              GO TO BP-EXIT.
           DISPLAY "PAYMENT PROPOSAL:          " WS-PROPOSAL.
           DISPLAY "PROPOSED BY:               " PPR-PROPOSED-BY
              " " PPR-PROPOSED-DATE.
           DISPLAY "AUTHORISED BY:             " PPR-AUTHORISED-BY
              " " PPR-AUTHORISED-DATE.
           MOVE SPACES TO WS-LAST-ACC.
           START PAYPROP-FILE KEY > PPR-KEY
               INVALID KEY
             GO TO BP-EXIT.
        BP-010.
           READ PAYPROP-FILE NEXT
               AT END
             GO TO BP-EXIT.
           IF PPR-PROPOSAL NOT = WS-PROPOSAL
              GO TO BP-EXIT.
           IF NOT PPR-ITEM-OPEN OR PPR-PAY NOT > 0
              GO TO BP-010.
           ADD 1 TO WS-ITEM-COUNT.
           ADD PPR-PAY TO WS-DUE-TOTAL.
           IF PPR-ACCOUNT-NUMBER NOT = WS-LAST-ACC
              ADD 1 TO WS-DUE-COUNT
              MOVE PPR-ACCOUNT-NUMBER TO WS-LAST-ACC.
           GO TO BP-010.
        BP-EXIT.
           EXIT.
              MOVE CRTR-OUTSTANDING TO WS-ITEM-PAY.
           ADD 1 TO WS-ITEM-COUNT.
           ADD WS-ITEM-PAY TO WS-THIS-PAY.
           IF WS-PROP-WRITE
              PERFORM P-WRITE-ITEM.
           IF WS-RUN-FAILED
              GO TO BSD-EXIT.
           GO TO BSD-010.
        BSD-EXIT.
           EXIT.
      *
        B-SCAN-PROPOSAL SECTION.
        BSP-005.
           MOVE 0 TO WS-THIS-PAY.
           MOVE WS-PROPOSAL       TO PPR-PROPOSAL.
           MOVE CR-ACCOUNT-NUMBER TO PPR-ACCOUNT-NUMBER.
           MOVE 0                 TO PPR-TRANS-NUMBER.
           START PAYPROP-FILE KEY NOT < PPR-KEY
               INVALID KEY
             GO TO BSP-EXIT.
        BSP-010.
           READ PAYPROP-FILE NEXT
               AT END
             GO TO BSP-EXIT.
           IF PPR-PROPOSAL NOT = WS-PROPOSAL
              OR PPR-ACCOUNT-NUMBER NOT = CR-ACCOUNT-NUMBER
              GO TO BSP-EXIT.
           IF PPR-ITEM-OPEN AND PPR-PAY > 0
              ADD PPR-PAY TO WS-THIS-PAY.
           GO TO BSP-010.
        BSP-EXIT.
           EXIT.
      *
        C-CONFIRM SECTION.
        C-005.
              MOVE "N" TO WS-CONFIRM
              DISPLAY "NOTHING DUE, NO PAYMENT RUN."
              GO TO C-EXIT.
      *    THE RUN PAYS FROM THE ACCOUNT CHOSEN HERE, BLANK TAKING THE
      *    DEFAULT PAYMENTS ACCOUNT; ITS BANK CODE AND EFT FORMAT
      *    REPLACE EFTBANK AND THE BANK TABLE'S FORMAT.
           MOVE 2   TO WS-BA-PURPOSE.
           MOVE "Y" TO WS-BA-ASK-SW.
           PERFORM CHOOSE-BANK-ACCOUNT.
           IF WS-BA-BAD
              MOVE "N" TO WS-CONFIRM
              MOVE "Y" TO WS-RUN-FAIL-SW
              GO TO C-EXIT.
           IF WS-BA-CODE = " "
              GO TO C-010.
           MOVE WS-BA-GL TO WS-BANK-ACC.
           IF WS-BA-BANK-CODE NOT = " "
              MOVE WS-BA-BANK-CODE TO WS-EFT-BANK.
        C-010.
           DISPLAY "CONFIRM PAYMENT RUN, Y/N: ".
           ACCEPT WS-CONFIRM.
        C-EXIT.
           MOVE "O"           TO EFT-FUNCTION.
           MOVE "CrEftFile"   TO EFT-FILE-NAME.
           MOVE WS-EFT-BANK   TO EFT-BANK-CODE.
           MOVE WS-BA-FORMAT  TO EFT-FORMAT.
           MOVE WS-TODAY-DATE TO EFT-PAY-DATE.
           CALL "EFTFMTXX" USING EFT-PARMS.
           IF EFT-RETURN-CODE NOT = 0
             GO TO DP-090.
           IF CR-MERGED-CLOSED
              GO TO DP-005.
           PERFORM B-SCAN-PROPOSAL.
           IF WS-THIS-PAY NOT > 0
              GO TO DP-005.
           IF CR-BANK-ACCOUNT = " " OR CR-BANK-REJECTED
              ADD 1 TO WS-SKIP-COUNT
              DISPLAY "NO USABLE BANK DETAILS, NOT PAID: "
                 CR-ACCOUNT-NUMBER
              GO TO DP-005.
           PERFORM D-PAY-ITEMS.
           IF WS-RUN-FAILED
              PERFORM ERROR-MESSAGE
              MOVE "Y" TO WS-RUN-FAIL-SW.
           PERFORM D-POST-JOURNAL.
           PERFORM D-CLOSE-PROPOSAL.
        DP-EXIT.
           EXIT.
      *
        D-PAY-ITEMS SECTION.
      *****************************************************************
      * SETTLE EACH ITEM THE AUTHORISED PROPOSAL CARRIES FOR THE
      * CREDITOR IN HAND: REDUCE THE ITEM'S OUTSTANDING AMOUNT BY WHAT
      * THE PROPOSAL PAYS ON IT (A PART-PAYMENT LEAVES THE REST OPEN
      * FOR A LATER PROPOSAL), MARK THE PROPOSAL ITEM PAID, AND
      * REMEMBER THE REFERENCE AND AMOUNT FOR THE PAYMENT ROWS AND
      * THE REMITTANCE ADVICE.
      *****************************************************************
           MOVE 0 TO WS-PAID-COUNT
                     WS-THIS-PAY
                     WS-THIS-SETTLE.
           MOVE WS-PROPOSAL       TO PPR-PROPOSAL.
           MOVE CR-ACCOUNT-NUMBER TO PPR-ACCOUNT-NUMBER.
           MOVE 0                 TO PPR-TRANS-NUMBER.
           START PAYPROP-FILE KEY NOT < PPR-KEY
               INVALID KEY
             GO TO DPI-EXIT.
        DPI-010.
           READ PAYPROP-FILE NEXT
               AT END
             GO TO DPI-EXIT.
           IF PPR-PROPOSAL NOT = WS-PROPOSAL
              OR PPR-ACCOUNT-NUMBER NOT = CR-ACCOUNT-NUMBER
              GO TO DPI-EXIT.
           IF NOT PPR-ITEM-OPEN OR PPR-PAY NOT > 0
              GO TO DPI-010.
           IF WS-PAID-COUNT NOT < 200
              DISPLAY "OPEN ITEM TABLE FULL, ITEM LEFT FOR NEXT RUN: "
                 PPR-KEY
              GO TO DPI-010.
      *    THE LEDGER MAY HAVE MOVED SINCE THE PROPOSAL WAS PRINTED:
      *    AN ITEM SINCE PAID, CANCELLED OR PUT ON HOLD IS SKIPPED, AND
      *    NOTHING IS EVER PAID BEYOND WHAT IS STILL OUTSTANDING.
           MOVE CR-ACCOUNT-NUMBER TO CRTR-ACCOUNT-NUMBER.
           MOVE PPR-TRANS-NUMBER  TO CRTR-TRANS-NUMBER.
           READ CRTRANS-FILE
               INVALID KEY
             GO TO DPI-020.
           IF CRTR-PAYMENT OR CRTR-HELD
              GO TO DPI-020.
           IF CRTR-OUTSTANDING NOT > 0
              GO TO DPI-020.
           IF PPR-PAY < CRTR-OUTSTANDING
              MOVE PPR-PAY TO WS-ITEM-PAY
           ELSE
              MOVE CRTR-OUTSTANDING TO WS-ITEM-PAY.
      *    A FOREIGN ITEM SETTLES AT THE PAYMENT-DATE RATE: THE EFT
      *    PAYS TODAY'S HOME VALUE OF THE FOREIGN PORTION AND THE
      *    DIFFERENCE FROM THE BOOKED VALUE GOES TO THE EXCHANGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW
             GO TO DPI-EXIT.
           MOVE "P"         TO PPR-ITEM-STATUS.
           MOVE WS-ITEM-PAY TO PPR-PAID.
           REWRITE PAYPROP-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR PAYMENT PROPOSAL." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW.
           ADD 1 TO WS-PAID-COUNT.
           MOVE CRTR-REFERENCE TO WS-PD-REFERENCE (WS-PAID-COUNT).
           MOVE WS-ITEM-PAY    TO WS-PD-AMOUNT (WS-PAID-COUNT).
           ADD WS-ITEM-PAY    TO WS-THIS-PAY.
           ADD WS-ITEM-SETTLE TO WS-THIS-SETTLE.
           IF WS-RUN-FAILED
              GO TO DPI-EXIT.
           GO TO DPI-010.
        DPI-020.
           DISPLAY "ITEM CHANGED SINCE PROPOSED, NOT PAID: "
              PPR-ACCOUNT-NUMBER " " PPR-TRANS-NUMBER.
           ADD 1 TO WS-CHANGED-COUNT.
           MOVE "S" TO PPR-ITEM-STATUS.
           REWRITE PAYPROP-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR PAYMENT PROPOSAL." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
           GO TO DPI-010.
        DPI-EXIT.
           EXIT.
      *
        D-CLOSE-PROPOSAL SECTION.
      *****************************************************************
      * A CLEAN RUN CLOSES THE PROPOSAL. A FAILED ONE LEAVES IT
      * AUTHORISED: THE ITEMS ALREADY PAID ARE MARKED, SO RUNNING THE
      * PAY STAGE AGAIN PAYS ONLY WHAT IS LEFT.
      *****************************************************************
        DCP-005.
           IF WS-RUN-FAILED
              DISPLAY "PROPOSAL " WS-PROPOSAL
                 " LEFT AUTHORISED, RERUN PAYS THE ITEMS NOT YET PAID."
              GO TO DCP-EXIT.
           MOVE WS-PROPOSAL TO PPR-PROPOSAL.
           MOVE SPACES      TO PPR-ACCOUNT-NUMBER.
           MOVE 0           TO PPR-TRANS-NUMBER.
           READ PAYPROP-FILE
               INVALID KEY
             MOVE "PROPOSAL HEADER NOT FOUND." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO DCP-EXIT.
           MOVE "X"           TO PPR-STATUS.
           MOVE WS-OPERATOR   TO PPR-POSTED-BY.
           MOVE WS-TODAY-DATE TO PPR-POSTED-DATE.
           REWRITE PAYPROP-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR PROPOSAL HEADER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-RUN-FAIL-SW.
        DCP-EXIT.
           EXIT.
      *
        D-WRITE-PAYMENTS SECTION.
      *****************************************************************
                       CRTR-DUE-DATE
                       CRTR-THIS-PAY.
           MOVE " " TO CRTR-HELD-FLAG.
           MOVE WS-BA-CODE TO CRTR-BANK-ACCOUNT.
           WRITE CRTRANS-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR CREDITOR TRANSACTION."
           CLOSE CREDITOR-MASTER
                 CRTRANS-FILE
                 GLJRN-FILE
                 CURRENCY-FILE
                 PAYPROP-FILE.
           IF NOT WS-BA-OFF
              CLOSE BANK-ACCOUNT-FILE.
           IF WS-STAGE = "P"
              DISPLAY "PAYMENT PROPOSAL:      " WS-PROPOSAL
              DISPLAY "INVOICES PROPOSED:     " WS-PROP-ITEMS
              MOVE WS-DUE-TOTAL TO WS-TOTAL-EDIT
              DISPLAY "VALUE PROPOSED:        " WS-TOTAL-EDIT
              GO TO E-090.
           IF WS-STAGE NOT = "R"
              GO TO E-090.
           MOVE WS-PAY-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "CREDITORS PAID:        " WS-PAY-COUNT.
           DISPLAY "TOTAL POSTED VALUE:    " WS-TOTAL-EDIT.
              DISPLAY "SKIPPED, NO BANK DETAILS: " WS-SKIP-COUNT.
           IF WS-REMIT-FAILED NOT = 0
              DISPLAY "REMITTANCES FAILED:       " WS-REMIT-FAILED.
           IF WS-CHANGED-COUNT NOT = 0
              DISPLAY "CHANGED SINCE PROPOSED:   " WS-CHANGED-COUNT.
        E-090.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        E-EXIT.
           EXIT.
      *
        COPY "StatusText".
        COPY "PostAccLookup".
        COPY "BankAccLookup".
        COPY "ErrorMessage".
      * END-OF-JOB.
