        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLCLCKXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectPostAcc".
         Copy "SelectCrMaster".
         Copy "SelectDrMaster".
         Copy "SelectStMaster".
         Copy "SelectGlPeriod".
         Copy "SelectGlCloseChk".
         Copy "SelectBankLine".
           COPY "SelectBankAcc".
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
           SELECT STOCKCHANGE-MASTER ASSIGN TO "StChanges"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STCH-KEY
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT REPORT-TEXT-FILE ASSIGN TO
                     "/ctools/spl/GlCloseChk.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdCreditor.
           COPY ChlfdDebtor.
           COPY ChlfdStockMast.
           COPY ChlfdGlPeriod.
           COPY ChlfdGlCloseChk.
           COPY ChlfdBankLine.
           COPY ChlfdBankAcc.
           COPY ChlfdGlJrn.
           COPY ChlfdGlMast.
           COPY ChlfdStockChanges.
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
           77  WS-OPERATOR      PIC X(10) VALUE " ".
           77  WS-PERIOD-IN     PIC X(06) VALUE " ".
           77  WS-PERIOD        PIC 9(06) VALUE 0.
           77  WS-START-DATE    PIC 9(08) VALUE 0.
           77  WS-END-DATE      PIC 9(08) VALUE 0.
           77  WS-CR-CTL-ACC    PIC X(06) VALUE " ".
           77  WS-DR-CTL-ACC    PIC X(06) VALUE " ".
           77  WS-ST-CTL-ACC    PIC X(06) VALUE " ".
           77  WS-BANK-ACC      PIC X(06) VALUE " ".
           77  WS-CR-TOTAL      PIC S9(11)V99 VALUE 0.
           77  WS-DR-TOTAL      PIC S9(11)V99 VALUE 0.
           77  WS-ST-TOTAL      PIC S9(11)V99 VALUE 0.
           77  WS-CR-UNPOSTED   PIC S9(11)V99 VALUE 0.
           77  WS-DR-UNPOSTED   PIC S9(11)V99 VALUE 0.
           77  WS-ST-UNPOSTED   PIC S9(11)V99 VALUE 0.
           77  WS-CR-DIFF       PIC S9(11)V99 VALUE 0.
           77  WS-DR-DIFF       PIC S9(11)V99 VALUE 0.
           77  WS-ST-DIFF       PIC S9(11)V99 VALUE 0.
           77  WS-JRN-PERIOD    PIC 9(06) VALUE 0.
           77  WS-LOOK-PERIOD   PIC 9(06) VALUE 0.
           77  WS-LOOK-OPEN-SW  PIC X VALUE "N".
               88  WS-LOOK-OPEN       VALUE "Y".
           77  WS-FAIL-COUNT    PIC 9(02) VALUE 0.
           77  WS-IDX           PIC 9(02) COMP VALUE 0.
           77  WS-DIFF-EDIT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           77  WS-STOCK-OFF-SW  PIC X VALUE "N".
               88  WS-STOCK-OFF       VALUE "Y".
           77  WS-BANK-OFF-SW   PIC X VALUE "N".
               88  WS-BANK-OFF        VALUE "Y".
           77  WS-BANK-SW       PIC X VALUE "N".
               88  WS-IS-BANK         VALUE "Y".
           77  WS-BANK-COUNT    PIC 9(02) COMP VALUE 0.
           77  WS-BX            PIC 9(02) COMP VALUE 0.
      *****************************************************************
      * THE GL ACCOUNTS OF EVERY BANK ACCOUNT THE COMPANY RUNS, THE
      * BANK POSTING ACCOUNT FIRST.
      *****************************************************************
           01  WS-BANK-TABLE.
               03  WS-BANK-GL       PIC X(06) OCCURS 20.
      *****************************************************************
      * THE FOUR CHECKS, IN GlCloseCheck ORDER.
      *****************************************************************
           01  WS-CHECK-TABLE.
               03  WS-CHECK OCCURS 4.
                   05  WS-CK-DESC       PIC X(30).
                   05  WS-CK-RESULT     PIC X(01).
                   05  WS-CK-ITEMS      PIC 9(06).
                   05  WS-CK-AMOUNT     PIC S9(11)V99.
                   05  WS-CK-DETAIL     PIC X(60).
           01  WS-PERIOD-WORK.
               03  WS-PW-PERIOD PIC 9(06).
               03  FILLER REDEFINES WS-PW-PERIOD.
                   05  WS-PW-YY PIC 9(04).
                   05  WS-PW-MM PIC 9(02).
           01  WS-DATE-WORK.
               03  WS-DATE-NUM  PIC 9(08).
               03  FILLER REDEFINES WS-DATE-NUM.
                   05  WS-DS-PERIOD PIC 9(06).
                   05  WS-DS-DAY    PIC 9(02).
           01  WS-DETAIL-LINE.
               03  WS-DL-CHECK      PIC 9(02).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-DESC       PIC X(30).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-RESULT     PIC X(04).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-ITEMS      PIC ZZZZZ9.
               03  WS-DL-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-DETAIL     PIC X(60).
           01  WS-CREDITOR-STATUS.
               03  WS-CREDITOR-ST1  PIC 99.
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-STOCK-STATUS.
               03  WS-STOCK-ST1     PIC 99.
           01  WS-PERIOD-STATUS.
               03  WS-PERIOD-ST1    PIC 99.
           01  WS-GLCC-STATUS.
               03  WS-GLCC-ST1      PIC 99.
           01  WS-BSL-STATUS.
               03  WS-BSL-ST1       PIC 99.
           01  WS-GLJRN-STATUS.
               03  WS-STAT1         PIC 99.
           01  WS-GL-STATUS.
               03  WS-GL-ST1        PIC 99.
           01  WS-CHANGE-STATUS.
               03  WS-CHANGE-ST1    PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
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
      *****************************************************************
      * PRE-CLOSE CHECKLIST FOR ONE ACCOUNTING PERIOD. FOUR CHECKS
      * MUST PASS BEFORE THE MONTH END MAY CLOSE IT:
      *  1 NO STOCK MOVEMENT DATED IN OR BEFORE THE PERIOD IS UNPOSTED
      *  2 THE CREDITORS, DEBTORS AND STOCK CONTROL ACCOUNTS, WITH THE
      *    JOURNALS THE MONTH END WILL POST, AGREE TO THEIR LEDGERS AS
      *    THE NIGHTLY CONTROL RECONCILIATION COMPARES THEM
      *  3 NOTHING UNRECONCILED ON ANY BANK ACCOUNT FROM BEFORE THE
      *    PERIOD, NEITHER LEDGER ENTRIES NOR STATEMENT LINES
      *  4 NO JOURNAL WAITING IS DATED IN AN EARLIER PERIOD STILL OPEN
      * THE RESULT OF EACH CHECK GOES TO GlCloseCheck, AND PASSED OR
      * FAILED IS STAMPED ON THE PERIOD FOR THE MONTH END TO SEE.
      *****************************************************************
           PERFORM A-ACCEPT.
           PERFORM A-INIT.
           PERFORM B-STOCK-POSTED.
           PERFORM C-JOURNALS.
           PERFORM C-BANK-LINES.
           PERFORM D-CONTROLS.
           PERFORM E-RECORD.
           PERFORM F-REPORT.
           PERFORM G-PIPELINE.
           PERFORM H-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-ACCEPT SECTION.
      *****************************************************************
      * THE PERIOD COMES FROM CLOSEPERIOD, OR IS ASKED FOR FROM THE
      * MENU; A SCHEDULED RUN (DIRECTION P) WITHOUT ONE CHECKS LAST
      * MONTH.
      *****************************************************************
        A-001.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USERNAME".
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:6) TO WS-PW-PERIOD.
           PERFORM X-PREV-PERIOD.
           MOVE WS-PW-PERIOD TO WS-PERIOD.
           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT "CLOSEPERIOD".
           IF WS-PERIOD-IN NOT = " "
              GO TO A-020.
           IF LK-DIRECTION = "P"
              GO TO A-AC-EXIT.
           MOVE 0810 TO W-POS.
           DISPLAY "** PRE-CLOSE CHECKLIST **" AT W-POS.
        A-010.
           MOVE 1010 TO W-POS.
           DISPLAY "PERIOD YYYYMM, BLANK FOR LAST MONTH:   [      ]"
              AT W-POS.
           MOVE 1050 TO W-POS.
           MOVE " " TO WS-PERIOD-IN.
           ACCEPT WS-PERIOD-IN AT W-POS.
           IF WS-PERIOD-IN = " "
              GO TO A-AC-EXIT.
        A-020.
           IF WS-PERIOD-IN NOT NUMERIC
              GO TO A-030.
           MOVE WS-PERIOD-IN TO WS-PW-PERIOD.
           IF WS-PW-MM < 1 OR WS-PW-MM > 12
              GO TO A-030.
           MOVE WS-PW-PERIOD TO WS-PERIOD.
           GO TO A-AC-EXIT.
        A-030.
           IF LK-DIRECTION = "P"
              MOVE "CLOSEPERIOD IS NOT A VALID YYYYMM, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE "PERIOD MUST BE YYYYMM, RE-ENTER." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO A-010.
        A-AC-EXIT.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** PRE-CLOSE CHECKLIST **".
           DISPLAY "COMPANY: " WS-COMPANY-CODE "  PERIOD: " WS-PERIOD.
           OPEN INPUT GL-PERIOD-FILE.
           IF WS-PERIOD-ST1 NOT = 0
              MOVE "NO PERIOD FILE, RUN ABANDONED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE WS-PERIOD TO GLPD-PERIOD.
           READ GL-PERIOD-FILE
               INVALID KEY
             CLOSE GL-PERIOD-FILE
             MOVE "PERIOD NOT ON FILE, RUN ABANDONED." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE 90 TO LK-RETURN-CODE
             GOBACK.
           IF GLPD-CLOSED
              CLOSE GL-PERIOD-FILE
              MOVE "PERIOD IS ALREADY CLOSED, NOTHING TO CHECK."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE GLPD-START-DATE TO WS-START-DATE.
           MOVE GLPD-END-DATE   TO WS-END-DATE.
           OPEN INPUT POSTACC-FILE.
           IF WS-PA-ST1 NOT = 0
              CLOSE GL-PERIOD-FILE
              MOVE "NO POSTING ACCOUNT FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE "CRCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CR-CTL-ACC.
           MOVE "DRCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-DR-CTL-ACC.
           MOVE "STCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-ST-CTL-ACC.
           MOVE "BANK" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-BANK-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              CLOSE GL-PERIOD-FILE
              MOVE "POSTING ACCOUNT MISSING, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           PERFORM A-LOAD-BANKS.
           MOVE "STOCK MOVEMENTS ALL POSTED"     TO WS-CK-DESC (1).
           MOVE "CONTROL ACCOUNTS IN STEP"       TO WS-CK-DESC (2).
           MOVE "BANK RECONCILED TO PERIOD START" TO WS-CK-DESC (3).
           MOVE "NO JOURNALS IN EARLIER OPEN PER" TO WS-CK-DESC (4).
           MOVE 0 TO WS-IDX.
        A-005.
           ADD 1 TO WS-IDX.
           IF WS-IDX > 4
              GO TO A-EXIT.
           MOVE "P"    TO WS-CK-RESULT (WS-IDX).
           MOVE 0      TO WS-CK-ITEMS (WS-IDX)
                          WS-CK-AMOUNT (WS-IDX).
           MOVE SPACES TO WS-CK-DETAIL (WS-IDX).
           GO TO A-005.
        A-EXIT.
           EXIT.
      *
        A-LOAD-BANKS SECTION.
      *****************************************************************
      * CHECK 3 COVERS EVERY BANK ACCOUNT ON THE BANK ACCOUNT FILE,
      * CLOSED ONES TOO AS THEY MAY STILL HOLD UNMATCHED ENTRIES.
      * WITHOUT THE FILE ONLY THE BANK POSTING ACCOUNT IS CHECKED.
      *****************************************************************
        ALB-005.
           MOVE SPACES      TO WS-BANK-TABLE.
           MOVE WS-BANK-ACC TO WS-BANK-GL (1).
           MOVE 1           TO WS-BANK-COUNT.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WS-BA-ST1 NOT = 0
              GO TO ALB-EXIT.
           MOVE LOW-VALUES TO BA-CODE.
           START BANK-ACCOUNT-FILE KEY NOT < BA-KEY
               INVALID KEY
             GO TO ALB-090.
        ALB-010.
           READ BANK-ACCOUNT-FILE NEXT
               AT END
             GO TO ALB-090.
           IF BA-GL-ACCOUNT = " " OR BA-GL-ACCOUNT = "000000"
              GO TO ALB-010.
           MOVE "N" TO WS-BANK-SW.
           MOVE BA-GL-ACCOUNT TO GLJRN-ACCOUNT.
           PERFORM X-BANK-ACCOUNT.
           IF WS-IS-BANK
              GO TO ALB-010.
           IF WS-BANK-COUNT = 20
              DISPLAY "BANK ACCOUNT TABLE FULL, NOT CHECKED: " BA-CODE
              GO TO ALB-010.
           ADD 1 TO WS-BANK-COUNT.
           MOVE BA-GL-ACCOUNT TO WS-BANK-GL (WS-BANK-COUNT).
           GO TO ALB-010.
        ALB-090.
           CLOSE BANK-ACCOUNT-FILE.
        ALB-EXIT.
           EXIT.
      *
        X-BANK-ACCOUNT SECTION.
      *****************************************************************
      * IS GLJRN-ACCOUNT ONE OF THE BANK ACCOUNTS?
      *****************************************************************
        XBA-005.
           MOVE "N" TO WS-BANK-SW.
           MOVE 0   TO WS-BX.
        XBA-010.
           ADD 1 TO WS-BX.
           IF WS-BX > WS-BANK-COUNT
              GO TO XBA-EXIT.
           IF GLJRN-ACCOUNT = WS-BANK-GL (WS-BX)
              MOVE "Y" TO WS-BANK-SW
              GO TO XBA-EXIT.
           GO TO XBA-010.
        XBA-EXIT.
           EXIT.
      *
        B-STOCK-POSTED SECTION.
      *****************************************************************
      * CHECK 1: EVERY StChanges MOVEMENT DATED UP TO THE PERIOD END
      * MUST HAVE BEEN POSTED TO THE STOCK MASTER.
      *****************************************************************
        BSP-005.
           OPEN INPUT STOCKCHANGE-MASTER.
           IF WS-CHANGE-ST1 NOT = 0
              MOVE "Y" TO WS-STOCK-OFF-SW
              MOVE "NO STOCK MOVEMENT FILE" TO WS-CK-DETAIL (1)
              GO TO BSP-EXIT.
        BSP-010.
           READ STOCKCHANGE-MASTER NEXT
               AT END
             GO TO BSP-090.
           IF STCH-POSTED
              GO TO BSP-010.
           IF STCH-CHANGE-DATE > WS-END-DATE
              GO TO BSP-010.
           ADD 1 TO WS-CK-ITEMS (1).
           ADD STCH-VALUE TO WS-CK-AMOUNT (1).
           GO TO BSP-010.
        BSP-090.
           CLOSE STOCKCHANGE-MASTER.
           IF WS-CK-ITEMS (1) NOT = 0
              MOVE "F" TO WS-CK-RESULT (1)
              MOVE "UNPOSTED MOVEMENTS, RUN THE STOCK POSTING"
                 TO WS-CK-DETAIL (1).
        BSP-EXIT.
           EXIT.
      *
        C-JOURNALS SECTION.
      *****************************************************************
      * ONE PASS OF THE JOURNALS WAITING FOR THE MONTH END: WHAT THEY
      * WILL ADD TO EACH CONTROL ACCOUNT (CHECK 2), BANK ENTRIES FROM
      * BEFORE THE PERIOD NOT YET MATCHED TO THE STATEMENT (CHECK 3),
      * AND ENTRIES DATED IN AN EARLIER PERIOD NOT YET CLOSED, WHICH
      * THE MONTH END WOULD CLOSE ALONG WITH THIS ONE (CHECK 4).
      *****************************************************************
        CJ-005.
           OPEN INPUT GLJRN-FILE.
           IF WS-STAT1 NOT = 0
              GO TO CJ-EXIT.
           MOVE 0 TO WS-LOOK-PERIOD.
        CJ-010.
           READ GLJRN-FILE NEXT
               AT END
             GO TO CJ-090.
           IF GLJRN-ACCOUNT = WS-CR-CTL-ACC
              ADD GLJRN-BAL TO WS-CR-UNPOSTED.
           IF GLJRN-ACCOUNT = WS-DR-CTL-ACC
              ADD GLJRN-BAL TO WS-DR-UNPOSTED.
           IF GLJRN-ACCOUNT = WS-ST-CTL-ACC
              ADD GLJRN-BAL TO WS-ST-UNPOSTED.
           MOVE "N" TO WS-BANK-SW.
           IF NOT GLJRN-RECONCILED
              AND GLJRN-DATE < WS-START-DATE
              PERFORM X-BANK-ACCOUNT.
           IF WS-IS-BANK
              ADD 1 TO WS-CK-ITEMS (3)
              ADD GLJRN-BAL TO WS-CK-AMOUNT (3).
           IF GLJRN-DATE = 0
              MOVE GLJRN-PERIOD TO WS-JRN-PERIOD
           ELSE
              MOVE GLJRN-DATE TO WS-DATE-NUM
              MOVE WS-DS-PERIOD TO WS-JRN-PERIOD.
           IF WS-JRN-PERIOD NOT < WS-PERIOD
              GO TO CJ-010.
           IF WS-JRN-PERIOD NOT = WS-LOOK-PERIOD
              PERFORM X-PERIOD-OPEN.
           IF WS-LOOK-OPEN
              ADD 1 TO WS-CK-ITEMS (4)
              ADD GLJRN-BAL TO WS-CK-AMOUNT (4).
           GO TO CJ-010.
        CJ-090.
           CLOSE GLJRN-FILE.
           IF WS-CK-ITEMS (4) NOT = 0
              MOVE "F" TO WS-CK-RESULT (4)
              MOVE "JOURNALS DATED IN AN EARLIER PERIOD STILL OPEN"
                 TO WS-CK-DETAIL (4).
        CJ-EXIT.
           EXIT.
      *
        X-PERIOD-OPEN SECTION.
      *****************************************************************
      * IS WS-JRN-PERIOD STILL OPEN? A PERIOD NOT ON FILE HAS NEVER
      * BEEN CLOSED, SO IT COUNTS AS OPEN.
      *****************************************************************
        XPO-005.
           MOVE WS-JRN-PERIOD TO WS-LOOK-PERIOD.
           MOVE "Y" TO WS-LOOK-OPEN-SW.
           MOVE WS-JRN-PERIOD TO GLPD-PERIOD.
           READ GL-PERIOD-FILE
               INVALID KEY
             GO TO XPO-EXIT.
           IF GLPD-CLOSED
              MOVE "N" TO WS-LOOK-OPEN-SW.
        XPO-EXIT.
           EXIT.
      *
        C-BANK-LINES SECTION.
      *****************************************************************
      * CHECK 3 CONTINUED: BANK STATEMENT LINES FROM BEFORE THE PERIOD
      * THAT NEITHER MATCHED A LEDGER ENTRY NOR HAVE BEEN POSTED BY A
      * BANK RULE OR THE CASH BOOK.
      *****************************************************************
        CBL-005.
           OPEN INPUT BANK-LINE-FILE.
           IF WS-BSL-ST1 NOT = 0
              MOVE "Y" TO WS-BANK-OFF-SW
              GO TO CBL-090.
           MOVE 0 TO BSL-DATE
                     BSL-SEQ.
           START BANK-LINE-FILE KEY NOT < BSL-KEY
               INVALID KEY
             GO TO CBL-080.
        CBL-010.
           READ BANK-LINE-FILE NEXT
               AT END
             GO TO CBL-080.
           IF BSL-DATE NOT < WS-START-DATE
              GO TO CBL-080.
           IF NOT BSL-OPEN
              GO TO CBL-010.
           ADD 1 TO WS-CK-ITEMS (3).
           ADD BSL-AMOUNT TO WS-CK-AMOUNT (3).
           GO TO CBL-010.
        CBL-080.
           CLOSE BANK-LINE-FILE.
        CBL-090.
           IF WS-CK-ITEMS (3) NOT = 0
              MOVE "F" TO WS-CK-RESULT (3)
              MOVE "UNRECONCILED ENTRIES OR OPEN STATEMENT LINES"
                 TO WS-CK-DETAIL (3).
        CBL-EXIT.
           EXIT.
      *
        D-CONTROLS SECTION.
      *****************************************************************
      * CHECK 2: THE CONTROL RECONCILIATION'S COMPARISON WITH THE
      * WAITING JOURNALS ADDED, SINCE THE MONTH END POSTS THEM BEFORE
      * IT CLOSES. CREDITORS CONTROL CARRIES CREDITS, SO IN STEP MEANS
      * THE GL IS MINUS THE LEDGER TOTAL.
      *****************************************************************
        DC-005.
           OPEN INPUT CREDITOR-MASTER.
           IF WS-CREDITOR-ST1 NOT = 0
              GO TO DC-020.
        DC-010.
           READ CREDITOR-MASTER NEXT
               AT END
             GO TO DC-015.
           ADD CR-BALANCE TO WS-CR-TOTAL.
           GO TO DC-010.
        DC-015.
           CLOSE CREDITOR-MASTER.
        DC-020.
           OPEN INPUT DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              GO TO DC-030.
        DC-025.
           READ DEBTOR-MASTER NEXT
               AT END
             GO TO DC-028.
           ADD DEBTOR-BALANCE TO WS-DR-TOTAL.
           GO TO DC-025.
        DC-028.
           CLOSE DEBTOR-MASTER.
        DC-030.
           OPEN INPUT STOCK-MASTER.
           IF WS-STOCK-ST1 NOT = 0
              GO TO DC-040.
        DC-035.
           READ STOCK-MASTER NEXT
               AT END
             GO TO DC-038.
           ADD STK-ONHAND-VALUE TO WS-ST-TOTAL.
           GO TO DC-035.
        DC-038.
           CLOSE STOCK-MASTER.
        DC-040.
           OPEN INPUT GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              MOVE "F" TO WS-CK-RESULT (2)
              MOVE "NO GL MASTER" TO WS-CK-DETAIL (2)
              GO TO DC-EXIT.
           MOVE WS-CR-CTL-ACC TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE 0 TO GL-BALANCE.
           COMPUTE WS-CR-DIFF =
              WS-CR-TOTAL + GL-BALANCE + WS-CR-UNPOSTED.
           MOVE WS-DR-CTL-ACC TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE 0 TO GL-BALANCE.
           COMPUTE WS-DR-DIFF =
              WS-DR-TOTAL - GL-BALANCE - WS-DR-UNPOSTED.
           MOVE WS-ST-CTL-ACC TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE 0 TO GL-BALANCE.
           COMPUTE WS-ST-DIFF =
              WS-ST-TOTAL - GL-BALANCE - WS-ST-UNPOSTED.
           CLOSE GL-MASTER.
           IF WS-CR-DIFF NOT = 0
              ADD 1 TO WS-CK-ITEMS (2)
              ADD WS-CR-DIFF TO WS-CK-AMOUNT (2).
           IF WS-DR-DIFF NOT = 0
              ADD 1 TO WS-CK-ITEMS (2)
              ADD WS-DR-DIFF TO WS-CK-AMOUNT (2).
           IF WS-ST-DIFF NOT = 0
              ADD 1 TO WS-CK-ITEMS (2)
              ADD WS-ST-DIFF TO WS-CK-AMOUNT (2).
           IF WS-CK-ITEMS (2) NOT = 0
              MOVE "F" TO WS-CK-RESULT (2)
              MOVE "SEE THE CONTROL DIFFERENCES BELOW"
                 TO WS-CK-DETAIL (2).
        DC-EXIT.
           EXIT.
      *
        E-RECORD SECTION.
      *****************************************************************
      * THE CHECKLIST REPLACES THE PERIOD'S LAST ONE, AND THE PERIOD IS
      * STAMPED PASSED OR FAILED. A FAILED RUN AFTER AN OVERRIDE PUTS
      * THE PERIOD BACK TO FAILED: THE OVERRIDE STAYS ON RECORD BUT
      * MUST BE SIGNED AGAIN AGAINST THE NEW RESULT.
      *****************************************************************
        ER-005.
           CLOSE GL-PERIOD-FILE.
           OPEN I-O GL-CLOSECHK-FILE.
           IF WS-GLCC-ST1 = 35
              OPEN OUTPUT GL-CLOSECHK-FILE
              CLOSE GL-CLOSECHK-FILE
              OPEN I-O GL-CLOSECHK-FILE.
           MOVE 0 TO WS-IDX.
        ER-010.
           ADD 1 TO WS-IDX.
           IF WS-IDX > 4
              GO TO ER-020.
           IF WS-CK-RESULT (WS-IDX) = "F"
              ADD 1 TO WS-FAIL-COUNT.
           IF WS-GLCC-ST1 NOT = 0
              GO TO ER-010.
           MOVE SPACES                 TO GL-CLOSECHK-RECORD.
           MOVE WS-PERIOD              TO GLCC-PERIOD.
           MOVE WS-IDX                 TO GLCC-CHECK.
           MOVE WS-CK-DESC (WS-IDX)    TO GLCC-DESCRIPTION.
           MOVE WS-CK-RESULT (WS-IDX)  TO GLCC-RESULT.
           MOVE WS-CK-ITEMS (WS-IDX)   TO GLCC-ITEMS.
           MOVE WS-CK-AMOUNT (WS-IDX)  TO GLCC-AMOUNT.
           MOVE WS-CK-DETAIL (WS-IDX)  TO GLCC-DETAIL.
           MOVE WS-NOW (1:8)           TO GLCC-RUN-DATE.
           MOVE WS-OPERATOR            TO GLCC-RUN-BY.
           WRITE GL-CLOSECHK-RECORD
               INVALID KEY
             REWRITE GL-CLOSECHK-RECORD
                 INVALID KEY
               DISPLAY "CHECKLIST WRITE FAILED, CHECK " WS-IDX.
           GO TO ER-010.
        ER-020.
           IF WS-GLCC-ST1 = 0
              CLOSE GL-CLOSECHK-FILE
           ELSE
              DISPLAY "CHECKLIST FILE BUSY, RESULTS NOT KEPT".
           OPEN I-O GL-PERIOD-FILE.
           IF WS-PERIOD-ST1 NOT = 0
              DISPLAY "PERIOD FILE BUSY, RESULT NOT STAMPED"
              GO TO ER-EXIT.
           MOVE WS-PERIOD TO GLPD-PERIOD.
           READ GL-PERIOD-FILE
               INVALID KEY
             CLOSE GL-PERIOD-FILE
             GO TO ER-EXIT.
           MOVE "P" TO GLPD-CHECK-STATUS.
           IF WS-FAIL-COUNT NOT = 0
              MOVE "F" TO GLPD-CHECK-STATUS.
           MOVE WS-NOW (1:8) TO GLPD-CHECK-DATE.
           MOVE WS-OPERATOR  TO GLPD-CHECK-BY.
           REWRITE GL-PERIOD-RECORD
               INVALID KEY
             DISPLAY "REWRITE FAILED FOR PERIOD: " GLPD-PERIOD.
           CLOSE GL-PERIOD-FILE.
        ER-EXIT.
           EXIT.
      *
        F-REPORT SECTION.
        FR-005.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "PRE-CLOSE CHECKLIST FOR PERIOD " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-START-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
                  ")   COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN " DELIMITED BY SIZE
                  WS-NOW (1:8) DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  WS-OPERATOR DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE 0 TO WS-IDX.
        FR-010.
           ADD 1 TO WS-IDX.
           IF WS-IDX > 4
              GO TO FR-020.
           MOVE WS-IDX                 TO WS-DL-CHECK.
           MOVE WS-CK-DESC (WS-IDX)    TO WS-DL-DESC.
           MOVE "PASS"                 TO WS-DL-RESULT.
           IF WS-CK-RESULT (WS-IDX) = "F"
              MOVE "FAIL" TO WS-DL-RESULT.
           MOVE WS-CK-ITEMS (WS-IDX)   TO WS-DL-ITEMS.
           MOVE WS-CK-AMOUNT (WS-IDX)  TO WS-DL-AMOUNT.
           MOVE WS-CK-DETAIL (WS-IDX)  TO WS-DL-DETAIL.
           WRITE REPORT-TEXT-LINE FROM WS-DETAIL-LINE.
           GO TO FR-010.
        FR-020.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-CR-DIFF TO WS-DIFF-EDIT.
           STRING "CONTROL DIFFERENCES - CREDITORS " DELIMITED BY SIZE
                  WS-DIFF-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           MOVE WS-DR-DIFF TO WS-DIFF-EDIT.
           STRING "                    DEBTORS   " DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DIFF-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           MOVE WS-ST-DIFF TO WS-DIFF-EDIT.
           STRING "                    STOCK     " DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DIFF-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-STOCK-OFF
              MOVE "*** NO STOCK MOVEMENT FILE, CHECK 1 TAKEN AS PASSED"
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           IF WS-BANK-OFF
              MOVE "*** NO BANK STATEMENT LINES ON FILE ***"
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-FAIL-COUNT = 0
              MOVE "CHECKLIST PASSED, THE PERIOD MAY BE CLOSED."
                 TO REPORT-TEXT-LINE
           ELSE
              MOVE "CHECKLIST FAILED, THE MONTH END WILL NOT CLOSE THE P
      -            "ERIOD UNLESS A SUPERVISOR SIGNS AN OVERRIDE."
                 TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           CLOSE REPORT-TEXT-FILE.
        FR-EXIT.
           EXIT.
      *
        G-PIPELINE SECTION.
      *****************************************************************
      * HAND THE REPORT TEXT TO THE SHARED PDF PIPELINE TOOLS: TEXT
      * TO PDF, ARCHIVE A COPY, THEN DELIVER TO THE PRINTER.
      *****************************************************************
        GP-005.
           ACCEPT WS-PRINTER FROM ENVIRONMENT "PP-PRINTER".
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "./text2pdf /ctools/spl/GlCloseChk.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/GlCloseChk.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/GlCloseChk.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "GLCLCK.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/GlCloseChk.pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
        GP-EXIT.
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
        H-END SECTION.
        H-000.
           IF WS-FAIL-COUNT = 0
              DISPLAY "CHECKLIST PASSED FOR PERIOD " WS-PERIOD
           ELSE
              DISPLAY "CHECKLIST FAILED FOR PERIOD " WS-PERIOD
                 ", CHECKS FAILED: " WS-FAIL-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        H-EXIT.
           EXIT.
      *
        COPY "PostAccLookup".
        COPY "ErrorMessage".
      * END-OF-JOB.
