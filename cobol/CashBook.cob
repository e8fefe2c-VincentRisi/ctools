        IDENTIFICATION DIVISION.
        PROGRAM-ID. CashBook.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
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
           COPY "SelectCostCentre".
           COPY "SelectTaxCode".
           COPY "SelectBankLine".
           COPY "SelectBankAcc".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdGlJrn.
           COPY ChlfdGlMast.
           COPY ChlfdGlPeriod.
           COPY ChlfdCostCentre.
           COPY ChlfdTaxCode.
           COPY ChlfdBankLine.
           COPY ChlfdBankAcc.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-BLANK         PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-OPERATOR      PIC X(10) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-CONFIRM       PIC X VALUE " ".
           77  WS-ACCT-IN       PIC X(06) VALUE " ".
           77  WS-TAX-IN        PIC X(02) VALUE " ".
           77  WS-DATE-IN       PIC X(08) VALUE " ".
           77  WS-DESC-IN       PIC X(30) VALUE " ".
           77  WS-POST-COUNT    PIC 9(04) VALUE 0.
           77  WS-LINE-KEY      PIC X(12) VALUE " ".
           77  WS-DATE-EDIT     PIC 9999/99/99.
           77  WS-AMT-EDIT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           77  WS-REF-EDIT      PIC Z(07)9.
           77  WS-MAIN-ACC      PIC X(06) VALUE " ".
           COPY "WsCostCentre".
           COPY "WsPostAcc".
           COPY "WsCashBook".
           COPY "WsBankAcc".
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
           01  WS-DATE-WORK.
               03  WS-DATE-NUM      PIC 9(08).
               03  FILLER REDEFINES WS-DATE-NUM.
                   05  WS-DS-PERIOD PIC 9(06).
                   05  WS-DS-DAY    PIC 9(02).
      *
        LINKAGE SECTION.
        COPY ChlfdLinkage.
      *
        PROCEDURE DIVISION USING WS-LINKAGE.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-ACCEPT.
           PERFORM A-INIT.
           PERFORM B-WORK-LINES.
           PERFORM C-END.
           EXIT PROGRAM.
        CONTROL-000.
           EXIT.
      *
       A-ACCEPT SECTION.
       A-001.
           MOVE 0810 TO W-POS.
           DISPLAY "** CASH BOOK, UNMATCHED BANK LINES **" AT W-POS
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           IF WS-LINKAGE-OPERATOR NOT = " "
              MOVE WS-LINKAGE-OPERATOR TO WS-OPERATOR
              GO TO A-AC-EXIT.
           MOVE 1010 TO W-POS
           DISPLAY "ENTER OPERATOR INITIALS: [          ]" AT W-POS
           MOVE 1037 TO W-POS
           ACCEPT WS-OPERATOR AT W-POS.
           IF WS-OPERATOR = " "
              GO TO A-001.
       A-AC-EXIT.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           OPEN INPUT POSTACC-FILE.
           IF WS-PA-ST1 NOT = 0
              MOVE "NO POSTING ACCOUNT FILE, CANNOT POST."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           MOVE "BANK" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CB-BANK-ACC
                                 WS-MAIN-ACC.
           IF WS-PA-MISSING
              CLOSE POSTACC-FILE
              EXIT PROGRAM.
      *    THE VAT ACCOUNTS ARE ONLY NEEDED WHEN A TAX CODE IS KEYED;
      *    A LINE CARRYING VAT IS REFUSED IF ITS ACCOUNT IS MISSING.
           MOVE "VATINPUT" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CB-VATIN-ACC.
           MOVE "VATOUTPUT" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CB-VATOUT-ACC.
           CLOSE POSTACC-FILE.
           OPEN I-O BANK-LINE-FILE.
           IF WS-BSL-ST1 NOT = 0
              MOVE "NO STATEMENT LINES, RUN THE BANK RECONCILIATION."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN I-O GLJRN-FILE.
           IF WS-STAT1 = 35
              OPEN OUTPUT GLJRN-FILE
              CLOSE GLJRN-FILE
              OPEN I-O GLJRN-FILE.
           IF WS-STAT1 NOT = 0
              PERFORM STATUS-TEXT
              PERFORM ERROR-MESSAGE
              MOVE "CANNOT OPEN JOURNAL FILE, CASH BOOK ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE BANK-LINE-FILE
              EXIT PROGRAM.
           OPEN INPUT GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              MOVE "NO GL MASTER, CANNOT VALIDATE ACCOUNTS."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE BANK-LINE-FILE
                    GLJRN-FILE
              EXIT PROGRAM.
           OPEN INPUT GL-PERIOD-FILE.
           IF WS-PERIOD-ST1 = 35
              OPEN OUTPUT GL-PERIOD-FILE
              CLOSE GL-PERIOD-FILE
              OPEN INPUT GL-PERIOD-FILE.
           IF WS-PERIOD-ST1 NOT = 0
              MOVE "NO PERIOD FILE, CANNOT VALIDATE DATES."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE BANK-LINE-FILE
                    GLJRN-FILE
                    GL-MASTER
              EXIT PROGRAM.
           OPEN INPUT TAXCODE-FILE.
           IF WS-TC-ST1 = 35
              OPEN OUTPUT TAXCODE-FILE
              CLOSE TAXCODE-FILE
              OPEN INPUT TAXCODE-FILE.
      *    A LINE CARRYING A BANK ACCOUNT CODE POSTS TO THAT
      *    ACCOUNT'S GL ACCOUNT; ONE WITHOUT, OR WITH NO BANK ACCOUNT
      *    FILE, POSTS TO THE BANK POSTING ACCOUNT.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WS-BA-ST1 NOT = 0
              MOVE "Y" TO WS-BA-OFF-SW.
           OPEN INPUT COST-CENTRE-FILE.
           IF WS-CC-ST1 NOT = 0
              MOVE "Y" TO WS-CC-OFF-SW.
        A-EXIT.
           EXIT.
      *
        B-WORK-LINES SECTION.
      *****************************************************************
      * STEP THROUGH THE STATEMENT LINES THE BANK RECONCILIATION
      * COULD NOT MATCH AND NO BANK RULE POSTED. FOR EACH ONE THE
      * CLERK GIVES THE CONTRA ACCOUNT AND ANY TAX CODE; THE BALANCED
      * JOURNAL IS WRITTEN WITH ITS BANK LEG ALREADY RECONCILED AND
      * THE LINE IS CLOSED IN THE SAME STEP.
      *****************************************************************
        BW-005.
           MOVE 0 TO BSL-DATE
                     BSL-SEQ.
           START BANK-LINE-FILE KEY NOT < BSL-KEY
               INVALID KEY
             GO TO BW-090.
        BW-010.
           READ BANK-LINE-FILE NEXT
               AT END
             GO TO BW-090.
           IF NOT BSL-OPEN
              GO TO BW-010.
           MOVE WS-MAIN-ACC TO WS-CB-BANK-ACC.
           MOVE SPACES TO WS-BA-CODE
                          WS-BA-NAME.
           IF BSL-BANK = " " OR WS-BA-OFF
              GO TO BW-012.
           MOVE BSL-BANK TO WS-BA-CODE.
           PERFORM READ-BANK-ACCOUNT.
           IF WS-BA-BAD
              MOVE SPACES TO WS-MESSAGE
              STRING "BANK ACCOUNT " DELIMITED BY SIZE
                     BSL-BANK DELIMITED BY SIZE
                     " NOT USABLE, LINE PASSED OVER." DELIMITED BY SIZE
                     INTO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BW-010.
           MOVE WS-BA-GL TO WS-CB-BANK-ACC.
        BW-012.
           MOVE BSL-KEY TO WS-LINE-KEY.
           PERFORM B-CLEAR-PROMPTS.
           MOVE 1010 TO W-POS.
           DISPLAY "STATEMENT DATE:" AT W-POS.
           MOVE BSL-DATE TO WS-DATE-EDIT.
           MOVE 1027 TO W-POS.
           DISPLAY WS-DATE-EDIT AT W-POS.
           MOVE 1110 TO W-POS.
           DISPLAY "REFERENCE:" AT W-POS.
           MOVE 1127 TO W-POS.
           DISPLAY BSL-REFERENCE AT W-POS.
           MOVE 1210 TO W-POS.
           DISPLAY "AMOUNT:" AT W-POS.
           MOVE BSL-AMOUNT TO WS-AMT-EDIT.
           MOVE 1227 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
           MOVE 1247 TO W-POS.
           IF BSL-AMOUNT > 0
              DISPLAY "MONEY IN " AT W-POS
           ELSE
              DISPLAY "MONEY OUT" AT W-POS.
           MOVE 1310 TO W-POS.
           DISPLAY "BANK ACCOUNT:" AT W-POS.
           MOVE 1327 TO W-POS.
           DISPLAY WS-CB-BANK-ACC AT W-POS.
           MOVE 1334 TO W-POS.
           DISPLAY WS-BA-CODE AT W-POS.
           MOVE 1337 TO W-POS.
           DISPLAY WS-BA-NAME AT W-POS.
        BW-015.
           MOVE 1410 TO W-POS.
           DISPLAY "ACTION P=POST S=SKIP E=END: [ ]" AT W-POS.
           MOVE 1439 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "E"
              GO TO BW-EXIT.
           IF WS-ACTION = "S"
              GO TO BW-010.
           IF WS-ACTION NOT = "P"
              MOVE "ACTION MUST BE P, S OR E, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BW-015.
        BW-020.
           MOVE 1510 TO W-POS.
           DISPLAY "CONTRA GL ACCOUNT: [      ]" AT W-POS.
           MOVE 1530 TO W-POS.
           MOVE " " TO WS-ACCT-IN.
           ACCEPT WS-ACCT-IN AT W-POS.
           IF WS-ACCT-IN = " "
              MOVE "CONTRA ACCOUNT MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BW-020.
           IF WS-ACCT-IN = WS-CB-BANK-ACC
              MOVE "CONTRA MAY NOT BE THE BANK ACCOUNT, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BW-020.
           MOVE WS-ACCT-IN TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE "NO SUCH GL ACCOUNT, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BW-020.
           IF GL-INACTIVE
              MOVE "GL ACCOUNT IS INACTIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BW-020.
           MOVE 1540 TO W-POS.
           DISPLAY GL-DESCRIPTION AT W-POS.
        BW-030.
      *    THE VAT IN THE LINE GOES TO VAT OUTPUT ON MONEY IN AND TO
      *    VAT INPUT ON MONEY OUT.
           MOVE 0 TO WS-CB-TAX-RATE.
           MOVE 1610 TO W-POS.
           DISPLAY "TAX CODE, BLANK=NO VAT: [  ]" AT W-POS.
           MOVE 1635 TO W-POS.
           MOVE " " TO WS-TAX-IN.
           ACCEPT WS-TAX-IN AT W-POS.
           IF WS-TAX-IN = " "
              GO TO BW-035.
           MOVE WS-TAX-IN TO TC-CODE.
           READ TAXCODE-FILE
               INVALID KEY
             MOVE "NO SUCH TAX CODE, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BW-030.
           MOVE TC-RATE TO WS-CB-TAX-RATE.
           MOVE 1640 TO W-POS.
           DISPLAY TC-DESCRIPTION AT W-POS.
           IF WS-CB-TAX-RATE = 0
              GO TO BW-035.
           IF BSL-AMOUNT > 0
                AND WS-CB-VATOUT-ACC = " "
              MOVE "NO VATOUTPUT ACCOUNT SET UP, CANNOT TAKE VAT."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BW-030.
           IF BSL-AMOUNT < 0
                AND WS-CB-VATIN-ACC = " "
              MOVE "NO VATINPUT ACCOUNT SET UP, CANNOT TAKE VAT."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BW-030.
        BW-035.
      *    A BLANK COST CENTRE TAKES THE ACCOUNT'S DEFAULT, IF IT HAS
      *    ONE.
           MOVE 1710 TO W-POS.
           DISPLAY "COST CENTRE, BLANK=ACCOUNT DEFAULT: [    ]"
              AT W-POS.
           MOVE 1747 TO W-POS.
           MOVE " " TO WS-CC-CODE.
           ACCEPT WS-CC-CODE AT W-POS.
           MOVE WS-ACCT-IN TO WS-CC-ACCOUNT.
           PERFORM COST-CENTRE-DEFAULT.
           IF WS-CC-BAD
              GO TO BW-035.
           MOVE 1747 TO W-POS.
           DISPLAY WS-CC-CODE AT W-POS.
        BW-040.
      *    THE JOURNAL IS DATED AS THE STATEMENT LINE UNLESS THAT
      *    PERIOD IS CLOSED, WHEN THE CLERK GIVES A DATE IN AN OPEN
      *    ONE.
           MOVE 1810 TO W-POS.
           DISPLAY "POSTING DATE, BLANK=STATEMENT DATE: [        ]"
              AT W-POS.
           MOVE 1847 TO W-POS.
           MOVE " " TO WS-DATE-IN.
           ACCEPT WS-DATE-IN AT W-POS.
           IF WS-DATE-IN = " "
              MOVE BSL-DATE TO WS-DATE-NUM
           ELSE
              MOVE FUNCTION NUMVAL(WS-DATE-IN) TO WS-DATE-NUM.
           MOVE WS-DS-PERIOD TO GLPD-PERIOD.
           READ GL-PERIOD-FILE
               INVALID KEY
             MOVE "NO ACCOUNTING PERIOD ON FILE FOR DATE, RE-ENTER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BW-040.
           IF GLPD-CLOSED
              MOVE "ACCOUNTING PERIOD IS CLOSED, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BW-040.
           IF WS-DATE-NUM < GLPD-START-DATE
                OR WS-DATE-NUM > GLPD-END-DATE
              MOVE "DATE OUTSIDE THE PERIOD DATES, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BW-040.
        BW-050.
           MOVE 1910 TO W-POS.
           DISPLAY "DESCRIPTION, BLANK=REFERENCE: [" AT W-POS.
           MOVE 1941 TO W-POS.
           DISPLAY "                              ]" AT W-POS.
           MOVE 1941 TO W-POS.
           MOVE " " TO WS-DESC-IN.
           ACCEPT WS-DESC-IN AT W-POS.
           IF WS-DESC-IN = " "
              MOVE BSL-REFERENCE TO WS-DESC-IN.
        BW-060.
           MOVE 0 TO WS-CB-VAT.
           IF WS-CB-TAX-RATE NOT = 0
              COMPUTE WS-CB-VAT ROUNDED =
                 BSL-AMOUNT * WS-CB-TAX-RATE
                    / (100 + WS-CB-TAX-RATE).
           MOVE 2010 TO W-POS.
           DISPLAY "VAT IN LINE:" AT W-POS.
           MOVE WS-CB-VAT TO WS-AMT-EDIT.
           MOVE 2027 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
           MOVE 2110 TO W-POS.
           DISPLAY "POST THIS LINE, Y/N: [ ]" AT W-POS.
           MOVE 2132 TO W-POS.
           MOVE " " TO WS-CONFIRM.
           ACCEPT WS-CONFIRM AT W-POS.
           IF WS-CONFIRM = "N"
              MOVE "LINE NOT POSTED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              PERFORM B-CLEAR-PROMPTS
              GO TO BW-015.
           IF WS-CONFIRM NOT = "Y"
              GO TO BW-060.
        BW-070.
      *    RE-READ SO A LINE POSTED FROM ANOTHER SCREEN, OR BY A RULE,
      *    WHILE THIS ONE WAS BEING KEYED IS NOT POSTED TWICE.
           MOVE WS-LINE-KEY TO BSL-KEY.
           READ BANK-LINE-FILE
               INVALID KEY
             MOVE "STATEMENT LINE HAS GONE, NOT POSTED." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BW-005.
           IF NOT BSL-OPEN
              MOVE "LINE WAS POSTED MEANWHILE, NOT POSTED AGAIN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BW-010.
           MOVE WS-ACCT-IN    TO WS-CB-CONTRA.
           MOVE WS-CC-CODE    TO WS-CB-CENTRE.
           MOVE WS-DATE-NUM   TO WS-CB-DATE.
           MOVE BSL-AMOUNT    TO WS-CB-AMOUNT.
           MOVE WS-DESC-IN    TO WS-CB-DESC.
           MOVE "CashBook"    TO WS-CB-SOURCE.
           MOVE WS-OPERATOR   TO WS-CB-OPERATOR.
           PERFORM POST-CASH-BOOK.
           IF WS-CB-FAILED
              PERFORM STATUS-TEXT
              PERFORM ERROR-MESSAGE
              MOVE "JOURNAL WRITE FAILED, LINE LEFT OPEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BW-010.
           MOVE "P"            TO BSL-STATUS.
           MOVE WS-ACCT-IN     TO BSL-CONTRA.
           MOVE WS-TAX-IN      TO BSL-TAX-CODE.
           MOVE WS-CB-BANK-REF TO BSL-JOURNAL.
           MOVE WS-OPERATOR    TO BSL-POSTED-BY.
           MOVE WS-NOW (1:8)   TO BSL-POSTED-DATE.
           REWRITE BANK-LINE-RECORD
               INVALID KEY
             MOVE "JOURNAL POSTED BUT LINE NOT CLOSED, TELL SUPPORT."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BW-010.
           ADD 1 TO WS-POST-COUNT.
           MOVE WS-CB-BANK-REF TO WS-REF-EDIT.
           MOVE SPACES TO WS-MESSAGE.
           STRING "LINE POSTED, JOURNAL " DELIMITED BY SIZE
                  WS-REF-EDIT DELIMITED BY SIZE
                  INTO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BW-010.
        BW-090.
           MOVE "NO MORE OPEN STATEMENT LINES." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        BW-EXIT.
           EXIT.
      *
        B-CLEAR-PROMPTS SECTION.
        BCP-005.
           MOVE 1510 TO W-POS.
           DISPLAY WS-BLANK AT W-POS.
           MOVE 1610 TO W-POS.
           DISPLAY WS-BLANK AT W-POS.
           MOVE 1710 TO W-POS.
           DISPLAY WS-BLANK AT W-POS.
           MOVE 1810 TO W-POS.
           DISPLAY WS-BLANK AT W-POS.
           MOVE 1910 TO W-POS.
           DISPLAY WS-BLANK AT W-POS.
           MOVE 2010 TO W-POS.
           DISPLAY WS-BLANK AT W-POS.
           MOVE 2110 TO W-POS.
           DISPLAY WS-BLANK AT W-POS.
        BCP-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE BANK-LINE-FILE
                 GLJRN-FILE
                 GL-MASTER
                 GL-PERIOD-FILE
                 TAXCODE-FILE.
           IF NOT WS-CC-OFF
              CLOSE COST-CENTRE-FILE.
           IF NOT WS-BA-OFF
              CLOSE BANK-ACCOUNT-FILE.
           DISPLAY "STATEMENT LINES POSTED: " WS-POST-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "CashBookPost".
        COPY "CostCentre".
        COPY "PostAccLookup".
        COPY "BankAccLookup".
        COPY "StatusText".
        COPY "ErrorMessage".
      * END-OF-JOB.
