        IDENTIFICATION DIVISION.
        PROGRAM-ID. CrStmtCap.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectCrMaster".
           COPY "SelectCrStmt".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdCreditor.
           COPY ChlfdCrStmt.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-OPERATOR      PIC X(10) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-NEW-SW        PIC X VALUE "N".
               88  WS-NEW-RECORD      VALUE "Y".
           77  WS-ACC-IN        PIC X(07) VALUE " ".
           77  WS-STMT-IN       PIC X(08) VALUE " ".
           77  WS-STMT-DATE     PIC 9(08) VALUE 0.
           77  WS-LINE-IN       PIC X(04) VALUE " ".
           77  WS-LINE          PIC 9(04) VALUE 0.
           77  WS-LINE-DELTA    PIC S9(01) VALUE 0.
           77  WS-DATE-IN       PIC X(08) VALUE " ".
           77  WS-REF-IN        PIC X(10) VALUE " ".
           77  WS-AMT-IN        PIC X(14) VALUE " ".
           77  WS-AMT           PIC S9(09)V99 VALUE 0.
           77  WS-BAL-EDIT      PIC Z,ZZZ,ZZ9.99-.
           77  WS-CLOSE-EDIT    PIC ZZZ,ZZZ,ZZ9.99-.
           77  WS-LINE-EDIT     PIC ZZZ9.
           77  SUB-1            PIC 9(04) COMP VALUE 0.
           01  ALPHA-RATE.
               03  AL-RATE      PIC X(01) OCCURS 7 VALUE " ".
           01  WS-LINE-SAVE         PIC X(130).
           01  WS-CREDITOR-STATUS.
               03  WS-CREDITOR-ST1  PIC 99.
           01  WS-CRSTMT-STATUS.
               03  WS-CRSTMT-ST1    PIC 99.
      *
        LINKAGE SECTION.
        COPY ChlfdLinkage.
      *
        PROCEDURE DIVISION USING WS-LINKAGE.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-INIT.
           PERFORM B-CAPTURE.
           PERFORM C-END.
           EXIT PROGRAM.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           MOVE 0810 TO W-POS.
           DISPLAY "** SUPPLIER STATEMENT CAPTURE **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USERNAME".
           OPEN INPUT CREDITOR-MASTER.
           IF WS-CREDITOR-ST1 NOT = 0
              MOVE "CANNOT OPEN CREDITOR MASTER, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN I-O CRSTMT-FILE.
           IF WS-CRSTMT-ST1 = 35
              OPEN OUTPUT CRSTMT-FILE
              CLOSE CRSTMT-FILE
              OPEN I-O CRSTMT-FILE.
        A-EXIT.
           EXIT.
      *
        B-CAPTURE SECTION.
      *****************************************************************
      * A SUPPLIER STATEMENT IS KEYED AS ITS CLOSING BALANCE FOLLOWED
      * BY ONE LINE PER ITEM THE SUPPLIER SHOWS: DOCUMENT DATE, THEIR
      * REFERENCE (OUR CRTR-REFERENCE) AND THE AMOUNT, INVOICES PLUS
      * AND PAYMENTS OR CREDITS MINUS. ANY CHANGE REOPENS A STATEMENT
      * ALREADY RECONCILED SO THE NEXT RECONCILIATION RUN REDOES IT.
      *****************************************************************
        BC-005.
           MOVE 1010 TO W-POS.
           DISPLAY "CREDITOR ACCOUNT (BLANK=END): [       ]" AT W-POS.
           MOVE 1041 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN = " "
              GO TO BC-EXIT.
           MOVE WS-ACC-IN TO ALPHA-RATE.
           PERFORM CHECK-ENTRY.
           MOVE ALPHA-RATE TO WS-ACC-IN.
           MOVE WS-ACC-IN TO CR-ACCOUNT-NUMBER.
           READ CREDITOR-MASTER
               INVALID KEY
             MOVE "NO SUCH CREDITOR, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE CR-BALANCE TO WS-BAL-EDIT.
           MOVE 1110 TO W-POS.
           DISPLAY CR-NAME AT W-POS.
           MOVE 1160 TO W-POS.
           DISPLAY WS-BAL-EDIT AT W-POS.
        BC-010.
           MOVE "N" TO WS-NEW-SW.
           MOVE 1210 TO W-POS.
           DISPLAY "STATEMENT DATE (BLANK=NEW ACC): [        ]"
              AT W-POS.
           MOVE 1243 TO W-POS.
           MOVE " " TO WS-STMT-IN.
           ACCEPT WS-STMT-IN AT W-POS.
           IF WS-STMT-IN = " "
              GO TO BC-005.
           MOVE FUNCTION NUMVAL(WS-STMT-IN) TO WS-STMT-DATE.
           IF WS-STMT-DATE (5:2) < "01" OR > "12"
              OR WS-STMT-DATE (7:2) < "01" OR > "31"
              MOVE "STATEMENT DATE MUST BE CCYYMMDD, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           MOVE WS-ACC-IN    TO CRST-ACCOUNT-NUMBER.
           MOVE WS-STMT-DATE TO CRST-STMT-DATE.
           MOVE 0            TO CRST-LINE.
           READ CRSTMT-FILE
               INVALID KEY
             GO TO BC-012.
           PERFORM B-SHOW-HEADER.
           GO TO BC-015.
        BC-012.
           MOVE "Y"          TO WS-NEW-SW.
           MOVE SPACES       TO CRSTMT-RECORD.
           MOVE WS-ACC-IN    TO CRST-ACCOUNT-NUMBER.
           MOVE WS-STMT-DATE TO CRST-STMT-DATE.
           MOVE 0            TO CRST-LINE
                                CRST-CLOSING
                                CRST-LINE-COUNT.
           PERFORM B-CLEAR-RECON.
           MOVE "K"          TO CRST-SOURCE.
           PERFORM B-SHOW-HEADER.
           MOVE "NEW STATEMENT, ENTER CLOSING BALANCE AND ACTION A."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        BC-015.
           MOVE 1310 TO W-POS.
           DISPLAY "CLOSING:    [              ]" AT W-POS.
           MOVE 1323 TO W-POS.
           MOVE " " TO WS-AMT-IN.
           ACCEPT WS-AMT-IN AT W-POS.
           IF WS-AMT-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-AMT-IN) TO WS-AMT
              MOVE WS-AMT TO CRST-CLOSING.
           PERFORM B-SHOW-HEADER.
        BC-020.
           MOVE 2110 TO W-POS.
           DISPLAY "ACTION A=ADD/AMEND D=DELETE X=ABANDON: [ ]"
              AT W-POS.
           MOVE 2150 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "X"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           IF WS-ACTION = "D" AND WS-NEW-RECORD
              MOVE "NO SUCH STATEMENT, NOTHING TO DELETE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
           IF WS-ACTION = "D"
              GO TO BC-025.
           IF WS-ACTION NOT = "A"
              MOVE "ACTION MUST BE A, D OR X, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
           PERFORM B-CLEAR-RECON.
           MOVE WS-OPERATOR TO CRST-OPERATOR.
           IF WS-NEW-RECORD
              WRITE CRSTMT-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR STATEMENT FILE." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-010
              END-WRITE
           ELSE
              REWRITE CRSTMT-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR STATEMENT FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-010
              END-REWRITE.
           PERFORM B-SHOW-HEADER.
           GO TO BC-030.
        BC-025.
      *    A RECONCILED STATEMENT IS THE AUDIT RECORD THAT THE WORK
      *    WAS DONE; IT MUST BE AMENDED (WHICH REOPENS IT) BEFORE IT
      *    CAN BE DELETED.
           IF CRST-RECONCILED
              MOVE "STATEMENT IS RECONCILED, AMEND IT BEFORE DELETING."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
           PERFORM B-DELETE-STATEMENT.
           MOVE "STATEMENT AND ITS LINES DELETED." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-010.
      *
        BC-030.
           MOVE "N" TO WS-NEW-SW.
           MOVE 1510 TO W-POS.
           DISPLAY "LINE N=NEW (BLANK=NEW STMT): [    ]" AT W-POS.
           MOVE 1540 TO W-POS.
           MOVE " " TO WS-LINE-IN.
           ACCEPT WS-LINE-IN AT W-POS.
           IF WS-LINE-IN = " "
              GO TO BC-010.
           IF WS-LINE-IN = "N"
              PERFORM B-NEXT-LINE
              GO TO BC-035.
           MOVE FUNCTION NUMVAL(WS-LINE-IN) TO WS-LINE.
           IF WS-LINE = 0
              MOVE "LINE NUMBERS START AT 1, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           MOVE WS-ACC-IN    TO CRST-ACCOUNT-NUMBER.
           MOVE WS-STMT-DATE TO CRST-STMT-DATE.
           MOVE WS-LINE      TO CRST-LINE.
           READ CRSTMT-FILE
               INVALID KEY
             MOVE "NO SUCH LINE, ENTER N FOR A NEW ONE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-030.
           PERFORM B-SHOW-LINE.
           GO TO BC-040.
        BC-035.
           IF WS-LINE = 0
              MOVE "STATEMENT IS FULL, NO MORE LINES." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           MOVE "Y"          TO WS-NEW-SW.
           MOVE SPACES       TO CRSTMT-RECORD.
           MOVE WS-ACC-IN    TO CRST-ACCOUNT-NUMBER.
           MOVE WS-STMT-DATE TO CRST-STMT-DATE
                                CRST-DOC-DATE.
           MOVE WS-LINE      TO CRST-LINE.
           MOVE 0            TO CRST-AMOUNT
                                CRST-TRANS-NUMBER
                                CRST-OUR-AMOUNT.
           PERFORM B-SHOW-LINE.
        BC-040.
           MOVE 1610 TO W-POS.
           DISPLAY "DATE:       [        ]" AT W-POS.
           MOVE 1623 TO W-POS.
           MOVE " " TO WS-DATE-IN.
           ACCEPT WS-DATE-IN AT W-POS.
           IF WS-DATE-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-DATE-IN) TO CRST-DOC-DATE.
           IF CRST-DOC-DATE (5:2) < "01" OR > "12"
              OR CRST-DOC-DATE (7:2) < "01" OR > "31"
              MOVE "DOCUMENT DATE MUST BE CCYYMMDD, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-040.
        BC-045.
           MOVE 1710 TO W-POS.
           DISPLAY "REFERENCE:  [          ]" AT W-POS.
           MOVE 1723 TO W-POS.
           MOVE " " TO WS-REF-IN.
           ACCEPT WS-REF-IN AT W-POS.
           IF WS-REF-IN NOT = " "
              MOVE WS-REF-IN TO CRST-REFERENCE.
           IF CRST-REFERENCE = " "
              MOVE "REFERENCE MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-045.
        BC-050.
           MOVE 1810 TO W-POS.
           DISPLAY "AMOUNT:     [              ]" AT W-POS.
           MOVE 1823 TO W-POS.
           MOVE " " TO WS-AMT-IN.
           ACCEPT WS-AMT-IN AT W-POS.
           IF WS-AMT-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-AMT-IN) TO WS-AMT
              MOVE WS-AMT TO CRST-AMOUNT.
           IF CRST-AMOUNT = 0
              MOVE "AMOUNT MAY NOT BE ZERO, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-050.
           PERFORM B-SHOW-LINE.
        BC-060.
           MOVE 2110 TO W-POS.
           DISPLAY "ACTION A=ADD/AMEND D=DELETE X=ABANDON: [ ]"
              AT W-POS.
           MOVE 2150 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "X"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           IF WS-ACTION = "D" AND WS-NEW-RECORD
              MOVE "NO SUCH LINE, NOTHING TO DELETE." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
           IF WS-ACTION = "D"
              GO TO BC-080.
           IF WS-ACTION NOT = "A"
              MOVE "ACTION MUST BE A, D OR X, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
        BC-070.
           MOVE " " TO CRST-MATCH.
           MOVE 0   TO CRST-TRANS-NUMBER
                       CRST-OUR-AMOUNT.
           IF WS-NEW-RECORD
              WRITE CRSTMT-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR STATEMENT FILE." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-030
              END-WRITE
              MOVE 1 TO WS-LINE-DELTA
              MOVE "NEW LINE WRITTEN TO FILE." TO WS-MESSAGE
           ELSE
              REWRITE CRSTMT-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR STATEMENT FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-030
              END-REWRITE
              MOVE 0 TO WS-LINE-DELTA
              MOVE "LINE CHANGES WRITTEN TO FILE." TO WS-MESSAGE.
           PERFORM B-REOPEN-HEADER.
           PERFORM ERROR-MESSAGE.
           GO TO BC-030.
        BC-080.
           DELETE CRSTMT-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR STATEMENT FILE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-030.
           MOVE -1 TO WS-LINE-DELTA.
           PERFORM B-REOPEN-HEADER.
           MOVE "LINE DELETED FROM FILE." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-030.
        BC-EXIT.
           EXIT.
      *
        B-NEXT-LINE SECTION.
      *****************************************************************
      * ONE PAST THE STATEMENT'S HIGHEST LINE NUMBER; ZERO WHEN ALL
      * 9999 ARE TAKEN.
      *****************************************************************
        BNL-005.
           MOVE 1 TO WS-LINE.
           MOVE WS-ACC-IN    TO CRST-ACCOUNT-NUMBER.
           MOVE WS-STMT-DATE TO CRST-STMT-DATE.
           MOVE 9999         TO CRST-LINE.
           START CRSTMT-FILE KEY NOT > CRST-KEY
               INVALID KEY
             GO TO BNL-EXIT.
           READ CRSTMT-FILE PREVIOUS
               AT END
             GO TO BNL-EXIT.
           IF CRST-ACCOUNT-NUMBER NOT = WS-ACC-IN
              OR CRST-STMT-DATE NOT = WS-STMT-DATE
              GO TO BNL-EXIT.
           IF CRST-LINE = 9999
              MOVE 0 TO WS-LINE
              GO TO BNL-EXIT.
           ADD 1 CRST-LINE GIVING WS-LINE.
        BNL-EXIT.
           EXIT.
      *
        B-REOPEN-HEADER SECTION.
      *****************************************************************
      * A LINE CHANGE KEEPS THE HEADER'S LINE COUNT RIGHT AND PUTS A
      * RECONCILED STATEMENT BACK TO OPEN.
      *****************************************************************
        BRH-005.
           MOVE CRSTMT-RECORD TO WS-LINE-SAVE.
           MOVE 0 TO CRST-LINE.
           READ CRSTMT-FILE
               INVALID KEY
             MOVE "STATEMENT HEADER MISSING, LINE COUNT NOT KEPT."
                TO WS-MESSAGE
             GO TO BRH-090.
           ADD WS-LINE-DELTA TO CRST-LINE-COUNT.
           PERFORM B-CLEAR-RECON.
           REWRITE CRSTMT-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR STATEMENT HEADER." TO WS-MESSAGE.
           PERFORM B-SHOW-HEADER.
        BRH-090.
           MOVE WS-LINE-SAVE TO CRSTMT-RECORD.
        BRH-EXIT.
           EXIT.
      *
        B-CLEAR-RECON SECTION.
        BCR-005.
           MOVE " " TO CRST-STATUS.
           MOVE 0   TO CRST-NOT-OURS-TOTAL
                       CRST-DIFF-TOTAL
                       CRST-NOT-THEIRS-TOTAL
                       CRST-RECON-BALANCE
                       CRST-LEDGER-BALANCE
                       CRST-UNEXPLAINED
                       CRST-RECON-DATE.
        BCR-EXIT.
           EXIT.
      *
        B-DELETE-STATEMENT SECTION.
        BDS-005.
           MOVE WS-ACC-IN    TO CRST-ACCOUNT-NUMBER.
           MOVE WS-STMT-DATE TO CRST-STMT-DATE.
           MOVE 0            TO CRST-LINE.
           START CRSTMT-FILE KEY NOT < CRST-KEY
               INVALID KEY
             GO TO BDS-EXIT.
        BDS-010.
           READ CRSTMT-FILE NEXT
               AT END
             GO TO BDS-EXIT.
           IF CRST-ACCOUNT-NUMBER NOT = WS-ACC-IN
              OR CRST-STMT-DATE NOT = WS-STMT-DATE
              GO TO BDS-EXIT.
           DELETE CRSTMT-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR STATEMENT FILE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BDS-EXIT.
           GO TO BDS-010.
        BDS-EXIT.
           EXIT.
      *
        B-SHOW-HEADER SECTION.
        BSH-005.
           MOVE CRST-CLOSING TO WS-CLOSE-EDIT.
           MOVE 1345 TO W-POS.
           DISPLAY WS-CLOSE-EDIT AT W-POS.
           MOVE 1410 TO W-POS.
           DISPLAY "LINES:" AT W-POS.
           MOVE CRST-LINE-COUNT TO WS-LINE-EDIT.
           MOVE 1423 TO W-POS.
           DISPLAY WS-LINE-EDIT AT W-POS.
           MOVE 1445 TO W-POS.
           IF CRST-RECONCILED
              DISPLAY "RECONCILED " AT W-POS
           ELSE
              DISPLAY "OPEN       " AT W-POS.
        BSH-EXIT.
           EXIT.
      *
        B-SHOW-LINE SECTION.
        BSL-005.
           MOVE CRST-LINE TO WS-LINE-EDIT.
           MOVE 1545 TO W-POS.
           DISPLAY WS-LINE-EDIT AT W-POS.
           MOVE 1645 TO W-POS.
           DISPLAY CRST-DOC-DATE AT W-POS.
           MOVE 1745 TO W-POS.
           DISPLAY CRST-REFERENCE AT W-POS.
           MOVE CRST-AMOUNT TO WS-BAL-EDIT.
           MOVE 1845 TO W-POS.
           DISPLAY WS-BAL-EDIT AT W-POS.
           MOVE 1910 TO W-POS.
           IF CRST-MATCHED
              DISPLAY "MATCHED TO OUR LEDGER        " AT W-POS
           ELSE
           IF CRST-DIFFERS
              DISPLAY "AMOUNT DIFFERS FROM OUR LEDGER" AT W-POS
           ELSE
           IF CRST-NOT-OURS
              DISPLAY "NOT ON OUR LEDGER            " AT W-POS
           ELSE
              DISPLAY "                              " AT W-POS.
        BSL-EXIT.
           EXIT.
      *
        CHECK-ENTRY SECTION.
        CE-001.
           MOVE 0 TO SUB-1.
        CE-010.
           IF SUB-1 < 7
               ADD 1 TO SUB-1
           ELSE
               GO TO CE-999.
           IF AL-RATE (SUB-1) = " "
               MOVE "0" TO AL-RATE (SUB-1).
           GO TO CE-010.
        CE-999.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE CREDITOR-MASTER
                 CRSTMT-FILE.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
