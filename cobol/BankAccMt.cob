        IDENTIFICATION DIVISION.
        PROGRAM-ID. BankAccMt.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectBankAcc".
           COPY "SelectCurrency".
           SELECT GL-MASTER ASSIGN TO "GlMaster"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               ALTERNATE RECORD KEY IS GL-DESCRIPTION WITH DUPLICATES
               FILE STATUS IS WS-GL-STATUS.
           COPY "SelectMastChgLog".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdBankAcc.
           COPY ChlfdCurrency.
           COPY ChlfdGlMast.
           COPY ChlfdMastChgLog.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-NEW-SW        PIC X VALUE "N".
               88  WS-NEW-RECORD      VALUE "Y".
           77  WS-CUR-OFF-SW    PIC X VALUE "N".
               88  WS-CUR-OFF         VALUE "Y".
           77  WS-IN-USE-SW     PIC X VALUE "N".
               88  WS-IN-USE          VALUE "Y".
           77  WS-CODE-IN       PIC X(02) VALUE " ".
           77  WS-NAME-IN       PIC X(30) VALUE " ".
           77  WS-ACCT-IN       PIC X(06) VALUE " ".
           77  WS-BANK-IN       PIC X(05) VALUE " ".
           77  WS-NUMBER-IN     PIC X(16) VALUE " ".
           77  WS-CUR-IN        PIC X(03) VALUE " ".
           77  WS-FORMAT-IN     PIC X(02) VALUE " ".
           77  WS-STMT-IN       PIC X(20) VALUE " ".
           77  WS-FLAG-IN       PIC X(01) VALUE " ".
           77  WS-STATUS-IN     PIC X(01) VALUE " ".
           77  WS-BLANK         PIC X(40) VALUE " ".
           77  WS-SUB           PIC 9(01) VALUE 0.
           77  WS-ROW           PIC 9(02) VALUE 0.
           77  WS-HOLD-CODE     PIC X(02) VALUE " ".
           77  WS-HOLD-GL       PIC X(06) VALUE " ".
           01  WS-HOLD-RECORD   PIC X(108) VALUE " ".
           01  WS-HOLD-DEFAULTS.
               03  WS-HOLD-FLAG     PIC X(01) OCCURS 3.
           01  WS-GL-STATUS.
               03  WS-GL-ST1    PIC 99.
           01  WS-CUR-STATUS.
               03  WS-CUR-ST1   PIC 99.
           COPY "WsBankAcc".
           COPY "WsMastChgLog".
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
           DISPLAY "** BANK ACCOUNT MAINTENANCE **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           OPEN I-O BANK-ACCOUNT-FILE.
           IF WS-BA-ST1 = 35
              OPEN OUTPUT BANK-ACCOUNT-FILE
              CLOSE BANK-ACCOUNT-FILE
              OPEN I-O BANK-ACCOUNT-FILE.
           IF WS-BA-ST1 NOT = 0
              MOVE "CANNOT OPEN BANK ACCOUNT FILE, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN INPUT GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              CLOSE BANK-ACCOUNT-FILE
              MOVE "CANNOT OPEN GL MASTER, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN INPUT CURRENCY-FILE.
           IF WS-CUR-ST1 NOT = 0
              MOVE "Y" TO WS-CUR-OFF-SW.
           OPEN I-O MAST-CHGLOG.
           IF WS-MCL-ST1 = 35
              OPEN OUTPUT MAST-CHGLOG
              CLOSE MAST-CHGLOG
              OPEN I-O MAST-CHGLOG.
        A-EXIT.
           EXIT.
      *
        B-CAPTURE SECTION.
      *****************************************************************
      * ONE RECORD PER BANK ACCOUNT THE COMPANY RUNS. THE GL ACCOUNT
      * IS WHERE ITS RECEIPTS, PAYMENTS AND CHARGES POST AND MAY NOT
      * BE SHARED WITH ANOTHER OPEN ACCOUNT. THE BANK CODE IS THE ONE
      * THE EFT BANK TABLE KNOWS THE BANK BY. EACH OF THE THREE
      * DEFAULTS IS HELD BY ONE ACCOUNT AT A TIME: SETTING IT HERE
      * TAKES IT OFF WHICHEVER ACCOUNT HAD IT. AN ACCOUNT IS NEVER
      * DELETED, AS THE LEDGER AND THE STATEMENT LINES NAME IT; IT IS
      * CLOSED ONCE IT HOLDS NO DEFAULT. A BLANK ENTRY KEEPS WHAT IS
      * ALREADY ON FILE.
      *****************************************************************
        BC-005.
           MOVE "N" TO WS-NEW-SW.
           MOVE 1010 TO W-POS.
           DISPLAY "BANK ACCOUNT CODE (BLANK=END): [  ]" AT W-POS.
           MOVE 1042 TO W-POS.
           MOVE " " TO WS-CODE-IN.
           ACCEPT WS-CODE-IN AT W-POS.
           IF WS-CODE-IN = " "
              GO TO BC-EXIT.
           MOVE WS-CODE-IN TO BA-CODE.
           READ BANK-ACCOUNT-FILE
               INVALID KEY
             MOVE "Y" TO WS-NEW-SW.
           IF WS-NEW-RECORD
              MOVE SPACES     TO BANK-ACCOUNT-RECORD
              MOVE WS-CODE-IN TO BA-CODE
              MOVE "NNN"      TO BA-DEFAULTS
              MOVE "A"        TO BA-STATUS
              MOVE SPACES     TO WS-MCL-BEFORE
              MOVE "NEW BANK ACCOUNT, ENTER DETAILS AND ACTION A."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
           ELSE
              MOVE BANK-ACCOUNT-RECORD TO WS-MCL-BEFORE.
           PERFORM B-SHOW-RECORD.
        BC-010.
           MOVE 1223 TO W-POS.
           MOVE " " TO WS-NAME-IN.
           ACCEPT WS-NAME-IN AT W-POS.
           IF WS-NAME-IN NOT = " "
              MOVE WS-NAME-IN TO BA-NAME.
           IF BA-NAME = " "
              MOVE "NAME MAY NOT BE BLANK, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
        BC-015.
           MOVE 1323 TO W-POS.
           MOVE " " TO WS-ACCT-IN.
           ACCEPT WS-ACCT-IN AT W-POS.
           IF WS-ACCT-IN NOT = " "
              MOVE WS-ACCT-IN TO BA-GL-ACCOUNT.
           IF BA-GL-ACCOUNT = " "
              MOVE "GL ACCOUNT MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-015.
           MOVE BA-GL-ACCOUNT TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE "NO SUCH GL ACCOUNT, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-015.
           IF GL-INACTIVE
              MOVE "GL ACCOUNT IS INACTIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-015.
           MOVE 1333 TO W-POS.
           DISPLAY GL-DESCRIPTION AT W-POS.
           PERFORM B-CHECK-GL.
           IF WS-IN-USE
              MOVE SPACES TO WS-MESSAGE
              STRING "GL ACCOUNT ALREADY USED BY BANK ACCOUNT "
                        DELIMITED BY SIZE
                     WS-HOLD-CODE DELIMITED BY SIZE
                     ", RE-ENTER." DELIMITED BY SIZE
                     INTO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-015.
        BC-020.
           MOVE 1423 TO W-POS.
           MOVE " " TO WS-BANK-IN.
           ACCEPT WS-BANK-IN AT W-POS.
           IF WS-BANK-IN NOT = " "
              MOVE WS-BANK-IN TO BA-BANK-CODE.
           IF BA-BANK-CODE = " "
              MOVE "BANK CODE MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
        BC-025.
           MOVE 1523 TO W-POS.
           MOVE " " TO WS-NUMBER-IN.
           ACCEPT WS-NUMBER-IN AT W-POS.
           IF WS-NUMBER-IN NOT = " "
              MOVE WS-NUMBER-IN TO BA-ACCOUNT-NUMBER.
           IF BA-ACCOUNT-NUMBER = " "
              MOVE "ACCOUNT NUMBER MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-025.
        BC-030.
           MOVE 1623 TO W-POS.
           MOVE " " TO WS-CUR-IN.
           ACCEPT WS-CUR-IN AT W-POS.
           IF WS-CUR-IN = "."
              MOVE " " TO BA-CURRENCY
              GO TO BC-035.
           IF WS-CUR-IN NOT = " "
              MOVE WS-CUR-IN TO BA-CURRENCY.
           IF BA-CURRENCY = " " OR WS-CUR-OFF
              GO TO BC-035.
           MOVE BA-CURRENCY TO CUR-CODE.
           READ CURRENCY-FILE
               INVALID KEY
             MOVE "NO SUCH CURRENCY, RE-ENTER OR . FOR HOME."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-030.
        BC-035.
           MOVE 1723 TO W-POS.
           MOVE " " TO WS-FORMAT-IN.
           ACCEPT WS-FORMAT-IN AT W-POS.
           IF WS-FORMAT-IN = "."
              MOVE " " TO BA-EFT-FORMAT
              GO TO BC-040.
           IF WS-FORMAT-IN NOT = " "
              MOVE WS-FORMAT-IN TO BA-EFT-FORMAT.
           IF BA-EFT-FORMAT NOT = " " AND NOT = "01" AND NOT = "02"
              MOVE "EFT FORMAT MUST BE 01, 02 OR . FOR THE BANK'S."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-035.
        BC-040.
           MOVE 1823 TO W-POS.
           MOVE " " TO WS-STMT-IN.
           ACCEPT WS-STMT-IN AT W-POS.
           IF WS-STMT-IN NOT = " "
              MOVE WS-STMT-IN TO BA-STMT-FILE.
           IF BA-STMT-FILE NOT = " "
              GO TO BC-045.
           STRING "BankStmt" DELIMITED BY SIZE
                  BA-CODE DELIMITED BY SPACE
                  INTO BA-STMT-FILE.
           MOVE 1823 TO W-POS.
           DISPLAY BA-STMT-FILE AT W-POS.
        BC-045.
           MOVE 0 TO WS-SUB.
        BC-050.
           ADD 1 TO WS-SUB.
           IF WS-SUB > 3
              GO TO BC-060.
           COMPUTE WS-ROW = 18 + WS-SUB.
           COMPUTE W-POS = WS-ROW * 100 + 23.
           MOVE " " TO WS-FLAG-IN.
           ACCEPT WS-FLAG-IN AT W-POS.
           IF WS-FLAG-IN NOT = " "
              MOVE WS-FLAG-IN TO BA-DFLT-FLAG (WS-SUB).
           IF BA-DFLT-FLAG (WS-SUB) = " "
              MOVE "N" TO BA-DFLT-FLAG (WS-SUB).
           IF BA-DFLT-FLAG (WS-SUB) NOT = "Y" AND NOT = "N"
              MOVE "DEFAULT MUST BE Y OR N, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              SUBTRACT 1 FROM WS-SUB
              GO TO BC-050.
           GO TO BC-050.
        BC-060.
           MOVE 2223 TO W-POS.
           MOVE " " TO WS-STATUS-IN.
           ACCEPT WS-STATUS-IN AT W-POS.
           IF WS-STATUS-IN NOT = " "
              MOVE WS-STATUS-IN TO BA-STATUS.
           IF BA-STATUS NOT = "A" AND NOT = "C"
              MOVE "STATUS MUST BE A=ACTIVE OR C=CLOSED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
           IF BA-CLOSED AND BA-DEFAULTS NOT = "NNN"
              MOVE "ACCOUNT HOLDS A DEFAULT, MOVE IT BEFORE CLOSING."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-045.
           PERFORM B-SHOW-RECORD.
        BC-070.
           MOVE 2410 TO W-POS.
           DISPLAY "ACTION A=ADD/AMEND X=ABANDON: [ ]" AT W-POS.
           MOVE 2441 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "X"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF WS-ACTION NOT = "A"
              MOVE "ACTION MUST BE A OR X, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-070.
        BC-080.
           IF WS-NEW-RECORD
              WRITE BANK-ACCOUNT-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR BANK ACCOUNT FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-WRITE
              MOVE "A" TO WS-MCL-ACTION
              MOVE "NEW BANK ACCOUNT WRITTEN TO FILE." TO WS-MESSAGE
           ELSE
              REWRITE BANK-ACCOUNT-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR BANK ACCOUNT FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-REWRITE
              MOVE "C" TO WS-MCL-ACTION
              MOVE "BANK ACCOUNT CHANGES WRITTEN TO FILE."
                 TO WS-MESSAGE.
           PERFORM B-LOG-CHANGE.
           PERFORM ERROR-MESSAGE.
           PERFORM B-MOVE-DEFAULTS.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        B-CHECK-GL SECTION.
      *****************************************************************
      * IS THE GL ACCOUNT ON SCREEN ALREADY THE GL ACCOUNT OF ANOTHER
      * OPEN BANK ACCOUNT? WS-HOLD-CODE NAMES IT. THE RECORD ON
      * SCREEN IS PUT BACK BEFORE RETURNING.
      *****************************************************************
        BCG-005.
           MOVE "N" TO WS-IN-USE-SW.
           MOVE BANK-ACCOUNT-RECORD TO WS-HOLD-RECORD.
           MOVE BA-CODE       TO WS-HOLD-CODE.
           MOVE BA-GL-ACCOUNT TO WS-HOLD-GL.
           MOVE LOW-VALUES TO BA-CODE.
           START BANK-ACCOUNT-FILE KEY NOT < BA-KEY
               INVALID KEY
             GO TO BCG-090.
        BCG-010.
           READ BANK-ACCOUNT-FILE NEXT
               AT END
             GO TO BCG-090.
           IF BA-CODE = WS-HOLD-CODE OR BA-CLOSED
              GO TO BCG-010.
           IF BA-GL-ACCOUNT NOT = WS-HOLD-GL
              GO TO BCG-010.
           MOVE "Y" TO WS-IN-USE-SW.
        BCG-090.
           IF WS-IN-USE
              MOVE BA-CODE TO WS-HOLD-CODE.
           MOVE WS-HOLD-RECORD TO BANK-ACCOUNT-RECORD.
        BCG-EXIT.
           EXIT.
      *
        B-MOVE-DEFAULTS SECTION.
      *****************************************************************
      * A DEFAULT JUST GIVEN TO THE ACCOUNT ON SCREEN IS TAKEN OFF ANY
      * OTHER ACCOUNT THAT HELD IT, AND THAT CHANGE LOGGED TOO.
      *****************************************************************
        BMD-005.
           IF BA-DEFAULTS = "NNN"
              GO TO BMD-EXIT.
           MOVE BA-DEFAULTS TO WS-HOLD-DEFAULTS.
           MOVE BA-CODE     TO WS-HOLD-CODE.
           MOVE LOW-VALUES TO BA-CODE.
           START BANK-ACCOUNT-FILE KEY NOT < BA-KEY
               INVALID KEY
             GO TO BMD-EXIT.
        BMD-010.
           READ BANK-ACCOUNT-FILE NEXT
               AT END
             GO TO BMD-EXIT.
           IF BA-CODE = WS-HOLD-CODE
              GO TO BMD-010.
           MOVE BANK-ACCOUNT-RECORD TO WS-MCL-BEFORE.
           MOVE "N" TO WS-IN-USE-SW.
           MOVE 0   TO WS-SUB.
        BMD-020.
           ADD 1 TO WS-SUB.
           IF WS-SUB > 3
              GO TO BMD-030.
           IF WS-HOLD-FLAG (WS-SUB) = "Y"
                AND BA-DFLT-FLAG (WS-SUB) = "Y"
              MOVE "N" TO BA-DFLT-FLAG (WS-SUB)
              MOVE "Y" TO WS-IN-USE-SW.
           GO TO BMD-020.
        BMD-030.
           IF NOT WS-IN-USE
              GO TO BMD-010.
           REWRITE BANK-ACCOUNT-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED MOVING A DEFAULT." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BMD-010.
           MOVE "C" TO WS-MCL-ACTION.
           PERFORM B-LOG-CHANGE.
           GO TO BMD-010.
        BMD-EXIT.
           EXIT.
      *
        B-SHOW-RECORD SECTION.
        BSR-005.
           MOVE 1210 TO W-POS.
           DISPLAY "NAME:      [" AT W-POS.
           MOVE 1223 TO W-POS.
           DISPLAY BA-NAME AT W-POS.
           MOVE 1310 TO W-POS.
           DISPLAY "GL ACCOUNT:[" AT W-POS.
           MOVE 1323 TO W-POS.
           DISPLAY BA-GL-ACCOUNT AT W-POS.
           MOVE 1333 TO W-POS.
           DISPLAY WS-BLANK AT W-POS.
           MOVE 1410 TO W-POS.
           DISPLAY "BANK CODE: [" AT W-POS.
           MOVE 1423 TO W-POS.
           DISPLAY BA-BANK-CODE AT W-POS.
           MOVE 1433 TO W-POS.
           DISPLAY "AS ON THE EFT BANK TABLE" AT W-POS.
           MOVE 1510 TO W-POS.
           DISPLAY "ACCOUNT NO:[" AT W-POS.
           MOVE 1523 TO W-POS.
           DISPLAY BA-ACCOUNT-NUMBER AT W-POS.
           MOVE 1610 TO W-POS.
           DISPLAY "CURRENCY:  [" AT W-POS.
           MOVE 1623 TO W-POS.
           DISPLAY BA-CURRENCY AT W-POS.
           MOVE 1633 TO W-POS.
           DISPLAY "BLANK=HOME .=CLEAR" AT W-POS.
           MOVE 1710 TO W-POS.
           DISPLAY "EFT FORMAT:[" AT W-POS.
           MOVE 1723 TO W-POS.
           DISPLAY BA-EFT-FORMAT AT W-POS.
           MOVE 1733 TO W-POS.
           DISPLAY "01, 02, BLANK=THE BANK'S .=CLEAR" AT W-POS.
           MOVE 1810 TO W-POS.
           DISPLAY "STMT FILE: [" AT W-POS.
           MOVE 1823 TO W-POS.
           DISPLAY BA-STMT-FILE AT W-POS.
           MOVE 1910 TO W-POS.
           DISPLAY "RECEIPTS:  [" AT W-POS.
           MOVE 1923 TO W-POS.
           DISPLAY BA-DFLT-RECEIPTS AT W-POS.
           MOVE 1933 TO W-POS.
           DISPLAY "Y=DEFAULT FOR RECEIPTS" AT W-POS.
           MOVE 2010 TO W-POS.
           DISPLAY "PAYMENTS:  [" AT W-POS.
           MOVE 2023 TO W-POS.
           DISPLAY BA-DFLT-PAYMENTS AT W-POS.
           MOVE 2033 TO W-POS.
           DISPLAY "Y=DEFAULT FOR CREDITOR PAYMENTS" AT W-POS.
           MOVE 2110 TO W-POS.
           DISPLAY "SALARIES:  [" AT W-POS.
           MOVE 2123 TO W-POS.
           DISPLAY BA-DFLT-PAYROLL AT W-POS.
           MOVE 2133 TO W-POS.
           DISPLAY "Y=DEFAULT FOR THE PAYROLL" AT W-POS.
           MOVE 2210 TO W-POS.
           DISPLAY "STATUS:    [" AT W-POS.
           MOVE 2223 TO W-POS.
           DISPLAY BA-STATUS AT W-POS.
           MOVE 2233 TO W-POS.
           DISPLAY "A=ACTIVE C=CLOSED" AT W-POS.
        BSR-EXIT.
           EXIT.
      *
        B-LOG-CHANGE SECTION.
        BLC-005.
           MOVE "BANKACC"         TO WS-MCL-FILE-ID.
           MOVE BA-CODE           TO WS-MCL-RECORD-KEY.
           MOVE "BankAccMt"       TO WS-MCL-PROGRAM.
           MOVE BANK-ACCOUNT-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
        BLC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE BANK-ACCOUNT-FILE
                 GL-MASTER
                 MAST-CHGLOG.
           IF NOT WS-CUR-OFF
              CLOSE CURRENCY-FILE.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
