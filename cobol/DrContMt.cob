        IDENTIFICATION DIVISION.
        PROGRAM-ID. DrContMt.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectDrContract".
           COPY "SelectDrMaster".
           COPY "SelectTaxCode".
           COPY "SelectCostCentre".
           COPY "SelectMastChgLog".
           SELECT GL-MASTER ASSIGN TO "GlMaster"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               ALTERNATE RECORD KEY IS GL-DESCRIPTION WITH DUPLICATES
               FILE STATUS IS WS-GL-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdDrContract.
           COPY ChlfdDebtor.
           COPY ChlfdTaxCode.
           COPY ChlfdCostCentre.
           COPY ChlfdMastChgLog.
           COPY ChlfdGlMast.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-NEW-SW        PIC X VALUE "N".
               88  WS-NEW-RECORD      VALUE "Y".
           77  WS-ACC-IN        PIC X(07) VALUE " ".
           77  WS-CONT-IN       PIC X(03) VALUE " ".
           77  WS-CONTRACT      PIC 9(03) VALUE 0.
           77  WS-DESC-IN       PIC X(30) VALUE " ".
           77  WS-SALES-IN      PIC X(06) VALUE " ".
           77  WS-TAX-IN        PIC X(02) VALUE " ".
           77  WS-AMOUNT-IN     PIC X(12) VALUE " ".
           77  WS-FREQ-IN       PIC X(01) VALUE " ".
           77  WS-DATE-IN       PIC X(08) VALUE " ".
           77  WS-PCT-IN        PIC X(06) VALUE " ".
           77  WS-AMOUNT-EDIT   PIC Z,ZZZ,ZZ9.99-.
           77  WS-PCT-EDIT      PIC ZZ9.99.
           77  WS-DATE-CHECK    PIC 9(08) VALUE 0.
           01  WS-ANNIVERSARY.
               03  WS-ANN-YEAR      PIC 9(04).
               03  WS-ANN-MONTH     PIC 9(02).
               03  WS-ANN-DAY       PIC 9(02).
           01  WS-ANN-DATE REDEFINES WS-ANNIVERSARY PIC 9(08).
           01  WS-DCN-STATUS.
               03  WS-DCN-ST1       PIC 99.
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-TC-STATUS.
               03  WS-TC-ST1        PIC 99.
           01  WS-GL-STATUS.
               03  WS-GL-ST1        PIC 99.
           COPY "WsCostCentre".
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
           DISPLAY "** RECURRING BILLING CONTRACTS **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           OPEN INPUT GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              MOVE "NO GL MASTER, CANNOT VALIDATE ACCOUNTS."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN INPUT DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              CLOSE GL-MASTER
              MOVE "CANNOT OPEN DEBTOR MASTER, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN I-O DRCONTRACT-FILE.
           IF WS-DCN-ST1 = 35
              OPEN OUTPUT DRCONTRACT-FILE
              CLOSE DRCONTRACT-FILE
              OPEN I-O DRCONTRACT-FILE.
           IF WS-DCN-ST1 NOT = 0
              CLOSE GL-MASTER
                    DEBTOR-MASTER
              MOVE "CANNOT OPEN CONTRACT FILE, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN INPUT TAXCODE-FILE.
           IF WS-TC-ST1 = 35
              OPEN OUTPUT TAXCODE-FILE
              CLOSE TAXCODE-FILE
              OPEN INPUT TAXCODE-FILE.
           OPEN INPUT COST-CENTRE-FILE.
           IF WS-CC-ST1 NOT = 0
              MOVE "Y" TO WS-CC-OFF-SW.
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
      * ONE RECORD PER CONTRACT ON A DEBTOR. THE BILLING RUN RAISES
      * AN INVOICE FOR THE AMOUNT EACH TIME THE NEXT-BILL DATE COMES
      * ROUND, STARTING ON THE START DATE. ONCE A CONTRACT HAS BILLED
      * ITS START DATE IS FIXED; TO END IT, KEY AN END DATE. AN
      * EXPIRED CONTRACT WHOSE END DATE IS PUT BACK OUT IS LIVE AGAIN.
      *****************************************************************
        BC-005.
           MOVE "N" TO WS-NEW-SW.
           MOVE 1010 TO W-POS.
           DISPLAY "DEBTOR ACCOUNT (BLANK=END): [       ]" AT W-POS.
           MOVE 1039 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN = " "
              GO TO BC-EXIT.
           IF WS-ACC-IN NOT NUMERIC
              MOVE "ACCOUNT MUST BE SEVEN DIGITS, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           MOVE WS-ACC-IN TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE "NO SUCH DEBTOR, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE 1048 TO W-POS.
           DISPLAY DEBTOR-NAME AT W-POS.
        BC-008.
           MOVE 1110 TO W-POS.
           DISPLAY "CONTRACT NUMBER: [   ]" AT W-POS.
           MOVE 1128 TO W-POS.
           MOVE " " TO WS-CONT-IN.
           ACCEPT WS-CONT-IN AT W-POS.
           MOVE FUNCTION NUMVAL(WS-CONT-IN) TO WS-CONTRACT.
           IF WS-CONTRACT = 0
              MOVE "CONTRACT NUMBER MAY NOT BE ZERO, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-008.
           MOVE WS-ACC-IN   TO DCN-ACCOUNT-NUMBER.
           MOVE WS-CONTRACT TO DCN-CONTRACT.
           READ DRCONTRACT-FILE
               INVALID KEY
             MOVE "Y" TO WS-NEW-SW.
           IF WS-NEW-RECORD
              MOVE SPACES      TO DRCONTRACT-RECORD
              MOVE WS-ACC-IN   TO DCN-ACCOUNT-NUMBER
              MOVE WS-CONTRACT TO DCN-CONTRACT
              MOVE 0 TO DCN-AMOUNT
                        DCN-START-DATE
                        DCN-END-DATE
                        DCN-NEXT-BILL
                        DCN-LAST-BILL
                        DCN-ESCALATION
                        DCN-NEXT-ESCALATE
              MOVE "M" TO DCN-FREQUENCY
              MOVE SPACES TO WS-MCL-BEFORE
              MOVE "NEW CONTRACT, ENTER DETAILS AND ACTION A."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
           ELSE
              MOVE DRCONTRACT-RECORD TO WS-MCL-BEFORE.
           PERFORM B-SHOW-RECORD.
        BC-010.
           MOVE 1236 TO W-POS.
           MOVE " " TO WS-DESC-IN.
           ACCEPT WS-DESC-IN AT W-POS.
           IF WS-DESC-IN NOT = " "
              MOVE WS-DESC-IN TO DCN-DESCRIPTION.
           IF DCN-DESCRIPTION = " "
              MOVE "DESCRIPTION MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
        BC-015.
           MOVE 1336 TO W-POS.
           MOVE " " TO WS-SALES-IN.
           ACCEPT WS-SALES-IN AT W-POS.
           IF WS-SALES-IN NOT = " "
              MOVE WS-SALES-IN TO DCN-SALES-ACCOUNT.
           MOVE DCN-SALES-ACCOUNT TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE "NO SUCH GL ACCOUNT, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-015.
           IF GL-INACTIVE
              MOVE "GL ACCOUNT IS INACTIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-015.
           MOVE 1345 TO W-POS.
           DISPLAY GL-DESCRIPTION AT W-POS.
        BC-020.
      *    BLANK TAKES THE SALES ACCOUNT'S OWN COST CENTRE, AS ON
      *    INVOICE CAPTURE.
           MOVE 1436 TO W-POS.
           MOVE " " TO WS-CC-CODE.
           ACCEPT WS-CC-CODE AT W-POS.
           MOVE DCN-SALES-ACCOUNT TO WS-CC-ACCOUNT.
           PERFORM COST-CENTRE-DEFAULT.
           IF WS-CC-BAD
              GO TO BC-020.
           MOVE WS-CC-CODE TO DCN-COST-CENTRE.
           MOVE 1436 TO W-POS.
           DISPLAY DCN-COST-CENTRE AT W-POS.
        BC-025.
           MOVE 1536 TO W-POS.
           MOVE " " TO WS-TAX-IN.
           ACCEPT WS-TAX-IN AT W-POS.
           IF WS-TAX-IN = "."
              MOVE " " TO DCN-TAX-CODE
              GO TO BC-030.
           IF WS-TAX-IN NOT = " "
              MOVE WS-TAX-IN TO DCN-TAX-CODE.
           IF DCN-TAX-CODE = " "
              GO TO BC-030.
           MOVE DCN-TAX-CODE TO TC-CODE.
           READ TAXCODE-FILE
               INVALID KEY
             MOVE "NO SUCH TAX CODE, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE " " TO DCN-TAX-CODE
             GO TO BC-025.
           MOVE 1545 TO W-POS.
           DISPLAY TC-DESCRIPTION AT W-POS.
        BC-030.
           MOVE 1636 TO W-POS.
           MOVE " " TO WS-AMOUNT-IN.
           ACCEPT WS-AMOUNT-IN AT W-POS.
           IF WS-AMOUNT-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-AMOUNT-IN) TO DCN-AMOUNT.
           IF DCN-AMOUNT NOT > 0
              MOVE "AMOUNT MUST BE MORE THAN ZERO, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           MOVE DCN-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE 1636 TO W-POS.
           DISPLAY WS-AMOUNT-EDIT AT W-POS.
        BC-035.
           MOVE 1736 TO W-POS.
           MOVE " " TO WS-FREQ-IN.
           ACCEPT WS-FREQ-IN AT W-POS.
           IF WS-FREQ-IN NOT = " "
              MOVE WS-FREQ-IN TO DCN-FREQUENCY.
           IF NOT DCN-MONTHLY AND NOT DCN-QUARTERLY
                AND NOT DCN-HALF-YEARLY AND NOT DCN-ANNUAL
              MOVE "FREQUENCY MUST BE M, Q, H OR A, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE "M" TO DCN-FREQUENCY
              GO TO BC-035.
        BC-040.
      *    THE START DATE ANCHORS EVERY LATER BILLING DATE, SO IT
      *    STAYS AS IT IS ONCE THE CONTRACT HAS BEEN BILLED.
           IF DCN-LAST-BILL NOT = 0
              GO TO BC-045.
           MOVE 1836 TO W-POS.
           MOVE " " TO WS-DATE-IN.
           ACCEPT WS-DATE-IN AT W-POS.
           IF WS-DATE-IN = " "
              GO TO BC-042.
           IF WS-DATE-IN NOT NUMERIC
              MOVE "DATE MUST BE EIGHT DIGITS YYYYMMDD, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-040.
           MOVE WS-DATE-IN TO WS-DATE-CHECK.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
              MOVE "NOT A VALID DATE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-040.
           MOVE WS-DATE-CHECK TO DCN-START-DATE.
        BC-042.
           IF DCN-START-DATE = 0
              MOVE "START DATE IS REQUIRED, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-040.
           MOVE DCN-START-DATE TO DCN-NEXT-BILL.
        BC-045.
           MOVE 1936 TO W-POS.
           MOVE " " TO WS-DATE-IN.
           ACCEPT WS-DATE-IN AT W-POS.
           IF WS-DATE-IN = " "
              GO TO BC-047.
           IF WS-DATE-IN NOT NUMERIC
              MOVE "DATE MUST BE EIGHT DIGITS OR 0, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-045.
           MOVE WS-DATE-IN TO WS-DATE-CHECK.
           IF WS-DATE-CHECK NOT = 0
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
                 MOVE "NOT A VALID DATE, RE-ENTER." TO WS-MESSAGE
                 PERFORM ERROR-MESSAGE
                 GO TO BC-045.
           MOVE WS-DATE-CHECK TO DCN-END-DATE.
        BC-047.
           IF DCN-END-DATE NOT = 0 AND DCN-END-DATE < DCN-START-DATE
              MOVE "END DATE IS BEFORE START DATE, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-045.
           IF DCN-EXPIRED
              IF DCN-END-DATE = 0 OR DCN-END-DATE NOT < DCN-NEXT-BILL
                 MOVE " " TO DCN-STATUS.
        BC-050.
      *    THE FIRST RISE FALLS ON THE FIRST ANNIVERSARY OF THE START
      *    DATE; THE BILLING RUN MOVES IT ON A YEAR AT EACH RISE.
           MOVE 2036 TO W-POS.
           MOVE " " TO WS-PCT-IN.
           ACCEPT WS-PCT-IN AT W-POS.
           IF WS-PCT-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-PCT-IN) TO DCN-ESCALATION.
           IF DCN-ESCALATION = 0
              MOVE 0 TO DCN-NEXT-ESCALATE
              GO TO BC-055.
           IF DCN-NEXT-ESCALATE NOT = 0 AND DCN-LAST-BILL NOT = 0
              GO TO BC-055.
           MOVE DCN-START-DATE TO WS-ANN-DATE.
           ADD 1 TO WS-ANN-YEAR.
           IF WS-ANN-MONTH = 2 AND WS-ANN-DAY = 29
              MOVE 28 TO WS-ANN-DAY.
           MOVE WS-ANN-DATE TO DCN-NEXT-ESCALATE.
        BC-055.
           PERFORM B-SHOW-RECORD.
        BC-060.
           MOVE 2210 TO W-POS.
           DISPLAY "ACTION A=ADD/AMEND D=DELETE X=ABANDON: [ ]"
              AT W-POS.
           MOVE 2250 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "X"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF WS-ACTION = "D" AND WS-NEW-RECORD
              MOVE "NO SUCH CONTRACT, NOTHING TO DELETE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
           IF WS-ACTION = "D"
              GO TO BC-080.
           IF WS-ACTION NOT = "A"
              MOVE "ACTION MUST BE A, D OR X, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
        BC-070.
           IF WS-NEW-RECORD
              WRITE DRCONTRACT-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR CONTRACT FILE." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-WRITE
              MOVE "A" TO WS-MCL-ACTION
              MOVE "NEW CONTRACT WRITTEN TO FILE." TO WS-MESSAGE
           ELSE
              REWRITE DRCONTRACT-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR CONTRACT FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-REWRITE
              MOVE "C" TO WS-MCL-ACTION
              MOVE "CONTRACT CHANGES WRITTEN TO FILE." TO WS-MESSAGE.
           PERFORM B-LOG-CHANGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-080.
           DELETE DRCONTRACT-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR CONTRACT FILE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE "D" TO WS-MCL-ACTION.
           PERFORM B-LOG-CHANGE.
           MOVE "CONTRACT DELETED FROM FILE." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        B-SHOW-RECORD SECTION.
        BSR-005.
           MOVE 1210 TO W-POS.
           DISPLAY "DESCRIPTION:             [" AT W-POS.
           MOVE 1236 TO W-POS.
           DISPLAY DCN-DESCRIPTION AT W-POS.
           MOVE 1310 TO W-POS.
           DISPLAY "SALES GL ACCOUNT:        [" AT W-POS.
           MOVE 1336 TO W-POS.
           DISPLAY DCN-SALES-ACCOUNT AT W-POS.
           MOVE 1410 TO W-POS.
           DISPLAY "COST CENTRE (BLANK=GL):  [" AT W-POS.
           MOVE 1436 TO W-POS.
           DISPLAY DCN-COST-CENTRE AT W-POS.
           MOVE 1510 TO W-POS.
           DISPLAY "TAX CODE (.=NO VAT):     [" AT W-POS.
           MOVE 1536 TO W-POS.
           DISPLAY DCN-TAX-CODE AT W-POS.
           MOVE 1610 TO W-POS.
           DISPLAY "AMOUNT PER BILLING, GROSS[" AT W-POS.
           MOVE DCN-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE 1636 TO W-POS.
           DISPLAY WS-AMOUNT-EDIT AT W-POS.
           MOVE 1710 TO W-POS.
           DISPLAY "FREQUENCY M/Q/H/A:       [" AT W-POS.
           MOVE 1736 TO W-POS.
           DISPLAY DCN-FREQUENCY AT W-POS.
           MOVE 1810 TO W-POS.
           DISPLAY "START DATE YYYYMMDD:     [" AT W-POS.
           MOVE 1836 TO W-POS.
           DISPLAY DCN-START-DATE AT W-POS.
           MOVE 1910 TO W-POS.
           DISPLAY "END DATE (0=OPEN):       [" AT W-POS.
           MOVE 1936 TO W-POS.
           DISPLAY DCN-END-DATE AT W-POS.
           MOVE 2010 TO W-POS.
           DISPLAY "ESCALATION % A YEAR:     [" AT W-POS.
           MOVE DCN-ESCALATION TO WS-PCT-EDIT.
           MOVE 2036 TO W-POS.
           DISPLAY WS-PCT-EDIT AT W-POS.
           MOVE 2110 TO W-POS.
           DISPLAY "NEXT BILL:" AT W-POS.
           MOVE 2121 TO W-POS.
           DISPLAY DCN-NEXT-BILL AT W-POS.
           MOVE 2131 TO W-POS.
           DISPLAY "LAST BILL:" AT W-POS.
           MOVE 2142 TO W-POS.
           DISPLAY DCN-LAST-BILL AT W-POS.
           MOVE 2152 TO W-POS.
           IF DCN-EXPIRED
              DISPLAY "EXPIRED" AT W-POS
           ELSE
              DISPLAY "       " AT W-POS.
        BSR-EXIT.
           EXIT.
      *
        B-LOG-CHANGE SECTION.
        BLC-005.
           MOVE "DRCONTRACT"      TO WS-MCL-FILE-ID.
           MOVE DCN-KEY           TO WS-MCL-RECORD-KEY.
           MOVE "DrContMt"        TO WS-MCL-PROGRAM.
           IF WS-MCL-ACTION = "D"
              MOVE SPACES         TO WS-MCL-AFTER
           ELSE
              MOVE DRCONTRACT-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
        BLC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE DRCONTRACT-FILE
                 DEBTOR-MASTER
                 TAXCODE-FILE
                 GL-MASTER
                 MAST-CHGLOG.
           IF NOT WS-CC-OFF
              CLOSE COST-CENTRE-FILE.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "CostCentre".
        COPY "MastChgLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
