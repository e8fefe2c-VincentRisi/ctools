        IDENTIFICATION DIVISION.
        PROGRAM-ID. DrCrRevRv.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectDrMaster".
         Copy "SelectMastChgLog".
           COPY "SelectDrCrRev".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdDebtor.
           COPY ChlfdMastChgLog.
           COPY ChlfdDrCrRev.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-OPERATOR      PIC X(10) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-ACC-IN        PIC X(07) VALUE " ".
           77  WS-ACC           PIC 9(07) VALUE 0.
           77  WS-AMT-EDIT      PIC Z,ZZZ,ZZ9.99-.
           77  WS-NUM-EDIT      PIC ZZZ9.
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-DCR-STATUS.
               03  WS-DCR-ST1       PIC 99.
           Copy "WsMastChgLog".
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
           DISPLAY "** DEBTOR CREDIT REVIEW **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           MOVE WS-LINKAGE-OPERATOR TO WS-OPERATOR.
           IF WS-OPERATOR = " "
              ACCEPT WS-OPERATOR FROM ENVIRONMENT "USERNAME".
           OPEN I-O DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "CANNOT OPEN DEBTOR MASTER, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN I-O DRCRREV-FILE.
           IF WS-DCR-ST1 NOT = 0
              CLOSE DEBTOR-MASTER
              MOVE "NO CREDIT REVIEW HAS BEEN RUN, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
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
      * THE CREDIT CONTROLLER WORKS THROUGH THE SUGGESTIONS LEFT BY THE
      * CREDIT REVIEW RUN, BY ACCOUNT OR N FOR THE NEXT ONE WAITING.
      * ACCEPTING ONE SETS THE NEW CREDIT LIMIT OR STOPS SUPPLY ON THE
      * DEBTOR MASTER, LOGGED BEFORE AND AFTER IN THE CHANGE LOG;
      * REJECTING ONE LEAVES THE ACCOUNT AS IT IS. EITHER WAY THE
      * DECISION IS KEPT ON THE SUGGESTION WITH WHO MADE IT.
      *****************************************************************
        BC-000.
           MOVE 0 TO WS-ACC.
        BC-005.
           MOVE 1010 TO W-POS.
           DISPLAY "DEBTOR ACCOUNT (N=NEXT, BLANK=END): [       ]"
              AT W-POS.
           MOVE 1047 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN = " "
              GO TO BC-EXIT.
           IF WS-ACC-IN = "N"
              GO TO BC-020.
           MOVE FUNCTION NUMVAL(WS-ACC-IN) TO DCR-ACCOUNT-NUMBER.
           READ DRCRREV-FILE
               INVALID KEY
             MOVE "NO CREDIT REVIEW SUGGESTION FOR THAT ACCOUNT."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           GO TO BC-030.
        BC-020.
      *    THE NEXT SUGGESTION STILL WAITING AFTER THE LAST ONE SEEN.
           MOVE WS-ACC TO DCR-ACCOUNT-NUMBER.
           START DRCRREV-FILE KEY > DCR-KEY
               INVALID KEY
             GO TO BC-025.
        BC-022.
           READ DRCRREV-FILE NEXT
               AT END
             GO TO BC-025.
           IF NOT DCR-PENDING
              GO TO BC-022.
           GO TO BC-030.
        BC-025.
           MOVE 0 TO WS-ACC.
           MOVE "NO MORE SUGGESTIONS WAITING." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-030.
           MOVE DCR-ACCOUNT-NUMBER TO WS-ACC.
           MOVE DCR-ACCOUNT-NUMBER TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE SPACES TO DEBTOR-NAME.
           PERFORM B-SHOW-SUGGESTION.
           IF NOT DCR-PENDING
              MOVE "SUGGESTION HAS ALREADY BEEN DECIDED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
        BC-060.
           MOVE 2110 TO W-POS.
           DISPLAY "ACTION A=ACCEPT R=REJECT X=LEAVE:     [ ]"
              AT W-POS.
           MOVE 2149 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "X"
              MOVE "LEFT WAITING, NOTHING CHANGED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF WS-ACTION = "R"
              GO TO BC-080.
           IF WS-ACTION NOT = "A"
              MOVE "ACTION MUST BE A, R OR X, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
        BC-070.
           PERFORM B-APPLY.
           IF WS-ACTION NOT = "A"
              GO TO BC-005.
           MOVE "A" TO DCR-STATUS.
           MOVE "SUGGESTION ACCEPTED, DEBTOR MASTER UPDATED."
              TO WS-MESSAGE.
           GO TO BC-085.
        BC-080.
           MOVE "R" TO DCR-STATUS.
           MOVE "SUGGESTION REJECTED, ACCOUNT LEFT AS IT IS."
              TO WS-MESSAGE.
        BC-085.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-OPERATOR  TO DCR-DECIDED-BY.
           MOVE WS-NOW (1:8) TO DCR-DECIDED-DATE.
           REWRITE DRCRREV-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR CREDIT REVIEW." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           PERFORM B-SHOW-SUGGESTION.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        B-APPLY SECTION.
      *****************************************************************
      * THE DEBTOR IS RE-READ FIRST. IF ITS LIMIT HAS BEEN CHANGED
      * SINCE THE REVIEW THE SUGGESTION NO LONGER APPLIES AND IS NOT
      * TAKEN; WS-ACTION COMES BACK AS "X" WHEN NOTHING WAS CHANGED.
      *****************************************************************
        BA-005.
           MOVE DCR-ACCOUNT-NUMBER TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE "DEBTOR NO LONGER ON FILE, NOTHING CHANGED."
                TO WS-MESSAGE
             GO TO BA-090.
           IF DEBTOR-CREDIT-LIMIT NOT = DCR-OLD-LIMIT
              MOVE "LIMIT CHANGED SINCE THE REVIEW, NOTHING CHANGED."
                 TO WS-MESSAGE
              GO TO BA-090.
           IF DCR-STOP AND DEBTOR-STOPPED
              GO TO BA-EXIT.
           MOVE DEBTOR-MASTER-RECORD TO WS-MCL-BEFORE.
           IF DCR-STOP
              MOVE "S" TO DEBTOR-STOP-SUPPLY
           ELSE
              MOVE DCR-NEW-LIMIT TO DEBTOR-CREDIT-LIMIT.
           REWRITE DEBTOR-MASTER-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR DEBTOR MASTER." TO WS-MESSAGE
             GO TO BA-090.
           MOVE "DEBTOR"             TO WS-MCL-FILE-ID.
           MOVE DEBTOR-ACCOUNT-NUMBER TO WS-MCL-RECORD-KEY.
           MOVE "DrCrRevRv"          TO WS-MCL-PROGRAM.
           MOVE "C"                  TO WS-MCL-ACTION.
           MOVE DEBTOR-MASTER-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
           GO TO BA-EXIT.
        BA-090.
           PERFORM ERROR-MESSAGE.
           MOVE "X" TO WS-ACTION.
        BA-EXIT.
           EXIT.
      *
        B-SHOW-SUGGESTION SECTION.
        BSS-005.
           MOVE 1110 TO W-POS.
           DISPLAY DEBTOR-NAME AT W-POS.
           MOVE 1210 TO W-POS.
           DISPLAY "REVIEWED:" AT W-POS.
           MOVE 1223 TO W-POS.
           DISPLAY DCR-REVIEW-DATE AT W-POS.
           MOVE 1236 TO W-POS.
           DISPLAY "GRADE:" AT W-POS.
           MOVE 1243 TO W-POS.
           DISPLAY DCR-GRADE AT W-POS.
           MOVE 1310 TO W-POS.
           DISPLAY "BALANCE:" AT W-POS.
           MOVE DCR-BALANCE TO WS-AMT-EDIT.
           MOVE 1323 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
           MOVE 1340 TO W-POS.
           DISPLAY "SALES 12 MONTHS:" AT W-POS.
           MOVE DCR-SALES-12 TO WS-AMT-EDIT.
           MOVE 1357 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
           MOVE 1410 TO W-POS.
           DISPLAY "DAYS TO PAY:" AT W-POS.
           MOVE 1423 TO W-POS.
           IF DCR-NO-RECEIPTS
              DISPLAY " N/A" AT W-POS
           ELSE
              MOVE DCR-AVG-DAYS TO WS-NUM-EDIT
              DISPLAY WS-NUM-EDIT AT W-POS.
           MOVE 1440 TO W-POS.
           DISPLAY "DSO:" AT W-POS.
           MOVE DCR-DSO TO WS-NUM-EDIT.
           MOVE 1445 TO W-POS.
           DISPLAY WS-NUM-EDIT AT W-POS.
           MOVE 1510 TO W-POS.
           DISPLAY "CHASE LETTERS:" AT W-POS.
           MOVE DCR-CHASE-COUNT TO WS-NUM-EDIT.
           MOVE 1525 TO W-POS.
           DISPLAY WS-NUM-EDIT AT W-POS.
           MOVE 1532 TO W-POS.
           DISPLAY "FINAL DEMANDS:" AT W-POS.
           MOVE DCR-FINAL-COUNT TO WS-NUM-EDIT.
           MOVE 1547 TO W-POS.
           DISPLAY WS-NUM-EDIT AT W-POS.
           MOVE 1610 TO W-POS.
           DISPLAY "FINANCE CHARGES:" AT W-POS.
           MOVE DCR-FINCHG-COUNT TO WS-NUM-EDIT.
           MOVE 1627 TO W-POS.
           DISPLAY WS-NUM-EDIT AT W-POS.
           MOVE DCR-FINCHG-AMT TO WS-AMT-EDIT.
           MOVE 1633 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
           MOVE 1710 TO W-POS.
           DISPLAY "CREDIT LIMIT:" AT W-POS.
           MOVE DCR-OLD-LIMIT TO WS-AMT-EDIT.
           MOVE 1723 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
           MOVE 1810 TO W-POS.
           DISPLAY "SUGGESTED:" AT W-POS.
           MOVE 1823 TO W-POS.
           IF DCR-INCREASE
              DISPLAY "INCREASE LIMIT TO " AT W-POS
           ELSE
           IF DCR-DECREASE
              DISPLAY "DECREASE LIMIT TO " AT W-POS
           ELSE
              DISPLAY "STOP SUPPLY       " AT W-POS.
           MOVE DCR-NEW-LIMIT TO WS-AMT-EDIT.
           MOVE 1841 TO W-POS.
           IF DCR-STOP
              DISPLAY "             " AT W-POS
           ELSE
              DISPLAY WS-AMT-EDIT AT W-POS.
           MOVE 1910 TO W-POS.
           DISPLAY "STATUS:" AT W-POS.
           MOVE 1923 TO W-POS.
           IF DCR-ACCEPTED
              DISPLAY "ACCEPTED BY " AT W-POS
           ELSE
           IF DCR-REJECTED
              DISPLAY "REJECTED BY " AT W-POS
           ELSE
              DISPLAY "WAITING     " AT W-POS.
           MOVE 1935 TO W-POS.
           DISPLAY DCR-DECIDED-BY AT W-POS.
        BSS-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE DEBTOR-MASTER
                 DRCRREV-FILE
                 MAST-CHGLOG.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        Copy "MastChgLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
