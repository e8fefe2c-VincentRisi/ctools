        IDENTIFICATION DIVISION.
        PROGRAM-ID. PayPropRv.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectCrMaster".
           COPY "SelectPayProp".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdCreditor.
           COPY ChlfdPayProp.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-OPERATOR      PIC X(10) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-CANCEL        PIC X VALUE " ".
           77  WS-PROPOSAL      PIC 9(06) VALUE 0.
           77  WS-ACC-IN        PIC X(07) VALUE " ".
           77  WS-TRANS-IN      PIC X(06) VALUE " ".
           77  WS-TRANS         PIC 9(06) VALUE 0.
           77  WS-AMT-IN        PIC X(10) VALUE " ".
           77  WS-NEW-PAY       PIC S9(07)V99 VALUE 0.
           77  WS-DELTA         PIC S9(09)V99 VALUE 0.
           77  WS-AMT-EDIT      PIC Z,ZZZ,ZZ9.99-.
           77  WS-TOTAL-EDIT    PIC ZZZ,ZZZ,ZZ9.99-.
           77  SUB-1            PIC 9(04) COMP VALUE 0.
           01  ALPHA-RATE.
               03  AL-RATE      PIC X(01) OCCURS 7 VALUE " ".
           01  WS-ITEM-SAVE         PIC X(119).
           01  WS-CREDITOR-STATUS.
               03  WS-CREDITOR-ST1  PIC 99.
           01  WS-PPR-STATUS.
               03  WS-PPR-ST1       PIC 99.
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
           DISPLAY "** PAYMENT PROPOSAL REVIEW **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           MOVE WS-LINKAGE-OPERATOR TO WS-OPERATOR.
           IF WS-OPERATOR = " "
              ACCEPT WS-OPERATOR FROM ENVIRONMENT "USERNAME".
           OPEN INPUT CREDITOR-MASTER.
           IF WS-CREDITOR-ST1 NOT = 0
              MOVE "CANNOT OPEN CREDITOR MASTER, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN I-O PAYPROP-FILE.
           IF WS-PPR-ST1 = 35
              OPEN OUTPUT PAYPROP-FILE
              CLOSE PAYPROP-FILE
              OPEN I-O PAYPROP-FILE.
        A-EXIT.
           EXIT.
      *
        B-CAPTURE SECTION.
      *****************************************************************
      * THE CREDITORS CLERK WORKS THROUGH THE LATEST PAYMENT PROPOSAL
      * BEFORE IT IS AUTHORISED: AN ITEM CAN BE DROPPED (D) OR HAVE
      * ITS AMOUNT CUT TO A PART-PAYMENT (A), AND A DROPPED ITEM CAN
      * BE PUT BACK (A). ANY CHANGE TO A PROPOSAL ALREADY AUTHORISED
      * SENDS IT BACK FOR AUTHORISATION. C AT THE ACCOUNT CANCELS THE
      * WHOLE PROPOSAL SO A FRESH ONE CAN BE MADE.
      *****************************************************************
        BC-000.
           PERFORM B-READ-HEADER.
           IF WS-PROPOSAL = 0
              GO TO BC-EXIT.
           PERFORM B-SHOW-HEADER.
           MOVE 0910 TO W-POS.
           DISPLAY "C AT THE ACCOUNT CANCELS THE WHOLE PROPOSAL."
              AT W-POS.
        BC-005.
           MOVE 1010 TO W-POS.
           DISPLAY "CREDITOR ACCOUNT (BLANK=END): [       ]" AT W-POS.
           MOVE 1041 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN = " "
              GO TO BC-EXIT.
           IF WS-ACC-IN = "C"
              GO TO BC-090.
           MOVE WS-ACC-IN TO ALPHA-RATE.
           PERFORM CHECK-ENTRY.
           MOVE ALPHA-RATE TO WS-ACC-IN.
           MOVE WS-ACC-IN TO CR-ACCOUNT-NUMBER.
           READ CREDITOR-MASTER
               INVALID KEY
             MOVE "NO SUCH CREDITOR, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE 1110 TO W-POS.
           DISPLAY CR-NAME AT W-POS.
        BC-010.
           MOVE 1210 TO W-POS.
           DISPLAY "TRANSACTION (BLANK=NEW ACC): [      ]" AT W-POS.
           MOVE 1240 TO W-POS.
           MOVE " " TO WS-TRANS-IN.
           ACCEPT WS-TRANS-IN AT W-POS.
           IF WS-TRANS-IN = " "
              GO TO BC-005.
           MOVE FUNCTION NUMVAL(WS-TRANS-IN) TO WS-TRANS.
           MOVE WS-PROPOSAL TO PPR-PROPOSAL.
           MOVE WS-ACC-IN   TO PPR-ACCOUNT-NUMBER.
           MOVE WS-TRANS    TO PPR-TRANS-NUMBER.
           READ PAYPROP-FILE
               INVALID KEY
             MOVE "ITEM IS NOT IN THIS PROPOSAL, RE-ENTER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-010.
           PERFORM B-SHOW-ITEM.
           IF PPR-ITEM-PAID OR PPR-ITEM-SKIPPED
              MOVE "ITEM ALREADY DEALT WITH BY THE PAY RUN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
        BC-020.
      *    A DROPPED ITEM PUT BACK COMES BACK AT THE AMOUNT FIRST
      *    PROPOSED UNLESS ANOTHER AMOUNT IS KEYED.
           IF PPR-ITEM-DROPPED
              MOVE PPR-PROPOSED TO WS-NEW-PAY
           ELSE
              MOVE PPR-PAY TO WS-NEW-PAY.
           MOVE 1710 TO W-POS.
           DISPLAY "TO PAY:     [          ]" AT W-POS.
           MOVE 1723 TO W-POS.
           MOVE " " TO WS-AMT-IN.
           ACCEPT WS-AMT-IN AT W-POS.
           IF WS-AMT-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-AMT-IN) TO WS-NEW-PAY.
           IF WS-NEW-PAY NOT > 0
              MOVE "AMOUNT MUST BE GREATER THAN ZERO, OR D TO DROP."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
           IF WS-NEW-PAY > PPR-OUTSTANDING
              MOVE "CANNOT PAY MORE THAN IS OUTSTANDING, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
           MOVE WS-NEW-PAY TO WS-AMT-EDIT.
           MOVE 1745 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
        BC-060.
           MOVE 2110 TO W-POS.
           DISPLAY "ACTION A=PAY/AMEND D=DROP X=ABANDON:   [ ]"
              AT W-POS.
           MOVE 2150 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "X"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           IF WS-ACTION = "D" AND PPR-ITEM-DROPPED
              MOVE "ITEM IS ALREADY DROPPED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
           IF WS-ACTION = "D"
              GO TO BC-080.
           IF WS-ACTION NOT = "A"
              MOVE "ACTION MUST BE A, D OR X, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
        BC-070.
           IF PPR-ITEM-DROPPED
              MOVE WS-NEW-PAY TO WS-DELTA
           ELSE
              COMPUTE WS-DELTA = WS-NEW-PAY - PPR-PAY.
           MOVE WS-NEW-PAY TO PPR-PAY.
           MOVE " "        TO PPR-ITEM-STATUS.
           MOVE "ITEM AMENDED, PROPOSAL TOTAL UPDATED." TO WS-MESSAGE.
           GO TO BC-085.
        BC-080.
           SUBTRACT PPR-PAY FROM 0 GIVING WS-DELTA.
           MOVE 0   TO PPR-PAY.
           MOVE "D" TO PPR-ITEM-STATUS.
           MOVE "ITEM DROPPED FROM THE PROPOSAL." TO WS-MESSAGE.
        BC-085.
           MOVE PAYPROP-RECORD TO WS-ITEM-SAVE.
           PERFORM B-UPDATE-HEADER.
           IF WS-PROPOSAL = 0
              GO TO BC-EXIT.
           MOVE WS-ITEM-SAVE TO PAYPROP-RECORD.
           REWRITE PAYPROP-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR PAYMENT PROPOSAL." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           PERFORM B-SHOW-HEADER.
           PERFORM B-SHOW-ITEM.
           GO TO BC-010.
        BC-090.
           MOVE 1010 TO W-POS.
           DISPLAY "CANCEL THE WHOLE PROPOSAL, Y/N: [ ]" AT W-POS.
           MOVE 1043 TO W-POS.
           MOVE " " TO WS-CANCEL.
           ACCEPT WS-CANCEL AT W-POS.
           MOVE 1010 TO W-POS.
           DISPLAY "                                   " AT W-POS.
           IF WS-CANCEL NOT = "Y"
              GO TO BC-005.
           MOVE 0 TO WS-DELTA.
           PERFORM B-UPDATE-HEADER.
           IF WS-PROPOSAL = 0
              GO TO BC-EXIT.
           MOVE "C" TO PPR-STATUS.
           REWRITE PAYPROP-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR PROPOSAL HEADER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-EXIT.
           MOVE "PROPOSAL CANCELLED, NOTHING WILL BE PAID FROM IT."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        BC-EXIT.
           EXIT.
      *
        B-READ-HEADER SECTION.
      *****************************************************************
      * ONLY THE LATEST PROPOSAL CAN BE LIVE, AND ONLY WHILE IT IS
      * PROPOSED OR AUTHORISED. WS-PROPOSAL IS ZERO WHEN THERE IS
      * NOTHING TO REVIEW.
      *****************************************************************
        BRH-005.
           MOVE 0 TO WS-PROPOSAL.
           MOVE 999999      TO PPR-PROPOSAL.
           MOVE HIGH-VALUES TO PPR-ACCOUNT-NUMBER.
           MOVE 999999      TO PPR-TRANS-NUMBER.
           START PAYPROP-FILE KEY NOT > PPR-KEY
               INVALID KEY
             GO TO BRH-090.
           READ PAYPROP-FILE PREVIOUS
               AT END
             GO TO BRH-090.
           MOVE SPACES TO PPR-ACCOUNT-NUMBER.
           MOVE 0      TO PPR-TRANS-NUMBER.
           READ PAYPROP-FILE
               INVALID KEY
             GO TO BRH-090.
           IF PPR-OPEN OR PPR-AUTHORISED
              MOVE PPR-PROPOSAL TO WS-PROPOSAL
              GO TO BRH-EXIT.
        BRH-090.
           MOVE "NO PAYMENT PROPOSAL OPEN FOR REVIEW." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        BRH-EXIT.
           EXIT.
      *
        B-UPDATE-HEADER SECTION.
      *****************************************************************
      * THE HEADER IS RE-READ BEFORE EVERY CHANGE IN CASE THE PROPOSAL
      * WAS PAID OR CANCELLED FROM ANOTHER TERMINAL MEANWHILE. THE
      * REVIEWER AND THEIR AUTHORITY ARE RECORDED FOR THE SIGN-OFF.
      *****************************************************************
        BUH-005.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-PROPOSAL TO PPR-PROPOSAL.
           MOVE SPACES      TO PPR-ACCOUNT-NUMBER.
           MOVE 0           TO PPR-TRANS-NUMBER.
           READ PAYPROP-FILE
               INVALID KEY
             MOVE 0 TO WS-PROPOSAL.
           IF WS-PROPOSAL = 0
              OR (NOT PPR-OPEN AND NOT PPR-AUTHORISED)
              MOVE 0 TO WS-PROPOSAL
              MOVE "PROPOSAL IS NO LONGER OPEN, NOTHING CHANGED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BUH-EXIT.
           ADD WS-DELTA TO PPR-TOTAL.
           MOVE WS-OPERATOR          TO PPR-REVIEWED-BY.
           MOVE WS-LINKAGE-AUTHORITY TO PPR-REVIEWED-AUTH.
           MOVE WS-NOW (1:8)         TO PPR-REVIEWED-DATE.
           IF PPR-AUTHORISED
              MOVE "P"    TO PPR-STATUS
              MOVE SPACES TO PPR-AUTHORISED-BY
              MOVE 0      TO PPR-AUTHORISED-DATE.
           REWRITE PAYPROP-RECORD
               INVALID KEY
             MOVE 0 TO WS-PROPOSAL
             MOVE "REWRITE FAILED FOR PROPOSAL HEADER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
        BUH-EXIT.
           EXIT.
      *
        B-SHOW-HEADER SECTION.
        BSH-005.
           MOVE 0510 TO W-POS.
           DISPLAY "PROPOSAL:" AT W-POS.
           MOVE 0523 TO W-POS.
           DISPLAY PPR-PROPOSAL AT W-POS.
           MOVE 0531 TO W-POS.
           IF PPR-AUTHORISED
              DISPLAY "AUTHORISED  " AT W-POS
           ELSE
              DISPLAY "PROPOSED    " AT W-POS.
           MOVE PPR-TOTAL TO WS-TOTAL-EDIT.
           MOVE 0545 TO W-POS.
           DISPLAY WS-TOTAL-EDIT AT W-POS.
           MOVE 0610 TO W-POS.
           DISPLAY "PROPOSED BY:" AT W-POS.
           MOVE 0623 TO W-POS.
           DISPLAY PPR-PROPOSED-BY AT W-POS.
           MOVE 0634 TO W-POS.
           DISPLAY PPR-PROPOSED-DATE AT W-POS.
        BSH-EXIT.
           EXIT.
      *
        B-SHOW-ITEM SECTION.
        BSI-005.
           MOVE 1310 TO W-POS.
           DISPLAY "REFERENCE:" AT W-POS.
           MOVE 1323 TO W-POS.
           DISPLAY PPR-REFERENCE AT W-POS.
           MOVE 1410 TO W-POS.
           DISPLAY "DUE DATE:" AT W-POS.
           MOVE 1423 TO W-POS.
           DISPLAY PPR-DUE-DATE AT W-POS.
           MOVE 1434 TO W-POS.
           DISPLAY PPR-CURRENCY AT W-POS.
           MOVE 1510 TO W-POS.
           DISPLAY "OUTSTANDING:" AT W-POS.
           MOVE PPR-OUTSTANDING TO WS-AMT-EDIT.
           MOVE 1523 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
           MOVE 1610 TO W-POS.
           DISPLAY "PROPOSED:" AT W-POS.
           MOVE PPR-PROPOSED TO WS-AMT-EDIT.
           MOVE 1623 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
           MOVE PPR-PAY TO WS-AMT-EDIT.
           MOVE 1745 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
           MOVE 1810 TO W-POS.
           DISPLAY "STATUS:" AT W-POS.
           MOVE 1823 TO W-POS.
           IF PPR-ITEM-DROPPED
              DISPLAY "DROPPED " AT W-POS
           ELSE
           IF PPR-ITEM-PAID
              DISPLAY "PAID    " AT W-POS
           ELSE
           IF PPR-ITEM-SKIPPED
              DISPLAY "SKIPPED " AT W-POS
           ELSE
              DISPLAY "TO PAY  " AT W-POS.
        BSI-EXIT.
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
                 PAYPROP-FILE.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
