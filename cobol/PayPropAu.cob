        IDENTIFICATION DIVISION.
        PROGRAM-ID. PayPropAu.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectPayProp".
           COPY "SelectOperator".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPayProp.
           COPY ChlfdOperator.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-OPERATOR      PIC X(10) VALUE " ".
           77  WS-ANSWER        PIC X VALUE " ".
           77  WS-PROPOSAL      PIC 9(06) VALUE 0.
           77  WS-PROPOSER-AUTH PIC 9(01) VALUE 0.
           77  WS-TOTAL-EDIT    PIC ZZZ,ZZZ,ZZ9.99-.
           77  WS-COUNT-EDIT    PIC ZZZZ9.
           01  WS-HEADER-SAVE       PIC X(119).
           01  WS-PPR-STATUS.
               03  WS-PPR-ST1       PIC 99.
           01  WS-OPER-STATUS.
               03  WS-OPER-ST1      PIC 99.
      *
        LINKAGE SECTION.
        COPY ChlfdLinkage.
      *
        PROCEDURE DIVISION USING WS-LINKAGE.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-INIT.
           PERFORM B-AUTHORISE.
           PERFORM C-END.
           EXIT PROGRAM.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           MOVE 0810 TO W-POS.
           DISPLAY "** PAYMENT PROPOSAL AUTHORISATION **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           MOVE WS-LINKAGE-OPERATOR TO WS-OPERATOR.
           OPEN I-O PAYPROP-FILE.
           IF WS-PPR-ST1 = 35
              OPEN OUTPUT PAYPROP-FILE
              CLOSE PAYPROP-FILE
              OPEN I-O PAYPROP-FILE.
        A-EXIT.
           EXIT.
      *
        B-AUTHORISE SECTION.
      *****************************************************************
      * THE SIGN-OFF THAT RELEASES A PAYMENT PROPOSAL TO THE PAY RUN.
      * IT MUST COME FROM A NAMED OPERATOR WHO NEITHER PROPOSED NOR
      * REVIEWED THE PROPOSAL AND WHOSE AUTHORITY IS HIGHER THAN
      * BOTH THE PROPOSER'S AND THE REVIEWER'S. ONLY A PROPOSAL IN
      * PROPOSED STATUS CAN BE AUTHORISED; A LATER CHANGE ON THE
      * REVIEW SCREEN SENDS IT BACK HERE.
      *****************************************************************
        BA-005.
           IF WS-OPERATOR = " "
              MOVE "SIGN ON AS A NAMED OPERATOR TO AUTHORISE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BA-EXIT.
           MOVE 999999      TO PPR-PROPOSAL.
           MOVE HIGH-VALUES TO PPR-ACCOUNT-NUMBER.
           MOVE 999999      TO PPR-TRANS-NUMBER.
           START PAYPROP-FILE KEY NOT > PPR-KEY
               INVALID KEY
             GO TO BA-090.
           READ PAYPROP-FILE PREVIOUS
               AT END
             GO TO BA-090.
           MOVE PPR-PROPOSAL TO WS-PROPOSAL.
           MOVE SPACES       TO PPR-ACCOUNT-NUMBER.
           MOVE 0            TO PPR-TRANS-NUMBER.
           READ PAYPROP-FILE
               INVALID KEY
             GO TO BA-090.
           PERFORM B-SHOW-HEADER.
           IF PPR-AUTHORISED
              MOVE "PROPOSAL IS ALREADY AUTHORISED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BA-EXIT.
           IF NOT PPR-OPEN
              GO TO BA-090.
           IF PPR-TOTAL NOT > 0
              MOVE "NOTHING LEFT TO PAY ON THIS PROPOSAL." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BA-EXIT.
           IF WS-OPERATOR = PPR-PROPOSED-BY
              OR WS-OPERATOR = PPR-REVIEWED-BY
              MOVE "PROPOSER OR REVIEWER CANNOT ALSO AUTHORISE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BA-EXIT.
           PERFORM B-PROPOSER-AUTHORITY.
           IF WS-LINKAGE-AUTHORITY NOT > WS-PROPOSER-AUTH
              OR WS-LINKAGE-AUTHORITY NOT > PPR-REVIEWED-AUTH
              MOVE "AUTHORITY MUST BE HIGHER THAN PROPOSER/REVIEWER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BA-EXIT.
        BA-010.
           MOVE 2110 TO W-POS.
           DISPLAY "AUTHORISE THIS PROPOSAL FOR PAYMENT, Y/N: [ ]"
              AT W-POS.
           MOVE 2153 TO W-POS.
           MOVE " " TO WS-ANSWER.
           ACCEPT WS-ANSWER AT W-POS.
           IF WS-ANSWER = "N"
              MOVE "PROPOSAL NOT AUTHORISED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BA-EXIT.
           IF WS-ANSWER NOT = "Y"
              GO TO BA-010.
      *    RE-READ SO A CHANGE MADE ON THE REVIEW SCREEN WHILE THIS
      *    ONE WAS OPEN IS NOT AUTHORISED UNSEEN.
           MOVE PAYPROP-RECORD TO WS-HEADER-SAVE.
           READ PAYPROP-FILE
               INVALID KEY
             GO TO BA-090.
           IF PAYPROP-RECORD NOT = WS-HEADER-SAVE
              MOVE "PROPOSAL CHANGED MEANWHILE, NOT AUTHORISED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BA-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE "A"          TO PPR-STATUS.
           MOVE WS-OPERATOR  TO PPR-AUTHORISED-BY.
           MOVE WS-NOW (1:8) TO PPR-AUTHORISED-DATE.
           REWRITE PAYPROP-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR PROPOSAL HEADER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BA-EXIT.
           PERFORM B-SHOW-HEADER.
           MOVE "PROPOSAL AUTHORISED, READY FOR THE PAY RUN."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BA-EXIT.
        BA-090.
           MOVE "NO PAYMENT PROPOSAL AWAITING AUTHORISATION."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        BA-EXIT.
           EXIT.
      *
        B-PROPOSER-AUTHORITY SECTION.
      *****************************************************************
      * THE PROPOSAL IS USUALLY MADE BY THE SCHEDULED BATCH USER, WHO
      * HAS NO OPERATOR RECORD AND SO NO AUTHORITY TO BEAT.
      *****************************************************************
        BPA-005.
           MOVE 0 TO WS-PROPOSER-AUTH.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-ST1 NOT = 0
              GO TO BPA-EXIT.
           MOVE PPR-PROPOSED-BY TO OPER-CODE.
           READ OPERATOR-FILE
               INVALID KEY
             CLOSE OPERATOR-FILE
             GO TO BPA-EXIT.
           MOVE OPER-AUTHORITY TO WS-PROPOSER-AUTH.
           CLOSE OPERATOR-FILE.
        BPA-EXIT.
           EXIT.
      *
        B-SHOW-HEADER SECTION.
        BSH-005.
           MOVE 1010 TO W-POS.
           DISPLAY "PROPOSAL:" AT W-POS.
           MOVE 1023 TO W-POS.
           DISPLAY PPR-PROPOSAL AT W-POS.
           MOVE 1031 TO W-POS.
           IF PPR-OPEN
              DISPLAY "PROPOSED    " AT W-POS
           ELSE
           IF PPR-AUTHORISED
              DISPLAY "AUTHORISED  " AT W-POS
           ELSE
           IF PPR-COMPLETED
              DISPLAY "PAID        " AT W-POS
           ELSE
              DISPLAY "CANCELLED   " AT W-POS.
           MOVE 1110 TO W-POS.
           DISPLAY "INVOICES:" AT W-POS.
           MOVE PPR-ITEM-COUNT TO WS-COUNT-EDIT.
           MOVE 1123 TO W-POS.
           DISPLAY WS-COUNT-EDIT AT W-POS.
           MOVE 1210 TO W-POS.
           DISPLAY "TO PAY:" AT W-POS.
           MOVE PPR-TOTAL TO WS-TOTAL-EDIT.
           MOVE 1223 TO W-POS.
           DISPLAY WS-TOTAL-EDIT AT W-POS.
           MOVE 1410 TO W-POS.
           DISPLAY "PROPOSED BY:" AT W-POS.
           MOVE 1423 TO W-POS.
           DISPLAY PPR-PROPOSED-BY AT W-POS.
           MOVE 1434 TO W-POS.
           DISPLAY PPR-PROPOSED-DATE AT W-POS.
           MOVE 1510 TO W-POS.
           DISPLAY "REVIEWED BY:" AT W-POS.
           MOVE 1523 TO W-POS.
           DISPLAY PPR-REVIEWED-BY AT W-POS.
           MOVE 1534 TO W-POS.
           DISPLAY PPR-REVIEWED-DATE AT W-POS.
           MOVE 1610 TO W-POS.
           DISPLAY "AUTHORISED:" AT W-POS.
           MOVE 1623 TO W-POS.
           DISPLAY PPR-AUTHORISED-BY AT W-POS.
           MOVE 1634 TO W-POS.
           DISPLAY PPR-AUTHORISED-DATE AT W-POS.
        BSH-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE PAYPROP-FILE.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
