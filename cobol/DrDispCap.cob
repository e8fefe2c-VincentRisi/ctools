        IDENTIFICATION DIVISION.
        PROGRAM-ID. DrDispCap.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectDrMaster".
         Copy "SelectDrTrans".
         Copy "SelectMastChgLog".
         Copy "SelectDrDispute".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdDebtor.
           COPY ChlfdDrTrans.
           COPY ChlfdMastChgLog.
           COPY ChlfdDrDispute.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-CONFIRM       PIC X VALUE " ".
           77  WS-MODE          PIC X VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-ACC-IN        PIC X(07) VALUE " ".
           77  WS-ACC           PIC 9(07) VALUE 0.
           77  WS-ITEM-IN       PIC X(06) VALUE " ".
           77  WS-ITEM-TRANS    PIC 9(06) VALUE 0.
           77  WS-DATE-IN       PIC X(08) VALUE " ".
           77  WS-DATE-CHECK    PIC 9(08) VALUE 0.
           77  WS-REASON-IN     PIC X(02) VALUE " ".
           77  WS-RAISED-BY     PIC X(20) VALUE " ".
           77  WS-RAISED-DATE   PIC 9(08) VALUE 0.
           77  WS-RESPONSIBLE   PIC X(10) VALUE " ".
           77  WS-NOTE          PIC X(40) VALUE " ".
           77  WS-OUTCOME       PIC X VALUE " ".
           77  WS-NEXT-SEQ      PIC 9(02) VALUE 0.
           77  WS-RAISE-COUNT   PIC 9(06) VALUE 0.
           77  WS-RESOLVE-COUNT PIC 9(06) VALUE 0.
           77  WS-AMT-EDIT      PIC Z,ZZZ,ZZ9.99-.
           77  WS-LINE-POS      PIC 9(04) VALUE 0.
           01  WS-ITEM-PRINT.
               03  WS-IP-TRANS      PIC 9(06).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-IP-TYPE       PIC X(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-IP-DATE       PIC 9999/99/99.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-IP-REF        PIC X(10).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-IP-OUT        PIC Z,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-IP-REASON     PIC X(02).
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-DRTRANS-STATUS.
               03  WS-DRTRANS-ST1   PIC 99.
           COPY "WsMastChgLog".
           COPY "WsDrDispute".
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
           DISPLAY "** DEBTOR DISPUTE REGISTER **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           OPEN INPUT DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "CANNOT OPEN DEBTOR MASTER, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN I-O DRTRANS-FILE.
           IF WS-DRTRANS-ST1 NOT = 0
              MOVE "CANNOT OPEN DEBTOR TRANSACTIONS, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE DEBTOR-MASTER
              EXIT PROGRAM.
           OPEN I-O DR-DISPUTE-FILE.
           IF WS-DDS-ST1 = 35
              OPEN OUTPUT DR-DISPUTE-FILE
              CLOSE DR-DISPUTE-FILE
              OPEN I-O DR-DISPUTE-FILE.
           IF WS-DDS-ST1 NOT = 0
              MOVE "CANNOT OPEN DISPUTE REGISTER, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE DEBTOR-MASTER
                    DRTRANS-FILE
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
      * A DISPUTE IS RAISED AGAINST ONE OPEN ITEM, WHICH IS FLAGGED SO
      * THE CHASE AND FINANCE CHARGE RUNS PASS IT BY, AND STAYS OPEN ON
      * THE REGISTER UNTIL ITS OUTCOME IS RECORDED AND THE FLAG LIFTED.
      *****************************************************************
        BC-005.
           MOVE 1010 TO W-POS.
           DISPLAY "DEBTOR ACCOUNT (BLANK=END): [       ]" AT W-POS.
           MOVE 1039 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN = " "
              GO TO BC-EXIT.
           MOVE FUNCTION NUMVAL(WS-ACC-IN) TO WS-ACC.
           MOVE WS-ACC TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE "NO SUCH DEBTOR, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE 1110 TO W-POS.
           DISPLAY DEBTOR-NAME AT W-POS.
           PERFORM B-LIST-ITEMS.
        BC-010.
           MOVE 1210 TO W-POS.
           DISPLAY "ITEM TRANS (BLANK=NEW ACC): [      ]" AT W-POS.
           MOVE 1239 TO W-POS.
           MOVE " " TO WS-ITEM-IN.
           ACCEPT WS-ITEM-IN AT W-POS.
           IF WS-ITEM-IN = " "
              GO TO BC-005.
           MOVE FUNCTION NUMVAL(WS-ITEM-IN) TO WS-ITEM-TRANS.
           MOVE WS-ACC        TO DRTR-ACCOUNT-NUMBER.
           MOVE WS-ITEM-TRANS TO DRTR-TRANS-NUMBER.
           READ DRTRANS-FILE
               INVALID KEY
             MOVE "NO SUCH TRANSACTION, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-010.
           MOVE DRTR-OUTSTANDING TO WS-AMT-EDIT.
           MOVE 1310 TO W-POS.
           DISPLAY "REF:            OUTSTANDING:" AT W-POS.
           MOVE 1315 TO W-POS.
           DISPLAY DRTR-REFERENCE AT W-POS.
           MOVE 1339 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
           IF DRTR-DISPUTED
              PERFORM D-RESOLVE
           ELSE
              PERFORM E-RAISE.
           PERFORM B-LIST-ITEMS.
           GO TO BC-010.
        BC-EXIT.
           EXIT.
      *
        B-LIST-ITEMS SECTION.
      *****************************************************************
      * SHOW THE ACCOUNT'S OPEN ITEMS WITH THE REASON CODE OF ANY
      * ALREADY UNDER DISPUTE.
      *****************************************************************
        BLI-005.
           MOVE 1900 TO WS-LINE-POS.
           MOVE WS-ACC TO DRTR-ACCOUNT-NUMBER.
           MOVE 0      TO DRTR-TRANS-NUMBER.
           START DRTRANS-FILE KEY NOT < DRTR-KEY
               INVALID KEY
             GO TO BLI-EXIT.
        BLI-010.
           READ DRTRANS-FILE NEXT
               AT END
             GO TO BLI-EXIT.
           IF DRTR-ACCOUNT-NUMBER NOT = WS-ACC
              GO TO BLI-EXIT.
           IF DRTR-OUTSTANDING NOT > 0 AND NOT DRTR-DISPUTED
              GO TO BLI-010.
           IF WS-LINE-POS > 2700
              GO TO BLI-EXIT.
           ADD 100 TO WS-LINE-POS.
           MOVE SPACES TO WS-ITEM-PRINT.
           MOVE DRTR-TRANS-NUMBER TO WS-IP-TRANS.
           IF DRTR-DISPUTED
              MOVE "DISPUTED" TO WS-IP-TYPE
              MOVE DRTR-DISPUTE-REASON TO WS-IP-REASON
           ELSE
            IF DRTR-FINANCE-CHARGE
              MOVE "FIN CHG" TO WS-IP-TYPE
            ELSE
              MOVE "OPEN"    TO WS-IP-TYPE.
           MOVE DRTR-DATE        TO WS-IP-DATE.
           MOVE DRTR-REFERENCE   TO WS-IP-REF.
           MOVE DRTR-OUTSTANDING TO WS-IP-OUT.
           MOVE WS-LINE-POS TO W-POS.
           DISPLAY WS-ITEM-PRINT AT W-POS.
           GO TO BLI-010.
        BLI-EXIT.
           EXIT.
      *
        E-RAISE SECTION.
      *****************************************************************
      * RAISE A DISPUTE: ONLY A DEBIT STILL OUTSTANDING CAN BE QUERIED.
      *****************************************************************
        ER-005.
           IF DRTR-OUTSTANDING NOT > 0
              MOVE "ITEM HAS NOTHING OUTSTANDING TO DISPUTE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO ER-EXIT.
           IF DRTR-RECEIPT OR DRTR-CREDIT-NOTE
              MOVE "ONLY AN INVOICE OR CHARGE CAN BE DISPUTED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO ER-EXIT.
        ER-010.
           MOVE 1410 TO W-POS.
           DISPLAY "REASON (PR QT DM ND DU NO OT): [  ]" AT W-POS.
           MOVE 1442 TO W-POS.
           MOVE " " TO WS-REASON-IN.
           ACCEPT WS-REASON-IN AT W-POS.
           IF WS-REASON-IN = " "
              GO TO ER-EXIT.
           MOVE WS-REASON-IN TO WS-DRR-CODE.
           PERFORM DISPUTE-REASON-TEXT.
           IF WS-DRR-BAD
              MOVE "NO SUCH REASON CODE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO ER-010.
           MOVE 1448 TO W-POS.
           DISPLAY WS-DRR-TEXT AT W-POS.
        ER-020.
           MOVE 1510 TO W-POS.
           DISPLAY "RAISED BY: [                    ]" AT W-POS.
           MOVE 1522 TO W-POS.
           MOVE " " TO WS-RAISED-BY.
           ACCEPT WS-RAISED-BY AT W-POS.
           IF WS-RAISED-BY = " "
              MOVE "SAY WHO RAISED THE DISPUTE, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO ER-020.
        ER-030.
           MOVE 1546 TO W-POS.
           DISPLAY "ON (BLANK=TODAY): [        ]" AT W-POS.
           MOVE 1565 TO W-POS.
           MOVE " " TO WS-DATE-IN.
           ACCEPT WS-DATE-IN AT W-POS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           IF WS-DATE-IN = " "
              MOVE WS-NOW (1:8) TO WS-DATE-IN.
           IF WS-DATE-IN NOT NUMERIC
              MOVE "DATE MUST BE YYYYMMDD, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO ER-030.
           MOVE WS-DATE-IN TO WS-DATE-CHECK.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
              MOVE "NOT A VALID DATE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO ER-030.
           IF WS-DATE-IN > WS-NOW (1:8)
              MOVE "DATE MAY NOT BE IN THE FUTURE, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO ER-030.
           MOVE WS-DATE-CHECK TO WS-RAISED-DATE.
        ER-040.
           MOVE 1610 TO W-POS.
           DISPLAY "RESPONSIBLE (BLANK=YOU): [          ]" AT W-POS.
           MOVE 1636 TO W-POS.
           MOVE " " TO WS-RESPONSIBLE.
           ACCEPT WS-RESPONSIBLE AT W-POS.
           IF WS-RESPONSIBLE = " "
              MOVE WS-LINKAGE-OPERATOR TO WS-RESPONSIBLE.
           MOVE 1636 TO W-POS.
           DISPLAY WS-RESPONSIBLE AT W-POS.
           MOVE 1710 TO W-POS.
           DISPLAY "NOTE: [                                        ]"
              AT W-POS.
           MOVE 1717 TO W-POS.
           MOVE " " TO WS-NOTE.
           ACCEPT WS-NOTE AT W-POS.
        ER-050.
           MOVE 1810 TO W-POS.
           DISPLAY "RAISE THIS DISPUTE, Y/N: [ ]" AT W-POS.
           MOVE 1836 TO W-POS.
           ACCEPT WS-CONFIRM AT W-POS.
           IF WS-CONFIRM = "N"
              GO TO ER-EXIT.
           IF WS-CONFIRM NOT = "Y"
              GO TO ER-050.
           PERFORM E-NEXT-SEQUENCE.
           IF WS-NEXT-SEQ = 0
              MOVE "ITEM HAS 99 DISPUTES ON FILE, NOT RAISED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO ER-EXIT.
           MOVE SPACES           TO DR-DISPUTE-RECORD.
           MOVE WS-ACC           TO DDS-ACCOUNT-NUMBER.
           MOVE WS-ITEM-TRANS    TO DDS-TRANS-NUMBER.
           MOVE WS-NEXT-SEQ      TO DDS-SEQUENCE.
           MOVE WS-REASON-IN     TO DDS-REASON.
           MOVE WS-RAISED-BY     TO DDS-RAISED-BY.
           MOVE WS-RAISED-DATE   TO DDS-RAISED-DATE.
           MOVE WS-RESPONSIBLE   TO DDS-RESPONSIBLE.
           MOVE DRTR-OUTSTANDING TO DDS-AMOUNT.
           MOVE WS-NOTE          TO DDS-NOTE.
           MOVE "O"              TO DDS-STATUS.
           MOVE 0                TO DDS-RESOLVED-DATE.
           MOVE WS-LINKAGE-OPERATOR TO DDS-OPERATOR.
           WRITE DR-DISPUTE-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR DISPUTE REGISTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO ER-EXIT.
           MOVE WS-ACC        TO DRTR-ACCOUNT-NUMBER.
           MOVE WS-ITEM-TRANS TO DRTR-TRANS-NUMBER.
           READ DRTRANS-FILE
               INVALID KEY
             MOVE "CANNOT RE-READ THE ITEM, FLAG NOT SET."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO ER-EXIT.
           MOVE DRTRANS-RECORD TO WS-MCL-BEFORE.
           MOVE "D"          TO DRTR-DISPUTE-FLAG.
           MOVE WS-REASON-IN TO DRTR-DISPUTE-REASON.
           REWRITE DRTRANS-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR ITEM, FLAG NOT SET."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO ER-EXIT.
           PERFORM D-LOG-CHANGE.
           ADD 1 TO WS-RAISE-COUNT.
           MOVE "DISPUTE RAISED, ITEM HELD FROM CHASING AND CHARGES."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        ER-EXIT.
           EXIT.
      *
        E-NEXT-SEQUENCE SECTION.
      *****************************************************************
      * ONE PAST THE ITEM'S LAST DISPUTE; ZERO WHEN 99 ARE ON FILE.
      *****************************************************************
        ENS-005.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE WS-ACC        TO DDS-ACCOUNT-NUMBER.
           MOVE WS-ITEM-TRANS TO DDS-TRANS-NUMBER.
           MOVE 99            TO DDS-SEQUENCE.
           START DR-DISPUTE-FILE KEY NOT > DDS-KEY
               INVALID KEY
             GO TO ENS-EXIT.
           READ DR-DISPUTE-FILE PREVIOUS
               AT END
             GO TO ENS-EXIT.
           IF DDS-ACCOUNT-NUMBER NOT = WS-ACC
                OR DDS-TRANS-NUMBER NOT = WS-ITEM-TRANS
              GO TO ENS-EXIT.
           IF DDS-SEQUENCE = 99
              MOVE 0 TO WS-NEXT-SEQ
              GO TO ENS-EXIT.
           ADD 1 DDS-SEQUENCE GIVING WS-NEXT-SEQ.
        ENS-EXIT.
           EXIT.
      *
        D-RESOLVE SECTION.
      *****************************************************************
      * RECORD THE OUTCOME OF THE ITEM'S OPEN DISPUTE AND LIFT THE
      * FLAG. ANY CREDIT NOTE OR WRITE-OFF AGREED IS PASSED THROUGH
      * ITS OWN CAPTURE AS USUAL.
      *****************************************************************
        DR-005.
           MOVE WS-ACC        TO DDS-ACCOUNT-NUMBER.
           MOVE WS-ITEM-TRANS TO DDS-TRANS-NUMBER.
           MOVE 0             TO DDS-SEQUENCE.
           START DR-DISPUTE-FILE KEY NOT < DDS-KEY
               INVALID KEY
             GO TO DR-008.
        DR-006.
           READ DR-DISPUTE-FILE NEXT
               AT END
             GO TO DR-008.
           IF DDS-ACCOUNT-NUMBER NOT = WS-ACC
                OR DDS-TRANS-NUMBER NOT = WS-ITEM-TRANS
              GO TO DR-008.
           IF DDS-OPEN
              GO TO DR-010.
           GO TO DR-006.
        DR-008.
      *    FLAGGED WITH NO OPEN REGISTER ENTRY: LET THE FLAG BE LIFTED
      *    SO THE ITEM IS NOT HELD BACK FOR GOOD.
           MOVE 1410 TO W-POS.
           DISPLAY "NO OPEN DISPUTE ON FILE FOR THIS ITEM." AT W-POS.
           MOVE SPACES TO DR-DISPUTE-RECORD
                          WS-OUTCOME
                          WS-NOTE.
           GO TO DR-030.
        DR-010.
           MOVE DDS-REASON TO WS-DRR-CODE.
           PERFORM DISPUTE-REASON-TEXT.
           MOVE 1410 TO W-POS.
           DISPLAY "DISPUTED:                        BY:" AT W-POS.
           MOVE 1420 TO W-POS.
           DISPLAY WS-DRR-TEXT AT W-POS.
           MOVE 1447 TO W-POS.
           DISPLAY DDS-RAISED-BY AT W-POS.
           MOVE 1510 TO W-POS.
           DISPLAY "RAISED:            RESPONSIBLE:" AT W-POS.
           MOVE 1518 TO W-POS.
           DISPLAY DDS-RAISED-DATE AT W-POS.
           MOVE 1542 TO W-POS.
           DISPLAY DDS-RESPONSIBLE AT W-POS.
           MOVE 1610 TO W-POS.
           DISPLAY DDS-NOTE AT W-POS.
        DR-020.
           MOVE 1710 TO W-POS.
           DISPLAY
              "OUTCOME S=STANDS C=CREDITED P=PART W=WRITTEN OFF: [ ]"
              AT W-POS.
           MOVE 1762 TO W-POS.
           MOVE " " TO WS-OUTCOME.
           ACCEPT WS-OUTCOME AT W-POS.
           IF WS-OUTCOME = " "
              GO TO DR-EXIT.
           IF WS-OUTCOME NOT = "S" AND NOT = "C"
                AND NOT = "P" AND NOT = "W"
              MOVE "ENTER S, C, P OR W, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO DR-020.
           MOVE 1810 TO W-POS.
           DISPLAY "NOTE: [                                        ]"
              AT W-POS.
           MOVE 1817 TO W-POS.
           MOVE " " TO WS-NOTE.
           ACCEPT WS-NOTE AT W-POS.
        DR-030.
           MOVE 1910 TO W-POS.
           DISPLAY "CLOSE THE DISPUTE AND LIFT THE FLAG, Y/N: [ ]"
              AT W-POS.
           MOVE 1953 TO W-POS.
           ACCEPT WS-CONFIRM AT W-POS.
           IF WS-CONFIRM = "N"
              GO TO DR-EXIT.
           IF WS-CONFIRM NOT = "Y"
              GO TO DR-030.
           IF DDS-KEY = SPACES
              GO TO DR-040.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE "R"                 TO DDS-STATUS.
           MOVE WS-OUTCOME          TO DDS-OUTCOME.
           MOVE WS-NOTE             TO DDS-OUTCOME-NOTE.
           MOVE WS-NOW (1:8)        TO DDS-RESOLVED-DATE.
           MOVE WS-LINKAGE-OPERATOR TO DDS-RESOLVED-BY.
           REWRITE DR-DISPUTE-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR DISPUTE REGISTER."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO DR-EXIT.
        DR-040.
           MOVE WS-ACC        TO DRTR-ACCOUNT-NUMBER.
           MOVE WS-ITEM-TRANS TO DRTR-TRANS-NUMBER.
           READ DRTRANS-FILE
               INVALID KEY
             MOVE "CANNOT RE-READ THE ITEM, FLAG NOT LIFTED."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO DR-EXIT.
           MOVE DRTRANS-RECORD TO WS-MCL-BEFORE.
           MOVE SPACES TO DRTR-DISPUTE.
           REWRITE DRTRANS-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR ITEM, FLAG NOT LIFTED."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO DR-EXIT.
           PERFORM D-LOG-CHANGE.
           ADD 1 TO WS-RESOLVE-COUNT.
           IF WS-OUTCOME = "C" OR WS-OUTCOME = "P"
              MOVE "DISPUTE CLOSED, PASS THE CREDIT NOTE AGREED."
                 TO WS-MESSAGE
           ELSE
              MOVE "DISPUTE CLOSED, ITEM BACK IN THE NORMAL RUNS."
                 TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        DR-EXIT.
           EXIT.
      *
        D-LOG-CHANGE SECTION.
        DLC-005.
           MOVE "DRTRANS"         TO WS-MCL-FILE-ID.
           MOVE WS-ACC-IN         TO WS-MCL-RECORD-KEY.
           MOVE "DrDispCap"       TO WS-MCL-PROGRAM.
           MOVE "C"               TO WS-MCL-ACTION.
           MOVE DRTRANS-RECORD    TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
        DLC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE DEBTOR-MASTER
                 DRTRANS-FILE
                 DR-DISPUTE-FILE
                 MAST-CHGLOG.
           DISPLAY "DISPUTES RAISED: " WS-RAISE-COUNT.
           DISPLAY "DISPUTES CLOSED: " WS-RESOLVE-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "DrDispReason".
        COPY "ErrorMessage".
      * END-OF-JOB.
