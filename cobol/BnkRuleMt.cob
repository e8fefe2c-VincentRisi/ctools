        IDENTIFICATION DIVISION.
        PROGRAM-ID. BnkRuleMt.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT GL-MASTER ASSIGN TO "GlMaster"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               ALTERNATE RECORD KEY IS GL-DESCRIPTION WITH DUPLICATES
               FILE STATUS IS WS-GL-STATUS.
           COPY "SelectTaxCode".
           COPY "SelectBankRule".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdGlMast.
           COPY ChlfdTaxCode.
           COPY ChlfdBankRule.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-NEW-SW        PIC X VALUE "N".
               88  WS-NEW-RECORD      VALUE "Y".
           77  WS-RULE-IN       PIC X(03) VALUE " ".
           77  WS-RULE          PIC 9(03) VALUE 0.
           77  WS-TEXT-IN       PIC X(18) VALUE " ".
           77  WS-TYPE-IN       PIC X VALUE " ".
           77  WS-ACCT-IN       PIC X(06) VALUE " ".
           77  WS-TAX-IN        PIC X(02) VALUE " ".
           77  WS-DESC-IN       PIC X(30) VALUE " ".
           01  WS-GL-STATUS.
               03  WS-GL-ST1        PIC 99.
           01  WS-TC-STATUS.
               03  WS-TC-ST1        PIC 99.
           01  WS-BRL-STATUS.
               03  WS-BRL-ST1       PIC 99.
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
           DISPLAY "** BANK STATEMENT RULES **" AT W-POS.
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
           OPEN INPUT TAXCODE-FILE.
           IF WS-TC-ST1 = 35
              OPEN OUTPUT TAXCODE-FILE
              CLOSE TAXCODE-FILE
              OPEN INPUT TAXCODE-FILE.
           OPEN I-O BANK-RULE-FILE.
           IF WS-BRL-ST1 = 35
              OPEN OUTPUT BANK-RULE-FILE
              CLOSE BANK-RULE-FILE
              OPEN I-O BANK-RULE-FILE.
           IF WS-BRL-ST1 NOT = 0
              MOVE "CANNOT OPEN BANK RULE FILE." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE GL-MASTER
                    TAXCODE-FILE
              EXIT PROGRAM.
        A-EXIT.
           EXIT.
      *
        B-CAPTURE SECTION.
      *****************************************************************
      * A RULE POSTS EVERY STATEMENT LINE WHOSE REFERENCE CONTAINS ITS
      * TEXT, AT THE NEXT BANK RECONCILIATION, WITHOUT THE CASH BOOK.
      * THE RULES ARE TRIED IN NUMBER ORDER, SO A NARROW RULE SHOULD
      * CARRY A LOWER NUMBER THAN A WIDE ONE.
      *****************************************************************
        BC-005.
           MOVE "N" TO WS-NEW-SW.
           MOVE 1010 TO W-POS.
           DISPLAY "RULE NUMBER (BLANK=END): [   ]" AT W-POS.
           MOVE 1036 TO W-POS.
           MOVE " " TO WS-RULE-IN.
           ACCEPT WS-RULE-IN AT W-POS.
           IF WS-RULE-IN = " "
              GO TO BC-EXIT.
           MOVE FUNCTION NUMVAL(WS-RULE-IN) TO WS-RULE.
           IF WS-RULE = 0
              MOVE "RULE NUMBER MAY NOT BE ZERO, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           MOVE WS-RULE TO BRL-NUMBER.
           READ BANK-RULE-FILE
               INVALID KEY
             MOVE "Y" TO WS-NEW-SW.
           IF WS-NEW-RECORD
              MOVE SPACES  TO BANK-RULE-RECORD
              MOVE WS-RULE TO BRL-NUMBER
              MOVE "NEW RULE, ENTER DETAILS AND ACTION A."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
           ELSE
              MOVE 1110 TO W-POS
              DISPLAY BRL-TEXT AT W-POS
              MOVE 1130 TO W-POS
              DISPLAY BRL-TYPE AT W-POS
              MOVE 1133 TO W-POS
              DISPLAY BRL-ACCOUNT AT W-POS
              MOVE 1141 TO W-POS
              DISPLAY BRL-TAX-CODE AT W-POS
              MOVE 1145 TO W-POS
              DISPLAY BRL-DESCRIPTION AT W-POS.
        BC-010.
           MOVE 1210 TO W-POS.
           DISPLAY "REFERENCE CONTAINS: [                  ]" AT W-POS.
           MOVE 1231 TO W-POS.
           MOVE " " TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN AT W-POS.
           IF WS-TEXT-IN NOT = " "
              MOVE WS-TEXT-IN TO BRL-TEXT.
      *    THE TEXT IS MATCHED UP TO ITS FIRST DOUBLE SPACE, SO IT MAY
      *    NOT START WITH ONE.
           IF BRL-TEXT = " "
                OR BRL-TEXT (1:2) = "  "
              MOVE "TEXT MAY NOT BE BLANK OR START WITH SPACES."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE " " TO BRL-TEXT
              GO TO BC-010.
           INSPECT BRL-TEXT CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
        BC-020.
           MOVE 1310 TO W-POS.
           DISPLAY "LINES C=CREDITS D=DEBITS BLANK=BOTH: [ ]" AT W-POS.
           MOVE 1348 TO W-POS.
           MOVE BRL-TYPE TO WS-TYPE-IN.
           ACCEPT WS-TYPE-IN AT W-POS.
           IF WS-TYPE-IN NOT = "C" AND NOT = "D" AND NOT = " "
              MOVE "ENTER C, D OR LEAVE BLANK, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
           MOVE WS-TYPE-IN TO BRL-TYPE.
        BC-030.
           MOVE 1410 TO W-POS.
           DISPLAY "CONTRA GL ACCOUNT: [      ]" AT W-POS.
           MOVE 1430 TO W-POS.
           MOVE " " TO WS-ACCT-IN.
           ACCEPT WS-ACCT-IN AT W-POS.
           IF WS-ACCT-IN NOT = " "
              MOVE WS-ACCT-IN TO BRL-ACCOUNT.
           MOVE BRL-ACCOUNT TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE "NO SUCH GL ACCOUNT, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-030.
           IF GL-INACTIVE
              MOVE "GL ACCOUNT IS INACTIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           MOVE 1440 TO W-POS.
           DISPLAY GL-DESCRIPTION AT W-POS.
        BC-040.
           MOVE 1510 TO W-POS.
           DISPLAY "TAX CODE, BLANK=NO VAT, .=CLEAR: [  ]" AT W-POS.
           MOVE 1544 TO W-POS.
           MOVE " " TO WS-TAX-IN.
           ACCEPT WS-TAX-IN AT W-POS.
           IF WS-TAX-IN = "."
              MOVE " " TO BRL-TAX-CODE
              GO TO BC-050.
           IF WS-TAX-IN NOT = " "
              MOVE WS-TAX-IN TO BRL-TAX-CODE.
           IF BRL-TAX-CODE = " "
              GO TO BC-050.
           MOVE BRL-TAX-CODE TO TC-CODE.
           READ TAXCODE-FILE
               INVALID KEY
             MOVE "NO SUCH TAX CODE, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE " " TO BRL-TAX-CODE
             GO TO BC-040.
           MOVE 1550 TO W-POS.
           DISPLAY TC-DESCRIPTION AT W-POS.
        BC-050.
           MOVE 1610 TO W-POS.
           DISPLAY "JOURNAL TEXT: [                              ]"
              AT W-POS.
           MOVE 1625 TO W-POS.
           MOVE " " TO WS-DESC-IN.
           ACCEPT WS-DESC-IN AT W-POS.
           IF WS-DESC-IN NOT = " "
              MOVE WS-DESC-IN TO BRL-DESCRIPTION.
        BC-060.
           MOVE 1810 TO W-POS.
           DISPLAY "ACTION A=ADD/AMEND D=DELETE X=ABANDON: [ ]"
              AT W-POS.
           MOVE 1850 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "X"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF WS-ACTION = "D" AND WS-NEW-RECORD
              MOVE "NO SUCH RULE, NOTHING TO DELETE." TO WS-MESSAGE
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
              WRITE BANK-RULE-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR BANK RULE FILE." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-WRITE
              MOVE "NEW RULE WRITTEN TO FILE." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
           ELSE
              REWRITE BANK-RULE-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR BANK RULE FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-REWRITE
              MOVE "RULE CHANGES WRITTEN TO FILE." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-080.
           DELETE BANK-RULE-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR BANK RULE FILE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE "RULE DELETED FROM FILE." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE GL-MASTER
                 TAXCODE-FILE
                 BANK-RULE-FILE.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
