        IDENTIFICATION DIVISION.
        PROGRAM-ID. PostAccMt.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectPostAcc".
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
           COPY ChlfdPostAcc.
           COPY ChlfdGlMast.
           COPY ChlfdMastChgLog.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-NEW-SW        PIC X VALUE "N".
               88  WS-NEW-RECORD      VALUE "Y".
           77  WS-ROLE-IN       PIC X(10) VALUE " ".
           77  WS-ACC-IN        PIC X(06) VALUE " ".
           77  WS-IDX           PIC 9(02) COMP VALUE 0.
           77  WS-HIT           PIC 9(02) COMP VALUE 0.
           77  WS-ROW           PIC 9(02) VALUE 0.
           77  WS-SHOW-ACC      PIC X(07) VALUE " ".
           01  WS-GL-STATUS.
               03  WS-GL-ST1    PIC 99.
      *****************************************************************
      * THE POSTING ROLES THE SUITE KNOWS ABOUT. A ROLE NOT IN THIS
      * LIST IS REFUSED SO A MIS-KEYED ROLE CAN NEVER SIT ON THE
      * FILE LOOKING LIKE IT IS IN USE.
      *****************************************************************
           77  WS-ROLE-COUNT    PIC 9(02) COMP VALUE 18.
           01  WS-ROLE-VALUES.
               03  FILLER PIC X(40) VALUE
                   "DRCONTROL DEBTORS CONTROL                ".
               03  FILLER PIC X(40) VALUE
                   "CRCONTROL CREDITORS CONTROL              ".
               03  FILLER PIC X(40) VALUE
                   "STCONTROL STOCK CONTROL                  ".
               03  FILLER PIC X(40) VALUE
                   "BANK      BANK                           ".
               03  FILLER PIC X(40) VALUE
                   "VATOUTPUT VAT OUTPUT                     ".
               03  FILLER PIC X(40) VALUE
                   "VATINPUT  VAT INPUT                      ".
               03  FILLER PIC X(40) VALUE
                   "COSALES   COST OF SALES                  ".
               03  FILLER PIC X(40) VALUE
                   "SALARIES  SALARIES AND WAGES             ".
               03  FILLER PIC X(40) VALUE
                   "PAYE      PAYE CONTROL                   ".
               03  FILLER PIC X(40) VALUE
                   "EXCHDIFF  EXCHANGE DIFFERENCES           ".
               03  FILLER PIC X(40) VALUE
                   "FINCHARGE FINANCE CHARGE INCOME          ".
               03  FILLER PIC X(40) VALUE
                   "RETAINED  RETAINED EARNINGS              ".
               03  FILLER PIC X(40) VALUE
                   "INTERCO   INTERCOMPANY ACCOUNT           ".
               03  FILLER PIC X(40) VALUE
                   "STREVALUE STOCK REVALUATION              ".
               03  FILLER PIC X(40) VALUE
                   "ASSETDISP ASSET DISPOSAL PROFIT/LOSS     ".
               03  FILLER PIC X(40) VALUE
                   "LEAVEPROV LEAVE PAY PROVISION           ".
               03  FILLER PIC X(40) VALUE
                   "LEAVEEXP  LEAVE PAY EXPENSE             ".
               03  FILLER PIC X(40) VALUE
                   "SALUNPAID UNPAID SALARIES               ".
           01  WS-ROLE-TABLE REDEFINES WS-ROLE-VALUES.
               03  WS-ROLE OCCURS 18 TIMES.
                   05  WS-RL-CODE       PIC X(10).
                   05  WS-RL-DESC       PIC X(30).
           COPY "WsPostAcc".
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
           DISPLAY "** POSTING ACCOUNT CONTROL **" AT W-POS.
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
           OPEN I-O POSTACC-FILE.
           IF WS-PA-ST1 = 35
              OPEN OUTPUT POSTACC-FILE
              CLOSE POSTACC-FILE
              OPEN I-O POSTACC-FILE.
           IF WS-PA-ST1 NOT = 0
              MOVE "CANNOT OPEN POSTING ACCOUNT FILE, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE GL-MASTER
              EXIT PROGRAM.
           OPEN I-O MAST-CHGLOG.
           IF WS-MCL-ST1 = 35
              OPEN OUTPUT MAST-CHGLOG
              CLOSE MAST-CHGLOG
              OPEN I-O MAST-CHGLOG.
           PERFORM A-SHOW-ROLES.
        A-EXIT.
           EXIT.
      *
        A-SHOW-ROLES SECTION.
      *****************************************************************
      * LIST EVERY ROLE WITH THE ACCOUNT HELD FOR IT, OR "MISSING",
      * SO THE OPERATOR SEES AT ONCE WHAT STILL HAS TO BE SET UP.
      *****************************************************************
        ASR-005.
           MOVE 0 TO WS-IDX.
           MOVE 16 TO WS-ROW.
        ASR-010.
           ADD 1 TO WS-IDX.
           IF WS-IDX > WS-ROLE-COUNT
              GO TO ASR-EXIT.
           MOVE WS-RL-CODE (WS-IDX) TO PA-ROLE.
           MOVE "MISSING" TO WS-SHOW-ACC.
           READ POSTACC-FILE
               INVALID KEY
             MOVE SPACES TO POSTACC-RECORD.
           IF WS-PA-ST1 = 0
              MOVE PA-GL-ACCOUNT TO WS-SHOW-ACC.
           IF WS-IDX = 11 OR WS-IDX = 21
              MOVE 16 TO WS-ROW.
           IF WS-IDX < 11
              COMPUTE W-POS = WS-ROW * 100 + 2
           ELSE
           IF WS-IDX < 21
              COMPUTE W-POS = WS-ROW * 100 + 28
           ELSE
              COMPUTE W-POS = WS-ROW * 100 + 54.
           DISPLAY WS-RL-CODE (WS-IDX) AT W-POS.
           ADD 11 TO W-POS.
           DISPLAY WS-SHOW-ACC AT W-POS.
           ADD 1 TO WS-ROW.
           GO TO ASR-010.
        ASR-EXIT.
           EXIT.
      *
        B-CAPTURE SECTION.
        BC-005.
           MOVE "N" TO WS-NEW-SW.
           MOVE 1010 TO W-POS.
           DISPLAY "POSTING ROLE (BLANK=END): [          ]" AT W-POS.
           MOVE 1037 TO W-POS.
           MOVE " " TO WS-ROLE-IN.
           ACCEPT WS-ROLE-IN AT W-POS.
           IF WS-ROLE-IN = " "
              GO TO BC-EXIT.
           MOVE 0 TO WS-IDX
                     WS-HIT.
        BC-008.
           ADD 1 TO WS-IDX.
           IF WS-IDX > WS-ROLE-COUNT
              GO TO BC-009.
           IF WS-RL-CODE (WS-IDX) = WS-ROLE-IN
              MOVE WS-IDX TO WS-HIT
              GO TO BC-009.
           GO TO BC-008.
        BC-009.
           IF WS-HIT = 0
              MOVE "NO SUCH POSTING ROLE, SEE LIST BELOW, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           MOVE 1110 TO W-POS.
           DISPLAY WS-RL-DESC (WS-HIT) AT W-POS.
           MOVE WS-ROLE-IN TO PA-ROLE.
           READ POSTACC-FILE
               INVALID KEY
             MOVE "Y" TO WS-NEW-SW.
           IF WS-NEW-RECORD
              MOVE SPACES     TO POSTACC-RECORD
              MOVE WS-ROLE-IN TO PA-ROLE
              MOVE WS-RL-DESC (WS-HIT) TO PA-DESCRIPTION
              MOVE SPACES     TO WS-MCL-BEFORE
              MOVE "NO ACCOUNT SET UP FOR THIS ROLE, ENTER ONE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
           ELSE
              MOVE POSTACC-RECORD TO WS-MCL-BEFORE
              MOVE 1145 TO W-POS
              DISPLAY PA-GL-ACCOUNT AT W-POS.
        BC-010.
           MOVE 1210 TO W-POS.
           DISPLAY "GL ACCOUNT: [      ]" AT W-POS.
           MOVE 1223 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN = " "
              MOVE PA-GL-ACCOUNT TO WS-ACC-IN.
           IF WS-ACC-IN = " "
              MOVE "GL ACCOUNT MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           IF WS-ACC-IN NOT NUMERIC
              MOVE "GL ACCOUNT MUST BE SIX DIGITS, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
      *    ONLY AN ACTIVE ACCOUNT ON THE CHART MAY CARRY A ROLE, SO A
      *    RUN CAN NEVER POST TO AN ACCOUNT NOBODY IS LOOKING AT.
           MOVE WS-ACC-IN TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE "NO SUCH GL ACCOUNT, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-010.
           IF GL-INACTIVE
              MOVE "GL ACCOUNT IS INACTIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           MOVE 1310 TO W-POS.
           DISPLAY GL-DESCRIPTION AT W-POS.
           MOVE WS-ACC-IN TO PA-GL-ACCOUNT.
           MOVE WS-RL-DESC (WS-HIT) TO PA-DESCRIPTION.
        BC-030.
           MOVE 1410 TO W-POS.
           DISPLAY "ACTION A=ADD/AMEND D=DELETE X=ABANDON: [ ]"
              AT W-POS.
           MOVE 1450 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "X"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF WS-ACTION = "D" AND WS-NEW-RECORD
              MOVE "NO ACCOUNT FOR THIS ROLE, NOTHING TO DELETE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           IF WS-ACTION = "D"
              GO TO BC-050.
           IF WS-ACTION NOT = "A"
              MOVE "ACTION MUST BE A, D OR X, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
        BC-040.
           IF WS-NEW-RECORD
              WRITE POSTACC-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR POSTING ACCOUNT FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-WRITE
              MOVE "A" TO WS-MCL-ACTION
              MOVE "POSTING ACCOUNT WRITTEN TO FILE." TO WS-MESSAGE
           ELSE
              REWRITE POSTACC-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR POSTING ACCOUNT FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-REWRITE
              MOVE "C" TO WS-MCL-ACTION
              MOVE "POSTING ACCOUNT CHANGE WRITTEN TO FILE."
                 TO WS-MESSAGE.
           PERFORM B-LOG-CHANGE.
           PERFORM ERROR-MESSAGE.
           PERFORM A-SHOW-ROLES.
           GO TO BC-005.
        BC-050.
           DELETE POSTACC-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR POSTING ACCOUNT FILE."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE "D" TO WS-MCL-ACTION.
           PERFORM B-LOG-CHANGE.
           MOVE "POSTING ACCOUNT DELETED, POSTING RUNS WILL STOP."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           PERFORM A-SHOW-ROLES.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        B-LOG-CHANGE SECTION.
        BLC-005.
           MOVE "POSTACC"         TO WS-MCL-FILE-ID.
           MOVE PA-ROLE           TO WS-MCL-RECORD-KEY.
           MOVE "PostAccMt"       TO WS-MCL-PROGRAM.
           IF WS-MCL-ACTION = "D"
              MOVE SPACES         TO WS-MCL-AFTER
           ELSE
              MOVE POSTACC-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
        BLC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE POSTACC-FILE
                 GL-MASTER
                 MAST-CHGLOG.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
