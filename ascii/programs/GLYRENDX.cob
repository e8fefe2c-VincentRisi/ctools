        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectPostAcc".
           SELECT GL-MASTER ASSIGN TO "GlMaster"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               FILE STATUS IS WS-GL-STATUS.
           COPY "SelectGlPeriod".
           COPY "SelectGlJrnHist".
           COPY "SelectGlPerBal".
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdGlMast.
           COPY ChlfdGlPeriod.
           COPY ChlfdGlJrnHist.
           COPY ChlfdGlPerBal.
           FD  ARCHIVE-FILE
               LABEL RECORDS ARE STANDARD.
           01  ARCHIVE-RECORD       PIC X(80).
           77  WS-HIST-REF      PIC 9(08) VALUE 0.
           77  WS-BUMP-COUNT    PIC 9(04) COMP VALUE 0.
           77  WS-DATE-INT      PIC 9(08) VALUE 0.
           77  WS-REMAIN        PIC S9(11)V99 VALUE 0.
           77  WS-SPLIT-COUNT   PIC 9(04) COMP VALUE 0.
           77  WS-SPLIT-IDX     PIC 9(04) COMP VALUE 0.
           77  WS-SPLIT-LOST    PIC 9(06) VALUE 0.
           77  WS-CENTRE-WRITES PIC 9(04) COMP VALUE 0.
           77  WS-NEW-FIRST     PIC 9(06) VALUE 0.
           77  WS-NY-MOVES      PIC S9(11)V99 VALUE 0.
           77  WS-NY-COUNT      PIC 9(04) COMP VALUE 0.
           77  WS-RUNNING       PIC S9(11)V99 VALUE 0.
           77  WS-CARRY-COUNT   PIC 9(06) VALUE 0.
      *****************************************************************
      * WHAT EACH ACCOUNT HOLDS PER COST CENTRE, SUMMED OVER THE
      * WHOLE JOURNAL HISTORY, SO THE CLOSE CAN CLEAR EACH CENTRE'S
      * SHARE SEPARATELY. LINES WITH NO COST CENTRE ARE NOT HELD;
      * THEY ARE WHATEVER IS LEFT OF THE ACCOUNT BALANCE.
      *****************************************************************
           01  WS-SPLIT-TABLE.
               03  WS-SPLIT OCCURS 500 TIMES.
                   05  WS-SP-ACCOUNT    PIC X(06).
                   05  WS-SP-CENTRE     PIC X(04).
                   05  WS-SP-BAL        PIC S9(11)V99.
           01  WS-PERIOD-WORK.
               03  WS-PW-PERIOD PIC 9(06).
               03  FILLER REDEFINES WS-PW-PERIOD.
               03  WS-HIST-ST1  PIC 99.
           01  WS-ARCH-STATUS.
               03  WS-ARCH-ST1  PIC 99.
           01  WS-PB-STATUS.
               03  WS-PB-ST1    PIC 99.
        Copy "WsDateInfo".
           COPY "WsPostAcc".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
           PERFORM C-CONFIRM.
           IF WS-CONFIRM = "Y"
              PERFORM D-CLOSE-PROFIT
              PERFORM E-NEW-PERIODS
              PERFORM E-CARRY-BALANCES.
           PERFORM F-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        A-000.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           OPEN INPUT POSTACC-FILE.
           IF WS-PA-ST1 NOT = 0
              MOVE "NO POSTING ACCOUNT FILE, YEAR END ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE "RETAINED" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-RETAIN-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "POSTING ACCOUNT MISSING, YEAR END ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN I-O GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              MOVE "NO GL MASTER, YEAR END ABANDONED." TO WS-MESSAGE
      *****************************************************************
        DC-005.
           COMPUTE WS-CLOSE-PERIOD = WS-YEAR * 100 + 12.
           PERFORM D-LOAD-SPLITS.
           PERFORM D-NEXT-HIST-REF.
           MOVE 0 TO GL-NUMBER.
           START GL-MASTER KEY NOT < GL-KEY
             GO TO DC-050.
           IF NOT GL-INCOME-STMT
              GO TO DC-010.
      *    EACH COST CENTRE'S SHARE IS CLEARED UNDER ITS OWN CODE AND
      *    THE REST UNDER NONE, SO A NIL BALANCE MAY STILL NEED
      *    CLEARING WHERE CENTRES OFFSET ONE ANOTHER.
           MOVE GL-BALANCE TO WS-REMAIN.
           MOVE 0 TO WS-CENTRE-WRITES.
           PERFORM D-CLOSE-CENTRES.
           IF GL-BALANCE = 0 AND WS-CENTRE-WRITES = 0
              GO TO DC-010.
           ADD GL-BALANCE TO WS-CLOSE-TOTAL.
           IF WS-REMAIN NOT = 0
              SUBTRACT WS-REMAIN FROM 0 GIVING GLJRNH-BAL
              MOVE GL-NUMBER TO GLJRNH-ACCOUNT
              MOVE " "       TO GLJRNH-COST-CENTRE
              MOVE "YEAR-END CLOSE TO RETAINED" TO GLJRNH-DESCRIPTION
              PERFORM D-WRITE-HISTORY.
           MOVE 0 TO GL-BALANCE.
           REWRITE GL-RECORD
               INVALID KEY
              GO TO DC-EXIT.
           MOVE WS-CLOSE-TOTAL TO GLJRNH-BAL.
           MOVE WS-RETAIN-ACC  TO GLJRNH-ACCOUNT.
           MOVE " "            TO GLJRNH-COST-CENTRE.
           MOVE "YEAR-END RESULT FROM P AND L" TO GLJRNH-DESCRIPTION.
           PERFORM D-WRITE-HISTORY.
           MOVE WS-RETAIN-ACC TO GL-NUMBER.
             DISPLAY "REWRITE FAILED FOR RETAINED EARNINGS".
        DC-EXIT.
           EXIT.
      *
        D-CLOSE-CENTRES SECTION.
        DCC-005.
           MOVE 0 TO WS-SPLIT-IDX.
        DCC-010.
           ADD 1 TO WS-SPLIT-IDX.
           IF WS-SPLIT-IDX > WS-SPLIT-COUNT
              GO TO DCC-EXIT.
           IF WS-SP-ACCOUNT (WS-SPLIT-IDX) NOT = GL-NUMBER
              GO TO DCC-010.
           IF WS-SP-BAL (WS-SPLIT-IDX) = 0
              GO TO DCC-010.
           SUBTRACT WS-SP-BAL (WS-SPLIT-IDX) FROM 0 GIVING GLJRNH-BAL.
           SUBTRACT WS-SP-BAL (WS-SPLIT-IDX) FROM WS-REMAIN.
           MOVE GL-NUMBER TO GLJRNH-ACCOUNT.
           MOVE WS-SP-CENTRE (WS-SPLIT-IDX) TO GLJRNH-COST-CENTRE.
           MOVE "YEAR-END CLOSE TO RETAINED" TO GLJRNH-DESCRIPTION.
           PERFORM D-WRITE-HISTORY.
           ADD 1 TO WS-CENTRE-WRITES.
           GO TO DCC-010.
        DCC-EXIT.
           EXIT.
      *
        D-LOAD-SPLITS SECTION.
        DLS-005.
           MOVE 0 TO WS-SPLIT-COUNT.
           MOVE 0 TO GLJRNH-PERIOD.
           MOVE 0 TO GLJRNH-REFERENCE.
           START GLJRN-HISTORY KEY NOT < GLJRNH-KEY
               INVALID KEY
             GO TO DLS-EXIT.
        DLS-010.
           READ GLJRN-HISTORY NEXT
               AT END
             GO TO DLS-090.
           IF GLJRNH-COST-CENTRE = " "
                OR GLJRNH-COST-CENTRE = LOW-VALUES
              GO TO DLS-010.
           MOVE 0 TO WS-SPLIT-IDX.
        DLS-020.
           ADD 1 TO WS-SPLIT-IDX.
           IF WS-SPLIT-IDX > WS-SPLIT-COUNT
              GO TO DLS-030.
           IF WS-SP-ACCOUNT (WS-SPLIT-IDX) = GLJRNH-ACCOUNT
                AND WS-SP-CENTRE (WS-SPLIT-IDX) = GLJRNH-COST-CENTRE
              ADD GLJRNH-BAL TO WS-SP-BAL (WS-SPLIT-IDX)
              GO TO DLS-010.
           GO TO DLS-020.
        DLS-030.
      *    WHAT DOES NOT FIT IS CLEARED WITH THE UNTAGGED REMAINDER.
           IF WS-SPLIT-COUNT NOT < 500
              ADD 1 TO WS-SPLIT-LOST
              GO TO DLS-010.
           ADD 1 TO WS-SPLIT-COUNT.
           MOVE GLJRNH-ACCOUNT     TO WS-SP-ACCOUNT (WS-SPLIT-COUNT).
           MOVE GLJRNH-COST-CENTRE TO WS-SP-CENTRE (WS-SPLIT-COUNT).
           MOVE GLJRNH-BAL         TO WS-SP-BAL (WS-SPLIT-COUNT).
           GO TO DLS-010.
        DLS-090.
           IF WS-SPLIT-LOST > 0
              DISPLAY "COST CENTRE TABLE FULL, LINES CLOSED UNTAGGED: "
                 WS-SPLIT-LOST.
        DLS-EXIT.
           EXIT.
      *
        D-NEXT-HIST-REF SECTION.
        DNH-005.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             TO GLPD-END-DATE.
           MOVE "O" TO GLPD-STATUS.
           MOVE 0 TO GLPD-CHECK-DATE
                     GLPD-OVERRIDE-DATE.
           WRITE GL-PERIOD-RECORD
               INVALID KEY
             GO TO EN-010.
        EN-EXIT.
           DISPLAY "NEW YEAR PERIODS CREATED: " WS-NEW-PERIODS.
           EXIT.
      *
        E-CARRY-BALANCES SECTION.
      *****************************************************************
      * RESTART EVERY ACCOUNT'S PERIOD BALANCES AT PERIOD 01 OF THE
      * NEW YEAR FROM ITS BALANCE AFTER THE CLOSE, SO INCOME ACCOUNTS
      * OPEN THE YEAR AT NIL AND RETAINED EARNINGS TAKES THE RESULT.
      * THE LEDGER BALANCE ALREADY HOLDS ANY NEW-YEAR MONTHS POSTED
      * AHEAD OF THE CLOSE, SO THOSE MOVEMENTS ARE TAKEN BACK OFF TO
      * FIND THE OPENING, AND THE NEW-YEAR CHAIN IS REBUILT FROM IT.
      *****************************************************************
        ECB-005.
           COMPUTE WS-NEW-FIRST = WS-NEXT-YEAR * 100 + 1.
           OPEN I-O GL-PERBAL-FILE.
           IF WS-PB-ST1 = 35
              OPEN OUTPUT GL-PERBAL-FILE
              CLOSE GL-PERBAL-FILE
              OPEN I-O GL-PERBAL-FILE.
           IF WS-PB-ST1 NOT = 0
              DISPLAY "*** NO PERIOD BALANCE FILE, NOT CARRIED ***"
              GO TO ECB-EXIT.
           MOVE 0 TO GL-NUMBER.
           START GL-MASTER KEY NOT < GL-KEY
               INVALID KEY
             GO TO ECB-090.
        ECB-010.
           READ GL-MASTER NEXT
               AT END
             GO TO ECB-090.
           MOVE 0 TO WS-NY-MOVES
                     WS-NY-COUNT.
           MOVE GL-NUMBER    TO GLPB-ACCOUNT.
           MOVE WS-NEW-FIRST TO GLPB-PERIOD.
           START GL-PERBAL-FILE KEY NOT < GLPB-KEY
               INVALID KEY
             GO TO ECB-030.
        ECB-020.
           READ GL-PERBAL-FILE NEXT
               AT END
             GO TO ECB-030.
           IF GLPB-ACCOUNT NOT = GL-NUMBER
              GO TO ECB-030.
           ADD GLPB-MOVEMENT TO WS-NY-MOVES.
           ADD 1 TO WS-NY-COUNT.
           GO TO ECB-020.
        ECB-030.
           IF GL-BALANCE = 0 AND WS-NY-COUNT = 0
              GO TO ECB-010.
           SUBTRACT WS-NY-MOVES FROM GL-BALANCE GIVING WS-RUNNING.
           MOVE GL-NUMBER    TO GLPB-ACCOUNT.
           MOVE WS-NEW-FIRST TO GLPB-PERIOD.
           READ GL-PERBAL-FILE
               INVALID KEY
             MOVE SPACES       TO GL-PERBAL-RECORD
             MOVE GL-NUMBER    TO GLPB-ACCOUNT
             MOVE WS-NEW-FIRST TO GLPB-PERIOD
             MOVE 0            TO GLPB-MOVEMENT
             MOVE WS-RUNNING   TO GLPB-OPENING
                                  GLPB-CLOSING
             WRITE GL-PERBAL-RECORD
                 INVALID KEY
               DISPLAY "PERIOD BALANCE WRITE FAILED: " GLPB-KEY
               GO TO ECB-010.
           MOVE GL-NUMBER    TO GLPB-ACCOUNT.
           MOVE WS-NEW-FIRST TO GLPB-PERIOD.
           START GL-PERBAL-FILE KEY NOT < GLPB-KEY
               INVALID KEY
             GO TO ECB-010.
        ECB-040.
           READ GL-PERBAL-FILE NEXT
               AT END
             GO TO ECB-050.
           IF GLPB-ACCOUNT NOT = GL-NUMBER
              GO TO ECB-050.
           MOVE WS-RUNNING TO GLPB-OPENING.
           ADD GLPB-OPENING GLPB-MOVEMENT GIVING GLPB-CLOSING.
           MOVE GLPB-CLOSING TO WS-RUNNING.
           REWRITE GL-PERBAL-RECORD
               INVALID KEY
             DISPLAY "PERIOD BALANCE REWRITE FAILED: " GLPB-KEY.
           GO TO ECB-040.
        ECB-050.
           ADD 1 TO WS-CARRY-COUNT.
           GO TO ECB-010.
        ECB-090.
           CLOSE GL-PERBAL-FILE.
           DISPLAY "PERIOD BALANCES CARRIED FORWARD: " WS-CARRY-COUNT.
        ECB-EXIT.
           EXIT.
      *
        F-END SECTION.
        F-000.
        F-EXIT.
           EXIT.
      *
        COPY "PostAccLookup".
        COPY "ErrorMessage".
      * END-OF-JOB.
