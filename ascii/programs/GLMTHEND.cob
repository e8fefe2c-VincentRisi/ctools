           COPY "SelectGlPeriod".
           COPY "SelectGlJrnHist".
           COPY "SelectGlStanding".
           COPY "SelectGlPerBal".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdGlPeriod.
           COPY ChlfdGlJrnHist.
           COPY ChlfdGlStanding.
           COPY ChlfdGlPerBal.
      *
       WORKING-STORAGE SECTION.
           77  WS-COMPANY-CODE PIC X(02) VALUE " ".
                   05  WS-DS-DAY    PIC 9(02).
           77  WS-PERIOD-COUNT  PIC 9(02) COMP VALUE 0.
           77  WS-CLOSE-COUNT   PIC 9(02) COMP VALUE 0.
           77  WS-GATE-SW       PIC X VALUE "N".
               88  WS-GATE-REFUSED    VALUE "Y".
           01  WS-PERIOD-TABLE.
               03  WS-PT-PERIOD OCCURS 24 TIMES
                               INDEXED BY WS-PT-IDX
                   05  WS-RJ-DATE       PIC 9(08).
                   05  WS-RJ-DESC       PIC X(30).
                   05  WS-RJ-BAL        PIC S9(09)V99.
                   05  WS-RJ-CENTRE     PIC X(04).
      *****************************************************************
      * THE SAME MOVEMENTS AGAIN, SPLIT BY ACCOUNTING PERIOD AND HELD
      * IN ACCOUNT THEN PERIOD ORDER, FOR THE PERIOD BALANCE FILE.
      * WS-NEW-PM IS THE ENTRY BEING PLACED.
      *****************************************************************
           77  WS-PM-COUNT      PIC 9(04) COMP VALUE 0.
           77  WS-PM-IDX        PIC 9(04) COMP VALUE 0.
           77  WS-PM-MOVE-IDX   PIC 9(04) COMP VALUE 0.
           77  WS-PB-COUNT      PIC 9(06) VALUE 0.
           77  WS-PB-OLD-BAL    PIC S9(11)V99 VALUE 0.
           77  WS-PB-OPENING    PIC S9(11)V99 VALUE 0.
           77  WS-PB-OFF-SW     PIC X VALUE "N".
               88  WS-PB-OFF          VALUE "Y".
           01  WS-NEW-PM.
               03  WS-NP-SORT.
                   05  WS-NP-ACCOUNT    PIC X(06).
                   05  WS-NP-PERIOD     PIC 9(06).
               03  WS-NP-BAL            PIC S9(11)V99.
           01  WS-PM-TABLE.
               03  WS-PM-ENTRY OCCURS 3000 TIMES.
                   05  WS-PM-SORT.
                       07  WS-PM-ACCOUNT PIC X(06).
                       07  WS-PM-PERIOD  PIC 9(06).
                   05  WS-PM-BAL        PIC S9(11)V99.
           01  WS-PB-STATUS.
               03  WS-PB-ST1    PIC 99.
      *
        PROCEDURE DIVISION.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-INIT.
           PERFORM B-ACCUMULATE.
           PERFORM B-CHECKLIST-GATE.
           IF WS-GATE-REFUSED
              MOVE "N" TO WS-CONFIRM
           ELSE
              PERFORM C-CONFIRM.
           IF WS-CONFIRM = "Y"
              PERFORM D-POST
              PERFORM D-CLOSE-PERIODS
           MOVE GLJRN-KEY TO WS-LAST-KEY.
           PERFORM BA-FIND-OR-INSERT.
           PERFORM BA-NOTE-PERIOD.
           PERFORM BA-PERIOD-MOVEMENT.
           GO TO BA-005.
        BA-EXIT.
           EXIT.
              MOVE WS-DS-PERIOD TO WS-LATEST-PERIOD.
        BANP-EXIT.
           EXIT.
      *
        BA-PERIOD-MOVEMENT SECTION.
      *****************************************************************
      * ADD THE JOURNAL INTO ITS ACCOUNT'S MOVEMENT FOR THE PERIOD OF
      * ITS DATE, THE SAME PERIOD THE ARCHIVE PASS FILES IT UNDER.
      *****************************************************************
        BAPM-005.
           MOVE GLJRN-ACCOUNT TO WS-NP-ACCOUNT.
           IF GLJRN-DATE = 0
              MOVE GLJRN-PERIOD TO WS-NP-PERIOD
           ELSE
              MOVE GLJRN-DATE TO WS-DATE-NUM
              MOVE WS-DS-PERIOD TO WS-NP-PERIOD.
           MOVE 0 TO WS-PM-IDX.
        BAPM-010.
           ADD 1 TO WS-PM-IDX.
           IF WS-PM-IDX > WS-PM-COUNT
              GO TO BAPM-020.
           IF WS-PM-SORT (WS-PM-IDX) NOT = WS-NP-SORT
              GO TO BAPM-010.
           ADD GLJRN-BAL TO WS-PM-BAL (WS-PM-IDX).
           GO TO BAPM-EXIT.
        BAPM-020.
           IF WS-PM-COUNT = 3000
              MOVE "TOO MANY ACCOUNT PERIODS, MONTH END ABORTED"
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           MOVE GLJRN-BAL TO WS-NP-BAL.
           MOVE WS-PM-COUNT TO WS-PM-MOVE-IDX.
        BAPM-030.
           IF WS-PM-MOVE-IDX = 0
              GO TO BAPM-040.
           IF WS-PM-SORT (WS-PM-MOVE-IDX) NOT > WS-NP-SORT
              GO TO BAPM-040.
           MOVE WS-PM-ENTRY (WS-PM-MOVE-IDX)
             TO WS-PM-ENTRY (WS-PM-MOVE-IDX + 1).
           SUBTRACT 1 FROM WS-PM-MOVE-IDX.
           GO TO BAPM-030.
        BAPM-040.
           MOVE WS-NEW-PM TO WS-PM-ENTRY (WS-PM-MOVE-IDX + 1).
           ADD 1 TO WS-PM-COUNT.
        BAPM-EXIT.
           EXIT.
      *
        B-CHECKLIST-GATE SECTION.
      *****************************************************************
      * EVERY OPEN PERIOD THIS RUN WOULD CLOSE MUST HAVE PASSED ITS
      * PRE-CLOSE CHECKLIST, OR CARRY A SUPERVISOR'S SIGNED OVERRIDE.
      * ONE THAT HAS NOT STOPS THE WHOLE MONTH END BEFORE ANYTHING IS
      * POSTED. WITH NO PERIOD FILE NOTHING IS CLOSED, SO NO GATE.
      *****************************************************************
        BCG-005.
           IF WS-PERIOD-COUNT = 0
              GO TO BCG-EXIT.
           OPEN INPUT GL-PERIOD-FILE.
           IF WS-PERIOD-ST1 NOT = 0
              GO TO BCG-EXIT.
           SET WS-PT-IDX TO 1.
        BCG-010.
           IF WS-PT-IDX > WS-PERIOD-COUNT
              GO TO BCG-020.
           MOVE WS-PT-PERIOD (WS-PT-IDX) TO GLPD-PERIOD.
           SET WS-PT-IDX UP BY 1.
           READ GL-PERIOD-FILE
               INVALID KEY
             GO TO BCG-010.
           IF GLPD-CLOSED OR GLPD-CLOSE-ALLOWED
              GO TO BCG-010.
           MOVE "Y" TO WS-GATE-SW.
           IF GLPD-CHECK-FAILED
              DISPLAY "PERIOD " GLPD-PERIOD
                 ": CHECKLIST FAILED, NO OVERRIDE SIGNED"
           ELSE
              DISPLAY "PERIOD " GLPD-PERIOD
                 ": PRE-CLOSE CHECKLIST NOT RUN".
           GO TO BCG-010.
        BCG-020.
           CLOSE GL-PERIOD-FILE.
           IF WS-GATE-REFUSED
              MOVE "CHECKLIST NOT PASSED, MONTH END REFUSED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE.
        BCG-EXIT.
           EXIT.
      *
        C-CONFIRM SECTION.
        C-005.
              MOVE "NO GL MASTER, MONTH END ABORTED" TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           OPEN I-O GL-PERBAL-FILE.
           IF WS-PB-ST1 = 35
              OPEN OUTPUT GL-PERBAL-FILE
              CLOSE GL-PERBAL-FILE
              OPEN I-O GL-PERBAL-FILE.
           IF WS-PB-ST1 NOT = 0
              MOVE "Y" TO WS-PB-OFF-SW
              DISPLAY "*** NO PERIOD BALANCE FILE, NOT KEPT ***".
           MOVE 1 TO WS-MT-IDX.
        D-005.
           IF WS-MT-IDX > WS-ACCT-COUNT
           MOVE GL-BALANCE             TO WS-NEW-BAL-EDIT.
           DISPLAY "ACCOUNT " GL-NUMBER " MOVEMENT " WS-MOVE-EDIT
              " NEW BALANCE " WS-NEW-BAL-EDIT.
           PERFORM D-PERIOD-BALANCES.
           SET WS-MT-IDX UP BY 1.
           GO TO D-005.
        D-EXIT.
           IF WS-COUNT NOT = 0
              MOVE WS-LAST-KEY TO WS-CKPT-KEY
              PERFORM CHECKPOINT-SAVE.
      *
        D-PERIOD-BALANCES SECTION.
      *****************************************************************
      * CARRY THE ACCOUNT JUST POSTED INTO THE PERIOD BALANCE FILE,
      * ONE PERIOD AT A TIME IN PERIOD ORDER. GL-RECORD HOLDS THE
      * ACCOUNT WITH THIS RUN'S MOVEMENT ALREADY ADDED.
      *****************************************************************
        DPB-005.
           IF WS-PB-OFF
              GO TO DPB-EXIT.
           SUBTRACT WS-MT-BAL (WS-MT-IDX) FROM GL-BALANCE
              GIVING WS-PB-OLD-BAL.
           MOVE 0 TO WS-PM-IDX.
        DPB-010.
           ADD 1 TO WS-PM-IDX.
           IF WS-PM-IDX > WS-PM-COUNT
              GO TO DPB-EXIT.
           IF WS-PM-ACCOUNT (WS-PM-IDX) NOT = WS-MT-ACCOUNT (WS-MT-IDX)
              GO TO DPB-010.
           PERFORM D-ONE-PERIOD-BALANCE.
           GO TO DPB-010.
        DPB-EXIT.
           EXIT.
      *
        D-ONE-PERIOD-BALANCE SECTION.
        DOB-005.
           MOVE GL-NUMBER                TO GLPB-ACCOUNT.
           MOVE WS-PM-PERIOD (WS-PM-IDX) TO GLPB-PERIOD.
           READ GL-PERBAL-FILE
               INVALID KEY
             GO TO DOB-020.
           ADD WS-PM-BAL (WS-PM-IDX) TO GLPB-MOVEMENT
                                        GLPB-CLOSING.
           REWRITE GL-PERBAL-RECORD
               INVALID KEY
             DISPLAY "PERIOD BALANCE REWRITE FAILED: " GLPB-KEY
             GO TO DOB-EXIT.
           GO TO DOB-050.
        DOB-020.
      *    A NEW PERIOD OPENS AT THE CLOSING OF THE ACCOUNT'S LAST
      *    EARLIER PERIOD; FAILING THAT AT THE OPENING OF ITS FIRST
      *    LATER ONE; FAILING BOTH, AT THE BALANCE IT HELD BEFORE
      *    THIS RUN.
           MOVE WS-PB-OLD-BAL TO WS-PB-OPENING.
           START GL-PERBAL-FILE KEY NOT > GLPB-KEY
               INVALID KEY
             GO TO DOB-030.
           READ GL-PERBAL-FILE PREVIOUS
               AT END
             GO TO DOB-030.
           IF GLPB-ACCOUNT NOT = GL-NUMBER
              GO TO DOB-030.
           MOVE GLPB-CLOSING TO WS-PB-OPENING.
           GO TO DOB-040.
        DOB-030.
           MOVE GL-NUMBER                TO GLPB-ACCOUNT.
           MOVE WS-PM-PERIOD (WS-PM-IDX) TO GLPB-PERIOD.
           START GL-PERBAL-FILE KEY > GLPB-KEY
               INVALID KEY
             GO TO DOB-040.
           READ GL-PERBAL-FILE NEXT
               AT END
             GO TO DOB-040.
           IF GLPB-ACCOUNT = GL-NUMBER
              MOVE GLPB-OPENING TO WS-PB-OPENING.
        DOB-040.
           MOVE SPACES                   TO GL-PERBAL-RECORD.
           MOVE GL-NUMBER                TO GLPB-ACCOUNT.
           MOVE WS-PM-PERIOD (WS-PM-IDX) TO GLPB-PERIOD.
           MOVE WS-PB-OPENING            TO GLPB-OPENING.
           MOVE WS-PM-BAL (WS-PM-IDX)    TO GLPB-MOVEMENT.
           ADD WS-PB-OPENING GLPB-MOVEMENT GIVING GLPB-CLOSING.
           WRITE GL-PERBAL-RECORD
               INVALID KEY
             DISPLAY "PERIOD BALANCE WRITE FAILED: " GLPB-KEY
             GO TO DOB-EXIT.
        DOB-050.
      *    PERIODS ALREADY ON FILE AFTER THIS ONE MOVE BY THE SAME
      *    AMOUNT, SO A LATE ENTRY INTO AN EARLIER MONTH STILL LEAVES
      *    EVERY OPENING EQUAL TO THE CLOSING BEFORE IT.
           ADD 1 TO WS-PB-COUNT.
           START GL-PERBAL-FILE KEY > GLPB-KEY
               INVALID KEY
             GO TO DOB-EXIT.
        DOB-060.
           READ GL-PERBAL-FILE NEXT
               AT END
             GO TO DOB-EXIT.
           IF GLPB-ACCOUNT NOT = GL-NUMBER
              GO TO DOB-EXIT.
           ADD WS-PM-BAL (WS-PM-IDX) TO GLPB-OPENING
                                        GLPB-CLOSING.
           REWRITE GL-PERBAL-RECORD
               INVALID KEY
             DISPLAY "PERIOD BALANCE REWRITE FAILED: " GLPB-KEY.
           GO TO DOB-060.
        DOB-EXIT.
           EXIT.
      *
        D-CLOSE-PERIODS SECTION.
      *****************************************************************
           MOVE GLJRN-BAL         TO GLJRNH-BAL.
           MOVE GLJRN-SOURCE      TO GLJRNH-SOURCE.
           MOVE GLJRN-OPERATOR    TO GLJRNH-OPERATOR.
           MOVE GLJRN-COST-CENTRE TO GLJRNH-COST-CENTRE.
           MOVE 0 TO WS-BUMP-COUNT.
        DAJ-015.
      *    JOURNAL REFERENCES RESTART AT 1 ONCE GLJRN HAS BEEN
              GO TO DCV-EXIT.
           ADD 1 TO WS-REV-COUNT.
           MOVE GLJRN-ACCOUNT TO WS-RJ-ACCOUNT (WS-REV-COUNT).
           MOVE GLJRN-COST-CENTRE TO WS-RJ-CENTRE (WS-REV-COUNT).
           MOVE WS-DS-PERIOD  TO WS-PW-PERIOD.
           PERFORM X-NEXT-PERIOD.
           COMPUTE WS-RJ-DATE (WS-REV-COUNT) =
           MOVE "GLMTHEND" TO GLJRN-SOURCE.
           MOVE "BATCH"    TO GLJRN-OPERATOR.
           MOVE WS-RJ-DATE (WS-REV-IDX) (1:6) TO GLJRN-PERIOD.
           MOVE WS-RJ-CENTRE (WS-REV-IDX)  TO GLJRN-COST-CENTRE.
           WRITE GLJRN-REC
               INVALID KEY
             IF WS-STAT1 = 22
        E-END SECTION.
        E-000.
           CLOSE GLJRN-FILE.
           IF WS-CONFIRM = "Y" AND NOT WS-PB-OFF
              CLOSE GL-PERBAL-FILE.
           IF WS-CONFIRM = "Y"
              CLOSE GL-MASTER
              DISPLAY "ACCOUNTS POSTED: " WS-POST-COUNT
              DISPLAY "PERIOD BALANCES UPDATED: " WS-PB-COUNT
           ELSE
              DISPLAY "MONTH END CANCELLED, NO ACCOUNTS POSTED".
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
