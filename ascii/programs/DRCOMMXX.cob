        IDENTIFICATION DIVISION.
        PROGRAM-ID. DRCOMMXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectDrAlloc".
         Copy "SelectDrMaster".
         Copy "SelectSalesRep".
         Copy "SelectVarEarn".
           SELECT STAFF-FILE ASSIGN TO "CoStaffInOut"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAFF-KEY
               FILE STATUS IS WS-STAFF-STATUS.
           SELECT REPORT-TEXT-FILE ASSIGN TO
                     "/ctools/spl/DrComm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdDrAlloc.
           COPY ChlfdDebtor.
           COPY ChlfdSalesRep.
           COPY ChlfdVarEarn.
           COPY ChlfdCoStaff.
           FD  REPORT-TEXT-FILE
               LABEL RECORDS ARE STANDARD.
           01  REPORT-TEXT-LINE         PIC X(132).
      *
       WORKING-STORAGE SECTION.
           77  WS-COMPANY-CODE PIC X(02) VALUE " ".
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-W-STATUS      PIC 9(4) BINARY COMP VALUE 0.
           77  WS-COMMAND-LINE  PIC X(256) VALUE " ".
           77  WS-PRINTER       PIC X(10) VALUE " ".
           77  WS-OPERATOR      PIC X(10) VALUE " ".
           77  WS-CONFIRM       PIC X VALUE " ".
           77  WS-PERIOD-IN     PIC X(06) VALUE " ".
           77  WS-PERIOD        PIC 9(06) VALUE 0.
           77  WS-RUN-STAMP     PIC X(14) VALUE " ".
           77  WS-REP-COUNT     PIC 9(03) COMP VALUE 0.
           77  WS-IDX           PIC 9(03) COMP VALUE 0.
           77  WS-EX-COUNT      PIC 9(03) COMP VALUE 0.
           77  WS-EX-IDX        PIC 9(03) COMP VALUE 0.
           77  WS-FIND-CODE     PIC X(04) VALUE " ".
           77  WS-COMMISSION    PIC S9(07)V99 VALUE 0.
           77  WS-PAID-COUNT    PIC 9(06) VALUE 0.
           77  WS-PAID-TOTAL    PIC S9(11)V99 VALUE 0.
           77  WS-HOUSE-COUNT   PIC 9(06) VALUE 0.
           77  WS-HOUSE-TOTAL   PIC S9(11)V99 VALUE 0.
           77  WS-OTHER-COUNT   PIC 9(06) VALUE 0.
           77  WS-OTHER-TOTAL   PIC S9(11)V99 VALUE 0.
           77  WS-OPEN-COUNT    PIC 9(06) VALUE 0.
           77  WS-OPEN-TOTAL    PIC S9(11)V99 VALUE 0.
           77  WS-FED-COUNT     PIC 9(06) VALUE 0.
           77  WS-SEQ           PIC 9(03) VALUE 0.
           77  WS-FEED-TEXT     PIC X(60) VALUE " ".
           77  WS-AMT-EDIT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           77  WS-AMT2-EDIT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           77  WS-COUNT-EDIT    PIC ZZZZZ9.
           77  WS-RATE-EDIT     PIC Z9.99.
           77  WS-STAFF-OFF-SW  PIC X VALUE "N".
               88  WS-STAFF-OFF       VALUE "Y".
      *****************************************************************
      * EVERY REP ON FILE WITH WHAT THIS RUN PAYS THEM.
      *****************************************************************
           01  WS-REP-TABLE.
               03  WS-REP OCCURS 200.
                   05  WS-RP-CODE       PIC X(04).
                   05  WS-RP-NAME       PIC X(30).
                   05  WS-RP-RATE       PIC 9(02)V99.
                   05  WS-RP-EMP        PIC 9(06).
                   05  WS-RP-COUNT      PIC 9(06).
                   05  WS-RP-COLLECTED  PIC S9(09)V99.
                   05  WS-RP-COMMISSION PIC S9(09)V99.
      *****************************************************************
      * COLLECTIONS LEFT OPEN BECAUSE THE DEBTOR'S REP IS NOT ON FILE.
      *****************************************************************
           01  WS-EXCEPTION-TABLE.
               03  WS-EXCEPTION OCCURS 100.
                   05  WS-EX-ACCOUNT    PIC 9(07).
                   05  WS-EX-ITEM       PIC 9(06).
                   05  WS-EX-REP        PIC X(04).
                   05  WS-EX-AMOUNT     PIC S9(07)V99.
           01  WS-PERIOD-WORK.
               03  WS-PW-PERIOD PIC 9(06).
               03  FILLER REDEFINES WS-PW-PERIOD.
                   05  WS-PW-YY PIC 9(04).
                   05  WS-PW-MM PIC 9(02).
           01  WS-DATE-WORK.
               03  WS-DATE-NUM  PIC 9(08).
               03  FILLER REDEFINES WS-DATE-NUM.
                   05  WS-DS-PERIOD PIC 9(06).
                   05  WS-DS-DAY    PIC 9(02).
           01  WS-REP-LINE.
               03  FILLER           PIC X(10) VALUE "SALES REP ".
               03  WS-RL-CODE       PIC X(04).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-RL-NAME       PIC X(30).
               03  FILLER           PIC X(07) VALUE " RATE ".
               03  WS-RL-RATE       PIC Z9.99.
               03  FILLER           PIC X(13) VALUE "%  EMPLOYEE ".
               03  WS-RL-EMP        PIC 9(06).
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(12) VALUE "  DATE".
               03  FILLER           PIC X(09) VALUE "ACCOUNT".
               03  FILLER           PIC X(32) VALUE "NAME".
               03  FILLER           PIC X(08) VALUE "INVOICE".
               03  FILLER           PIC X(08) VALUE "RECEIPT".
               03  FILLER           PIC X(19) VALUE
                   "          COLLECTED".
               03  FILLER           PIC X(19) VALUE
                   "         COMMISSION".
           01  WS-DETAIL-LINE.
               03  WS-DL-DATE       PIC 9999/99/99.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-ACCOUNT    PIC 9(07).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NAME       PIC X(30).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-ITEM       PIC 9(06).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-RECEIPT    PIC 9(06).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-COMMISSION PIC Z,ZZZ,ZZZ,ZZ9.99-.
           01  WS-DRAL-STATUS.
               03  WS-DRAL-ST1      PIC 99.
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-SREP-STATUS.
               03  WS-SREP-ST1      PIC 99.
           01  WS-VE-STATUS.
               03  WS-VE-ST1        PIC 99.
           01  WS-STAFF-STATUS.
               03  WS-STAFF-ST1     PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
            03  LK-DIRECTION     PIC X.
            03  LK-RETURN-CODE   PIC 9(02).
      *
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
      *****************************************************************
      * MONTHLY SALES COMMISSION. EVERY RECEIPT ALLOCATION LOGGED BY
      * DrRecCap, DrAlcCap AND POSTING RECOVERY, DATED IN OR BEFORE
      * THE PERIOD AND NOT YET PAID, IS PAID TO THE REP NAMED ON THE
      * DEBTOR AT THE REP'S RATE WHEN THE ITEM PAID WAS AN INVOICE.
      * EACH ALLOCATION IS MARKED DONE AS IT IS PAID, SO A LATE
      * ALLOCATION IS PICKED UP BY THE NEXT RUN AND NOTHING IS PAID
      * TWICE. EACH REP'S TOTAL GOES TO THE NEXT PAYROLL RUN AS A
      * VARIABLE EARNING AND THE STATEMENT LISTS WHAT MAKES IT UP.
      *****************************************************************
           PERFORM A-ACCEPT.
           PERFORM A-INIT.
           PERFORM B-LOAD-REPS.
           PERFORM C-CONFIRM.
           IF WS-CONFIRM = "Y"
              PERFORM D-SELECT
              PERFORM E-REPORT
              PERFORM G-PIPELINE.
           PERFORM H-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-ACCEPT SECTION.
      *****************************************************************
      * THE PERIOD COMES FROM COMMPERIOD, OR IS ASKED FOR FROM THE
      * MENU; A SCHEDULED RUN (DIRECTION P) WITHOUT ONE PAYS LAST
      * MONTH.
      *****************************************************************
        A-001.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USERNAME".
           IF WS-OPERATOR = " "
              MOVE "BATCH" TO WS-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:14) TO WS-RUN-STAMP.
           MOVE WS-NOW (1:6) TO WS-PW-PERIOD.
           PERFORM X-PREV-PERIOD.
           MOVE WS-PW-PERIOD TO WS-PERIOD.
           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT "COMMPERIOD".
           IF WS-PERIOD-IN NOT = " "
              GO TO A-020.
           IF LK-DIRECTION = "P"
              GO TO A-AC-EXIT.
           MOVE 0810 TO W-POS.
           DISPLAY "** SALES COMMISSION RUN **" AT W-POS.
        A-010.
           MOVE 1010 TO W-POS.
           DISPLAY "PERIOD YYYYMM, BLANK FOR LAST MONTH:   [      ]"
              AT W-POS.
           MOVE 1050 TO W-POS.
           MOVE " " TO WS-PERIOD-IN.
           ACCEPT WS-PERIOD-IN AT W-POS.
           IF WS-PERIOD-IN = " "
              GO TO A-AC-EXIT.
        A-020.
           IF WS-PERIOD-IN NOT NUMERIC
              GO TO A-030.
           MOVE WS-PERIOD-IN TO WS-PW-PERIOD.
           IF WS-PW-MM < 1 OR WS-PW-MM > 12
              GO TO A-030.
           MOVE WS-PW-PERIOD TO WS-PERIOD.
           GO TO A-AC-EXIT.
        A-030.
           IF LK-DIRECTION = "P"
              MOVE "COMMPERIOD IS NOT A VALID YYYYMM, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE "PERIOD MUST BE YYYYMM, RE-ENTER." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO A-010.
        A-AC-EXIT.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** SALES COMMISSION RUN **".
           DISPLAY "COMPANY: " WS-COMPANY-CODE "  PERIOD: " WS-PERIOD.
           OPEN I-O DR-ALLOC-FILE.
           IF WS-DRAL-ST1 NOT = 0
              MOVE "NO RECEIPT ALLOCATIONS ON FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT SALES-REP-FILE.
           IF WS-SREP-ST1 NOT = 0
              CLOSE DR-ALLOC-FILE
              MOVE "NO SALES REP FILE, RUN ABANDONED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              CLOSE DR-ALLOC-FILE
                    SALES-REP-FILE
              MOVE "CANNOT OPEN DEBTOR MASTER, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN I-O VAR-EARN-FILE.
           IF WS-VE-ST1 = 35
              OPEN OUTPUT VAR-EARN-FILE
              CLOSE VAR-EARN-FILE
              OPEN I-O VAR-EARN-FILE.
           IF WS-VE-ST1 NOT = 0
              CLOSE DR-ALLOC-FILE
                    SALES-REP-FILE
                    DEBTOR-MASTER
              MOVE "VARIABLE EARNINGS FILE BUSY, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT STAFF-FILE.
           IF WS-STAFF-ST1 NOT = 0
              MOVE "Y" TO WS-STAFF-OFF-SW.
        A-EXIT.
           EXIT.
      *
        B-LOAD-REPS SECTION.
        BLR-005.
           MOVE 0 TO WS-REP-COUNT.
        BLR-010.
           READ SALES-REP-FILE NEXT
               AT END
             GO TO BLR-090.
           IF WS-REP-COUNT NOT < 200
              DISPLAY "MORE THAN 200 REPS, REP NOT LOADED: " SREP-CODE
              GO TO BLR-010.
           ADD 1 TO WS-REP-COUNT.
           MOVE SREP-CODE            TO WS-RP-CODE (WS-REP-COUNT).
           MOVE SREP-NAME            TO WS-RP-NAME (WS-REP-COUNT).
           MOVE SREP-RATE            TO WS-RP-RATE (WS-REP-COUNT).
           MOVE SREP-EMPLOYEE-NUMBER TO WS-RP-EMP (WS-REP-COUNT).
           MOVE 0 TO WS-RP-COUNT (WS-REP-COUNT)
                     WS-RP-COLLECTED (WS-REP-COUNT)
                     WS-RP-COMMISSION (WS-REP-COUNT).
           GO TO BLR-010.
        BLR-090.
           CLOSE SALES-REP-FILE.
        BLR-EXIT.
           EXIT.
      *
        C-CONFIRM SECTION.
        C-005.
           IF LK-DIRECTION = "P"
              MOVE "Y" TO WS-CONFIRM
              GO TO C-EXIT.
           DISPLAY "PAY COMMISSION ON COLLECTIONS TO PERIOD " WS-PERIOD.
           DISPLAY "CONFIRM COMMISSION RUN, Y/N: ".
           ACCEPT WS-CONFIRM.
        C-EXIT.
           EXIT.
      *
        D-SELECT SECTION.
      *****************************************************************
      * ONE PASS OF THE ALLOCATION LOG. AN ALLOCATION TO AN ITEM OTHER
      * THAN AN INVOICE (A FINANCE CHARGE OR A RETURNED DEBIT ORDER),
      * OR ON A HOUSE ACCOUNT WITH NO REP, EARNS NOTHING AND IS MARKED
      * DONE ALL THE SAME. ONE WHOSE DEBTOR NAMES A REP NOT ON FILE IS
      * LEFT OPEN AND LISTED, TO BE PAID ONCE THE REP IS SET UP.
      *****************************************************************
        DS-005.
           MOVE SPACES TO DRAL-TIMESTAMP.
           MOVE 0      TO DRAL-SEQUENCE.
           START DR-ALLOC-FILE KEY NOT < DRAL-KEY
               INVALID KEY
             GO TO DS-EXIT.
        DS-010.
           READ DR-ALLOC-FILE NEXT
               AT END
             GO TO DS-EXIT.
           IF NOT DRAL-COMM-OPEN
              GO TO DS-010.
           MOVE DRAL-DATE TO WS-DATE-NUM.
           IF WS-DS-PERIOD > WS-PERIOD
              GO TO DS-010.
           MOVE SPACES TO DRAL-REP-CODE.
           MOVE 0      TO WS-COMMISSION
                          WS-IDX.
           IF DRAL-ITEM-TYPE NOT = "I"
              GO TO DS-050.
           MOVE DRAL-ACCOUNT-NUMBER TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE SPACES TO DEBTOR-REP-CODE.
           IF DEBTOR-REP-CODE = " "
              GO TO DS-050.
           MOVE DEBTOR-REP-CODE TO WS-FIND-CODE.
           PERFORM X-FIND-REP.
           IF WS-IDX = 0
              PERFORM D-EXCEPTION
              GO TO DS-010.
           MOVE DEBTOR-REP-CODE TO DRAL-REP-CODE.
           COMPUTE WS-COMMISSION ROUNDED =
              DRAL-AMOUNT * WS-RP-RATE (WS-IDX) / 100.
        DS-050.
           MOVE "C"           TO DRAL-COMM-STATUS.
           MOVE WS-PERIOD     TO DRAL-COMM-PERIOD.
           MOVE WS-RUN-STAMP  TO DRAL-COMM-RUN.
           MOVE WS-COMMISSION TO DRAL-COMMISSION.
           REWRITE DR-ALLOC-RECORD
               INVALID KEY
             DISPLAY "REWRITE FAILED FOR ALLOCATION: " DRAL-KEY
             GO TO DS-010.
           IF WS-IDX NOT = 0
              ADD 1             TO WS-RP-COUNT (WS-IDX)
              ADD DRAL-AMOUNT   TO WS-RP-COLLECTED (WS-IDX)
              ADD WS-COMMISSION TO WS-RP-COMMISSION (WS-IDX)
              ADD 1             TO WS-PAID-COUNT
              ADD WS-COMMISSION TO WS-PAID-TOTAL
              GO TO DS-010.
           IF DRAL-ITEM-TYPE = "I"
              ADD 1           TO WS-HOUSE-COUNT
              ADD DRAL-AMOUNT TO WS-HOUSE-TOTAL
           ELSE
              ADD 1           TO WS-OTHER-COUNT
              ADD DRAL-AMOUNT TO WS-OTHER-TOTAL.
           GO TO DS-010.
        DS-EXIT.
           EXIT.
      *
        D-EXCEPTION SECTION.
        DE-005.
           ADD 1           TO WS-OPEN-COUNT.
           ADD DRAL-AMOUNT TO WS-OPEN-TOTAL.
           IF WS-EX-COUNT NOT < 100
              GO TO DE-EXIT.
           ADD 1 TO WS-EX-COUNT.
           MOVE DRAL-ACCOUNT-NUMBER TO WS-EX-ACCOUNT (WS-EX-COUNT).
           MOVE DRAL-ITEM-TRANS     TO WS-EX-ITEM (WS-EX-COUNT).
           MOVE DEBTOR-REP-CODE     TO WS-EX-REP (WS-EX-COUNT).
           MOVE DRAL-AMOUNT         TO WS-EX-AMOUNT (WS-EX-COUNT).
        DE-EXIT.
           EXIT.
      *
        X-FIND-REP SECTION.
      *****************************************************************
      * WS-IDX TO THE TABLE ENTRY FOR WS-FIND-CODE, ZERO IF NONE.
      *****************************************************************
        XFR-005.
           MOVE 0 TO WS-IDX.
        XFR-010.
           ADD 1 TO WS-IDX.
           IF WS-IDX > WS-REP-COUNT
              MOVE 0 TO WS-IDX
              GO TO XFR-EXIT.
           IF WS-RP-CODE (WS-IDX) NOT = WS-FIND-CODE
              GO TO XFR-010.
        XFR-EXIT.
           EXIT.
      *
        E-REPORT SECTION.
      *****************************************************************
      * ONE STATEMENT PER REP PAID BY THIS RUN: THE COLLECTIONS THAT
      * EARNED THE COMMISSION, THE TOTAL, AND WHERE IT WAS SENT.
      *****************************************************************
        ER-005.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "SALES COMMISSION STATEMENTS FOR PERIOD "
                     DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "   COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN " DELIMITED BY SIZE
                  WS-NOW (1:8) DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  WS-OPERATOR DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE 0 TO WS-IDX.
        ER-010.
           ADD 1 TO WS-IDX.
           IF WS-IDX > WS-REP-COUNT
              GO TO ER-050.
           IF WS-RP-COUNT (WS-IDX) = 0
              GO TO ER-010.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-RP-CODE (WS-IDX) TO WS-RL-CODE.
           MOVE WS-RP-NAME (WS-IDX) TO WS-RL-NAME.
           MOVE WS-RP-RATE (WS-IDX) TO WS-RL-RATE.
           MOVE WS-RP-EMP (WS-IDX)  TO WS-RL-EMP.
           WRITE REPORT-TEXT-LINE FROM WS-REP-LINE.
           WRITE REPORT-TEXT-LINE FROM WS-HEAD-LINE.
           PERFORM E-REP-DETAIL.
           MOVE SPACES TO REPORT-TEXT-LINE.
           MOVE WS-RP-COLLECTED (WS-IDX)  TO WS-AMT-EDIT.
           MOVE WS-RP-COMMISSION (WS-IDX) TO WS-AMT2-EDIT.
           STRING "REP TOTAL" DELIMITED BY SIZE
                  "                                          "
                     DELIMITED BY SIZE
                  "              " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AMT2-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           PERFORM F-FEED.
           MOVE SPACES TO REPORT-TEXT-LINE.
           MOVE WS-FEED-TEXT TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           GO TO ER-010.
        ER-050.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-PAID-COUNT TO WS-COUNT-EDIT.
           MOVE WS-PAID-TOTAL TO WS-AMT-EDIT.
           STRING "COLLECTIONS PAID ON:      " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  "   COMMISSION " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           MOVE WS-HOUSE-COUNT TO WS-COUNT-EDIT.
           MOVE WS-HOUSE-TOTAL TO WS-AMT-EDIT.
           STRING "HOUSE ACCOUNTS, NO REP:   " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  "   COLLECTED  " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           MOVE WS-OTHER-COUNT TO WS-COUNT-EDIT.
           MOVE WS-OTHER-TOTAL TO WS-AMT-EDIT.
           STRING "NOT INVOICES, NO COMMISSION:" DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  " COLLECTED  " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           MOVE WS-FED-COUNT TO WS-COUNT-EDIT.
           STRING "REPS SENT TO PAYROLL:     " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-OPEN-COUNT = 0
              GO TO ER-090.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT.
           MOVE WS-OPEN-TOTAL TO WS-AMT-EDIT.
           STRING "*** LEFT OPEN, REP NOT ON FILE: " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  "   COLLECTED " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE 0 TO WS-EX-IDX.
        ER-060.
           ADD 1 TO WS-EX-IDX.
           IF WS-EX-IDX > WS-EX-COUNT
              GO TO ER-090.
           MOVE SPACES TO REPORT-TEXT-LINE.
           MOVE WS-EX-AMOUNT (WS-EX-IDX) TO WS-AMT-EDIT.
           STRING "    ACCOUNT " DELIMITED BY SIZE
                  WS-EX-ACCOUNT (WS-EX-IDX) DELIMITED BY SIZE
                  "  INVOICE " DELIMITED BY SIZE
                  WS-EX-ITEM (WS-EX-IDX) DELIMITED BY SIZE
                  "  REP " DELIMITED BY SIZE
                  WS-EX-REP (WS-EX-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           GO TO ER-060.
        ER-090.
           CLOSE REPORT-TEXT-FILE.
        ER-EXIT.
           EXIT.
      *
        E-REP-DETAIL SECTION.
      *****************************************************************
      * THE ALLOCATIONS THIS RUN PAID TO THE REP AT WS-IDX.
      *****************************************************************
        ERD-005.
           MOVE SPACES TO DRAL-TIMESTAMP.
           MOVE 0      TO DRAL-SEQUENCE.
           START DR-ALLOC-FILE KEY NOT < DRAL-KEY
               INVALID KEY
             GO TO ERD-EXIT.
        ERD-010.
           READ DR-ALLOC-FILE NEXT
               AT END
             GO TO ERD-EXIT.
           IF DRAL-COMM-RUN NOT = WS-RUN-STAMP
              GO TO ERD-010.
           IF DRAL-REP-CODE NOT = WS-RP-CODE (WS-IDX)
              GO TO ERD-010.
           MOVE DRAL-ACCOUNT-NUMBER TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE "** NOT ON FILE **" TO DEBTOR-NAME.
           MOVE DRAL-DATE           TO WS-DL-DATE.
           MOVE DRAL-ACCOUNT-NUMBER TO WS-DL-ACCOUNT.
           MOVE DEBTOR-NAME         TO WS-DL-NAME.
           MOVE DRAL-ITEM-TRANS     TO WS-DL-ITEM.
           MOVE DRAL-RECEIPT-TRANS  TO WS-DL-RECEIPT.
           MOVE DRAL-AMOUNT         TO WS-DL-AMOUNT.
           MOVE DRAL-COMMISSION     TO WS-DL-COMMISSION.
           WRITE REPORT-TEXT-LINE FROM WS-DETAIL-LINE.
           GO TO ERD-010.
        ERD-EXIT.
           EXIT.
      *
        F-FEED SECTION.
      *****************************************************************
      * THE REP'S COMMISSION GOES TO THE NEXT PAYROLL RUN AS A FIXED
      * VARIABLE EARNING FOR THE PERIOD, SO IT IS NOT KEYED AGAIN. A
      * REP NOT ON THE PAYROLL, OR WHOSE EMPLOYEE IS NO LONGER ACTIVE,
      * IS LEFT FOR PAYMENT BY HAND AND SAID SO ON THE STATEMENT.
      *****************************************************************
        FF-005.
           IF WS-RP-COMMISSION (WS-IDX) NOT > 0
              MOVE "NO COMMISSION DUE." TO WS-FEED-TEXT
              GO TO FF-EXIT.
           IF WS-RP-EMP (WS-IDX) = 0
              MOVE "*** REP NOT ON THE PAYROLL, PAY BY HAND ***"
                 TO WS-FEED-TEXT
              GO TO FF-EXIT.
           IF WS-STAFF-OFF
              MOVE "*** NO STAFF MASTER, PAY BY HAND ***"
                 TO WS-FEED-TEXT
              GO TO FF-EXIT.
           MOVE WS-RP-EMP (WS-IDX) TO STAFF-EMPLOYEE-NUMBER.
           READ STAFF-FILE
               INVALID KEY
             MOVE "*** EMPLOYEE NOT ON FILE, PAY BY HAND ***"
                TO WS-FEED-TEXT
             GO TO FF-EXIT.
           IF NOT STAFF-ACTIVE
              MOVE "*** EMPLOYEE NOT ACTIVE, PAY BY HAND ***"
                 TO WS-FEED-TEXT
              GO TO FF-EXIT.
           PERFORM F-NEXT-SEQUENCE.
           IF WS-SEQ = 0
              MOVE "*** NO EARNINGS LINE FREE, PAY BY HAND ***"
                 TO WS-FEED-TEXT
              GO TO FF-EXIT.
           MOVE SPACES             TO VAR-EARN-RECORD.
           MOVE WS-RP-EMP (WS-IDX) TO VE-EMPLOYEE-NUMBER.
           MOVE WS-SEQ             TO VE-SEQUENCE.
           MOVE WS-PERIOD          TO VE-PERIOD.
           MOVE "COMM"             TO VE-CODE.
           STRING "COMMISSION " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  INTO VE-DESCRIPTION.
           MOVE "F"                TO VE-TYPE.
           MOVE 0                  TO VE-HOURS
                                      VE-RATE
                                      VE-PAID-DATE.
           MOVE 1                  TO VE-MULTIPLE.
           MOVE WS-RP-COMMISSION (WS-IDX) TO VE-AMOUNT.
           MOVE WS-OPERATOR        TO VE-OPERATOR.
           WRITE VAR-EARN-RECORD
               INVALID KEY
             MOVE "*** EARNINGS WRITE FAILED, PAY BY HAND ***"
                TO WS-FEED-TEXT
             GO TO FF-EXIT.
           ADD 1 TO WS-FED-COUNT.
           MOVE SPACES TO WS-FEED-TEXT.
           STRING "SENT TO THE NEXT PAYROLL AS EARNING LINE "
                     DELIMITED BY SIZE
                  VE-EMPLOYEE-NUMBER DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  VE-SEQUENCE DELIMITED BY SIZE
                  INTO WS-FEED-TEXT.
        FF-EXIT.
           EXIT.
      *
        F-NEXT-SEQUENCE SECTION.
      *****************************************************************
      * ONE PAST THE EMPLOYEE'S HIGHEST EARNINGS LINE; ZERO WHEN ALL
      * 999 ARE TAKEN.
      *****************************************************************
        FNS-005.
           MOVE 1 TO WS-SEQ.
           MOVE WS-RP-EMP (WS-IDX) TO VE-EMPLOYEE-NUMBER.
           MOVE 999                TO VE-SEQUENCE.
           START VAR-EARN-FILE KEY NOT > VE-KEY
               INVALID KEY
             GO TO FNS-EXIT.
           READ VAR-EARN-FILE PREVIOUS
               AT END
             GO TO FNS-EXIT.
           IF VE-EMPLOYEE-NUMBER NOT = WS-RP-EMP (WS-IDX)
              GO TO FNS-EXIT.
           IF VE-SEQUENCE = 999
              MOVE 0 TO WS-SEQ
              GO TO FNS-EXIT.
           ADD 1 VE-SEQUENCE GIVING WS-SEQ.
        FNS-EXIT.
           EXIT.
      *
        G-PIPELINE SECTION.
      *****************************************************************
      * HAND THE REPORT TEXT TO THE SHARED PDF PIPELINE TOOLS: TEXT
      * TO PDF, ARCHIVE A COPY, THEN DELIVER TO THE PRINTER.
      *****************************************************************
        GP-005.
           ACCEPT WS-PRINTER FROM ENVIRONMENT "PP-PRINTER".
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "./text2pdf /ctools/spl/DrComm.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/DrComm.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/DrComm.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "DRCOMM.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/DrComm.pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
        GP-EXIT.
           EXIT.
      *
        X-RUN-COMMAND SECTION.
        XRC-005.
           CALL "SYSTEM" USING WS-COMMAND-LINE
               RETURNING WS-W-STATUS.
           IF WS-W-STATUS NOT = 0
              DISPLAY "COMMAND FAILED: " WS-COMMAND-LINE.
        XRC-EXIT.
           EXIT.
      *
        X-PREV-PERIOD SECTION.
        XPP-005.
           IF WS-PW-MM = 1
              SUBTRACT 1 FROM WS-PW-YY
              MOVE 12 TO WS-PW-MM
           ELSE
              SUBTRACT 1 FROM WS-PW-MM.
        XPP-EXIT.
           EXIT.
      *
        H-END SECTION.
        H-000.
           CLOSE DR-ALLOC-FILE
                 DEBTOR-MASTER
                 VAR-EARN-FILE.
           IF NOT WS-STAFF-OFF
              CLOSE STAFF-FILE.
           IF WS-CONFIRM NOT = "Y"
              DISPLAY "COMMISSION RUN NOT CONFIRMED, NOTHING PAID."
              GO TO H-010.
           MOVE WS-PAID-TOTAL TO WS-AMT-EDIT.
           DISPLAY "COLLECTIONS PAID ON: " WS-PAID-COUNT.
           DISPLAY "COMMISSION:          " WS-AMT-EDIT.
           DISPLAY "REPS SENT TO PAYROLL:" WS-FED-COUNT.
           IF WS-OPEN-COUNT NOT = 0
              DISPLAY "LEFT OPEN, REP NOT ON FILE: " WS-OPEN-COUNT.
        H-010.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        H-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
