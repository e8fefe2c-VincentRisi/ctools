        IDENTIFICATION DIVISION.
        PROGRAM-ID. FADEPRXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectPostAcc".
           COPY "SelectFixAsset".
           SELECT GLJRN-FILE ASSIGN TO "GlJrn"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLJRN-KEY
               FILE STATUS IS WS-GLJRN-STATUS.
           SELECT REPORT-TEXT-FILE ASSIGN TO "/ctools/spl/FaDepr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdFixAsset.
           COPY ChlfdGlJrn.
           FD  REPORT-TEXT-FILE
               LABEL RECORDS ARE STANDARD.
           01  REPORT-TEXT-LINE         PIC X(132).
      *
       WORKING-STORAGE SECTION.
           77  WS-COMPANY-CODE PIC X(02) VALUE " ".
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-OPERATOR      PIC X(10) VALUE " ".
           77  WS-CONFIRM       PIC X VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-W-STATUS      PIC 9(4) BINARY COMP VALUE 0.
           77  WS-COMMAND-LINE  PIC X(256) VALUE " ".
           77  WS-PRINTER       PIC X(10) VALUE " ".
           77  WS-NEXT-REF      PIC 9(08) VALUE 0.
           77  WS-RUN-PERIOD    PIC 9(06) VALUE 0.
           77  WS-TARGET        PIC 9(06) VALUE 0.
           77  WS-MONTHS        PIC 9(04) VALUE 0.
           77  WS-CHARGE        PIC S9(09)V99 VALUE 0.
           77  WS-MONTH-CHARGE  PIC S9(09)V99 VALUE 0.
           77  WS-DEPRECIABLE   PIC S9(09)V99 VALUE 0.
           77  WS-NBV           PIC S9(09)V99 VALUE 0.
           77  WS-PROFIT        PIC S9(09)V99 VALUE 0.
           77  WS-CHARGE-TOTAL  PIC S9(11)V99 VALUE 0.
           77  WS-PROFIT-TOTAL  PIC S9(11)V99 VALUE 0.
           77  WS-DEPR-COUNT    PIC 9(06) VALUE 0.
           77  WS-DISP-COUNT    PIC 9(06) VALUE 0.
           77  WS-HELD-COUNT    PIC 9(06) VALUE 0.
           77  WS-AMT-EDIT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           77  WS-DISP-ACC      PIC X(06) VALUE " ".
           77  WS-BANK-ACC      PIC X(06) VALUE " ".
           77  WS-DISP-OFF-SW   PIC X VALUE "N".
               88  WS-DISP-OFF        VALUE "Y".
           77  WS-DISPOSE-SW    PIC X VALUE "N".
               88  WS-DISPOSE         VALUE "Y".
           77  WS-JRN-FAIL-SW   PIC X VALUE "N".
               88  WS-JRN-FAIL        VALUE "Y".
           01  WS-PERIOD-WORK.
               03  WS-PW-PERIOD PIC 9(06).
               03  FILLER REDEFINES WS-PW-PERIOD.
                   05  WS-PW-YY PIC 9(04).
                   05  WS-PW-MM PIC 9(02).
           01  WS-JOURNAL-LINE.
               03  WS-JL-ACCOUNT    PIC X(06).
               03  WS-JL-CENTRE     PIC X(04).
               03  WS-JL-DESC       PIC X(30).
               03  WS-JL-BAL        PIC S9(09)V99.
           01  WS-FA-STATUS.
               03  WS-FA-ST1        PIC 99.
           01  WS-GLJRN-STATUS.
               03  WS-STAT1         PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           01  WS-DETAIL-LINE.
               03  WS-DL-NUMBER     PIC X(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-DESC       PIC X(30).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-METHOD     PIC X(01).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-MONTHS     PIC ZZZ9.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-CHARGE     PIC Z,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-ACCUM      PIC ZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NBV        PIC ZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NOTE       PIC X(34).
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(10) VALUE "ASSET".
               03  FILLER           PIC X(32) VALUE "DESCRIPTION".
               03  FILLER           PIC X(03) VALUE "M".
               03  FILLER           PIC X(06) VALUE "MTHS".
               03  FILLER           PIC X(15) VALUE "       CHARGE".
               03  FILLER           PIC X(16) VALUE "    DEPN TO DATE".
               03  FILLER           PIC X(16) VALUE "  NET BOOK VALUE".
        Copy "WsDateInfo".
           COPY "WsPostAcc".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
            03  LK-DIRECTION     PIC X.
            03  LK-RETURN-CODE   PIC 9(02).
      *
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-INIT.
           PERFORM C-CONFIRM.
           IF WS-CONFIRM = "Y"
              PERFORM B-DEPRECIATE
              PERFORM E-PIPELINE.
           PERFORM F-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** FIXED ASSET DEPRECIATION RUN **".
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USERNAME".
           IF WS-OPERATOR = " "
              MOVE "BATCH" TO WS-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           MOVE WS-NOW (1:6) TO WS-RUN-PERIOD.
      *    DISPOSALS NEED THE PROFIT OR LOSS ACCOUNT AND THE BANK FOR
      *    THE PROCEEDS. WITHOUT THEM DEPRECIATION STILL RUNS AND THE
      *    DISPOSALS WAIT FOR A LATER RUN.
           OPEN INPUT POSTACC-FILE.
           IF WS-PA-ST1 NOT = 0
              MOVE "Y" TO WS-DISP-OFF-SW
              GO TO A-010.
           MOVE "ASSETDISP" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-DISP-ACC.
           MOVE "BANK" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-BANK-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "Y" TO WS-DISP-OFF-SW.
        A-010.
           IF WS-DISP-OFF
              DISPLAY "NO DISPOSAL POSTING ACCOUNTS, DISPOSALS HELD".
           OPEN I-O FIXED-ASSET-FILE.
           IF WS-FA-ST1 NOT = 0
              MOVE "NO FIXED ASSET FILE, RUN ABANDONED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN I-O GLJRN-FILE.
           IF WS-STAT1 = 35
              OPEN OUTPUT GLJRN-FILE
              CLOSE GLJRN-FILE
              OPEN I-O GLJRN-FILE.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "FIXED ASSET DEPRECIATION TO PERIOD "
                     DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  " RUN " DELIMITED BY SIZE
                  WS-NOW (1:8) DELIMITED BY SIZE
                  " COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-HEAD-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           PERFORM A-NEXT-REFERENCE.
        A-EXIT.
           EXIT.
      *
        A-NEXT-REFERENCE SECTION.
        ANR-005.
           MOVE 1 TO WS-NEXT-REF.
           MOVE 99999999 TO GLJRN-REFERENCE.
           START GLJRN-FILE KEY NOT > GLJRN-KEY
               INVALID KEY
             GO TO ANR-EXIT.
           READ GLJRN-FILE PREVIOUS
               AT END
             GO TO ANR-EXIT.
           ADD 1 GLJRN-REFERENCE GIVING WS-NEXT-REF.
        ANR-EXIT.
           EXIT.
      *
        C-CONFIRM SECTION.
        C-005.
           DISPLAY "DEPRECIATE FIXED ASSETS TO PERIOD " WS-RUN-PERIOD.
           DISPLAY "CONFIRM DEPRECIATION RUN, Y/N: ".
           ACCEPT WS-CONFIRM.
        C-EXIT.
           EXIT.
      *
        B-DEPRECIATE SECTION.
      *****************************************************************
      * EVERY ASSET STILL ON THE BOOKS IS CHARGED FOR EACH MONTH FROM
      * THE ONE AFTER ITS LAST CHARGE (OR ITS FIRST MONTH) UP TO THIS
      * PERIOD, SO A MISSED MONTH IS CAUGHT UP AND A REPEATED RUN
      * CHARGES NOTHING. AN ASSET MARKED FOR DISPOSAL IS CHARGED UP TO
      * ITS DISPOSAL MONTH AND THEN TAKEN OFF THE LEDGER. THE JOURNAL
      * LINES GO ON BEFORE THE ASSET IS UPDATED; A FAILED JOURNAL
      * LEAVES THE ASSET AS IT WAS FOR THE NEXT RUN.
      *****************************************************************
        BD-005.
           MOVE LOW-VALUES TO FA-NUMBER.
           START FIXED-ASSET-FILE KEY NOT < FA-KEY
               INVALID KEY
             GO TO BD-090.
        BD-010.
           READ FIXED-ASSET-FILE NEXT
               AT END
             GO TO BD-090.
           IF FA-DISPOSED
              GO TO BD-010.
           MOVE "N" TO WS-DISPOSE-SW.
           MOVE "N" TO WS-JRN-FAIL-SW.
           MOVE WS-RUN-PERIOD TO WS-TARGET.
           IF NOT FA-DISPOSAL-DUE
              GO TO BD-015.
           IF FA-DISPOSAL-DATE (1:6) > WS-RUN-PERIOD
              GO TO BD-015.
           IF WS-DISP-OFF
              ADD 1 TO WS-HELD-COUNT
           ELSE
              MOVE "Y" TO WS-DISPOSE-SW.
           MOVE FA-DISPOSAL-DATE (1:6) TO WS-TARGET.
        BD-015.
           PERFORM B-CHARGE-MONTHS.
           IF WS-CHARGE = 0
              GO TO BD-020.
           MOVE FA-DEPR-ACC    TO WS-JL-ACCOUNT.
           MOVE FA-COST-CENTRE TO WS-JL-CENTRE.
           MOVE SPACES TO WS-JL-DESC.
           STRING "DEPRECIATION " DELIMITED BY SIZE
                  FA-NUMBER DELIMITED BY SPACE
                  INTO WS-JL-DESC.
           MOVE WS-CHARGE TO WS-JL-BAL.
           PERFORM X-WRITE-JOURNAL.
           IF WS-JRN-FAIL
              GO TO BD-010.
           MOVE FA-ACCDEP-ACC  TO WS-JL-ACCOUNT.
           MOVE SPACES         TO WS-JL-CENTRE.
           SUBTRACT WS-CHARGE FROM 0 GIVING WS-JL-BAL.
           PERFORM X-WRITE-JOURNAL.
           IF WS-JRN-FAIL
              GO TO BD-010.
           ADD WS-CHARGE TO FA-ACCUM-DEPR
                            WS-CHARGE-TOTAL.
           ADD 1 TO WS-DEPR-COUNT.
        BD-020.
           IF WS-TARGET > FA-LAST-PERIOD
              MOVE WS-TARGET TO FA-LAST-PERIOD.
           SUBTRACT FA-ACCUM-DEPR FROM FA-COST GIVING WS-NBV.
           MOVE SPACES          TO WS-DETAIL-LINE.
           MOVE FA-NUMBER       TO WS-DL-NUMBER.
           MOVE FA-DESCRIPTION  TO WS-DL-DESC.
           MOVE FA-METHOD       TO WS-DL-METHOD.
           MOVE WS-MONTHS       TO WS-DL-MONTHS.
           MOVE WS-CHARGE       TO WS-DL-CHARGE.
           MOVE FA-ACCUM-DEPR   TO WS-DL-ACCUM.
           MOVE WS-NBV          TO WS-DL-NBV.
           IF FA-DISPOSAL-DUE AND NOT WS-DISPOSE
              MOVE "DISPOSAL NOT YET POSTED" TO WS-DL-NOTE.
           IF WS-DISPOSE
              PERFORM B-DISPOSE.
           IF WS-JRN-FAIL
              MOVE "JOURNAL FAILED, RE-RUN" TO WS-DL-NOTE.
           IF WS-MONTHS = 0 AND NOT WS-DISPOSE AND NOT WS-JRN-FAIL
              GO TO BD-030.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        BD-030.
           REWRITE FIXED-ASSET-RECORD
               INVALID KEY
             DISPLAY "REWRITE FAILED FOR ASSET: " FA-NUMBER.
           GO TO BD-010.
        BD-090.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-CHARGE-TOTAL TO WS-AMT-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "DEPRECIATION CHARGED:      " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-PROFIT-TOTAL TO WS-AMT-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "PROFIT (LOSS) ON DISPOSAL: " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-HELD-COUNT = 0
              GO TO BD-EXIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "DISPOSALS HELD, NO ASSETDISP OR BANK ACCOUNT: "
                     DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        BD-EXIT.
           EXIT.
      *
        B-CHARGE-MONTHS SECTION.
      *****************************************************************
      * WORK OUT THE CHARGE FOR EACH MONTH DUE IN TURN. STRAIGHT LINE
      * TAKES AN EQUAL SHARE OF COST LESS RESIDUAL EACH MONTH; REDUCING
      * BALANCE TAKES A TWELFTH OF THE ANNUAL RATE ON WHAT IS LEFT.
      * NEITHER IS EVER TAKEN BELOW THE RESIDUAL VALUE.
      *****************************************************************
        BCM-005.
           MOVE 0 TO WS-CHARGE
                     WS-MONTHS.
           IF FA-LAST-PERIOD = 0
              MOVE FA-ACQ-DATE (1:6) TO WS-PW-PERIOD
           ELSE
              MOVE FA-LAST-PERIOD TO WS-PW-PERIOD
              PERFORM X-NEXT-PERIOD.
           SUBTRACT FA-RESIDUAL FROM FA-COST GIVING WS-DEPRECIABLE.
        BCM-010.
           IF WS-PW-PERIOD > WS-TARGET
              GO TO BCM-EXIT.
           IF FA-ACCUM-DEPR + WS-CHARGE NOT < WS-DEPRECIABLE
              GO TO BCM-EXIT.
           IF FA-STRAIGHT-LINE
              COMPUTE WS-MONTH-CHARGE ROUNDED =
                 WS-DEPRECIABLE / FA-LIFE-MONTHS
           ELSE
              COMPUTE WS-MONTH-CHARGE ROUNDED =
                 (FA-COST - FA-ACCUM-DEPR - WS-CHARGE)
                 * FA-RATE / 1200.
           IF FA-ACCUM-DEPR + WS-CHARGE + WS-MONTH-CHARGE
                > WS-DEPRECIABLE
              COMPUTE WS-MONTH-CHARGE =
                 WS-DEPRECIABLE - FA-ACCUM-DEPR - WS-CHARGE.
           ADD WS-MONTH-CHARGE TO WS-CHARGE.
           ADD 1 TO WS-MONTHS.
           PERFORM X-NEXT-PERIOD.
           GO TO BCM-010.
        BCM-EXIT.
           EXIT.
      *
        B-DISPOSE SECTION.
      *****************************************************************
      * TAKE THE ASSET OFF THE LEDGER: COST OUT OF THE ASSET ACCOUNT,
      * ITS DEPRECIATION OUT OF THE DEPRECIATION-TO-DATE ACCOUNT, THE
      * PROCEEDS INTO THE BANK, AND WHAT IS LEFT TO THE DISPOSAL
      * PROFIT OR LOSS ACCOUNT (A DEBIT THERE IS A LOSS).
      *****************************************************************
        BDS-005.
           MOVE SPACES TO WS-JL-DESC.
           STRING "DISPOSAL OF ASSET " DELIMITED BY SIZE
                  FA-NUMBER DELIMITED BY SPACE
                  INTO WS-JL-DESC.
           MOVE SPACES TO WS-JL-CENTRE.
           MOVE FA-ASSET-ACC TO WS-JL-ACCOUNT.
           SUBTRACT FA-COST FROM 0 GIVING WS-JL-BAL.
           PERFORM X-WRITE-JOURNAL.
           IF WS-JRN-FAIL
              GO TO BDS-EXIT.
           IF FA-ACCUM-DEPR = 0
              GO TO BDS-010.
           MOVE FA-ACCDEP-ACC TO WS-JL-ACCOUNT.
           MOVE FA-ACCUM-DEPR TO WS-JL-BAL.
           PERFORM X-WRITE-JOURNAL.
           IF WS-JRN-FAIL
              GO TO BDS-EXIT.
        BDS-010.
           IF FA-PROCEEDS = 0
              GO TO BDS-020.
           MOVE WS-BANK-ACC TO WS-JL-ACCOUNT.
           MOVE FA-PROCEEDS TO WS-JL-BAL.
           PERFORM X-WRITE-JOURNAL.
           IF WS-JRN-FAIL
              GO TO BDS-EXIT.
        BDS-020.
           COMPUTE WS-PROFIT = FA-PROCEEDS - WS-NBV.
           IF WS-PROFIT = 0
              GO TO BDS-030.
           MOVE WS-DISP-ACC    TO WS-JL-ACCOUNT.
           MOVE FA-COST-CENTRE TO WS-JL-CENTRE.
           SUBTRACT WS-PROFIT FROM 0 GIVING WS-JL-BAL.
           PERFORM X-WRITE-JOURNAL.
           IF WS-JRN-FAIL
              GO TO BDS-EXIT.
        BDS-030.
           MOVE "D" TO FA-STATUS.
           ADD WS-PROFIT TO WS-PROFIT-TOTAL.
           ADD 1 TO WS-DISP-COUNT.
           MOVE WS-PROFIT TO WS-AMT-EDIT.
           MOVE SPACES TO WS-DL-NOTE.
           STRING "DISPOSED, P/L " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  INTO WS-DL-NOTE.
        BDS-EXIT.
           EXIT.
      *
        X-WRITE-JOURNAL SECTION.
        XWJ-005.
           MOVE SPACES         TO GLJRN-REC.
           MOVE WS-NEXT-REF    TO GLJRN-REFERENCE.
           MOVE WS-JL-ACCOUNT  TO GLJRN-ACCOUNT.
           MOVE WS-TODAY-DATE  TO GLJRN-DATE.
           MOVE WS-JL-DESC     TO GLJRN-DESCRIPTION.
           MOVE WS-JL-BAL      TO GLJRN-BAL.
           MOVE WS-JL-CENTRE   TO GLJRN-COST-CENTRE.
           MOVE "FADEPRXX" TO GLJRN-SOURCE.
           MOVE WS-OPERATOR TO GLJRN-OPERATOR.
           MOVE WS-RUN-PERIOD TO GLJRN-PERIOD.
           WRITE GLJRN-REC
               INVALID KEY
             MOVE "WRITE FAILED FOR JOURNAL ENTRY." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-JRN-FAIL-SW
             GO TO XWJ-EXIT.
           ADD 1 TO WS-NEXT-REF.
        XWJ-EXIT.
           EXIT.
      *
        X-NEXT-PERIOD SECTION.
        XNP-005.
           IF WS-PW-MM = 12
              ADD 1 TO WS-PW-YY
              MOVE 1 TO WS-PW-MM
           ELSE
              ADD 1 TO WS-PW-MM.
        XNP-EXIT.
           EXIT.
      *
        E-PIPELINE SECTION.
      *****************************************************************
      * HAND THE REPORT TEXT TO THE SHARED PDF PIPELINE TOOLS: TEXT
      * TO PDF, ARCHIVE A COPY, THEN DELIVER TO THE PRINTER.
      *****************************************************************
        EP-005.
           ACCEPT WS-PRINTER FROM ENVIRONMENT "PP-PRINTER".
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "./text2pdf /ctools/spl/FaDepr.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/FaDepr.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/FaDepr.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "FADEPR.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/FaDepr.pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
        EP-EXIT.
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
        F-END SECTION.
        F-000.
           CLOSE FIXED-ASSET-FILE
                 GLJRN-FILE
                 REPORT-TEXT-FILE.
           IF WS-CONFIRM = "Y"
              MOVE WS-CHARGE-TOTAL TO WS-AMT-EDIT
              DISPLAY "ASSETS DEPRECIATED:   " WS-DEPR-COUNT
              DISPLAY "DEPRECIATION CHARGED: " WS-AMT-EDIT
              DISPLAY "DISPOSALS POSTED:     " WS-DISP-COUNT
           ELSE
              DISPLAY "DEPRECIATION CANCELLED, NOTHING POSTED".
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        F-EXIT.
           EXIT.
      *
        COPY "PostAccLookup".
        COPY "ErrorMessage".
      * END-OF-JOB.
