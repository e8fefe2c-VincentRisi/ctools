        IDENTIFICATION DIVISION.
        PROGRAM-ID. FAREGSXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectFixAsset".
           SELECT GL-MASTER ASSIGN TO "GlMaster"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               ALTERNATE RECORD KEY IS GL-DESCRIPTION WITH DUPLICATES
               FILE STATUS IS WS-GL-STATUS.
           SELECT GLJRN-FILE ASSIGN TO "GlJrn"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLJRN-KEY
               FILE STATUS IS WS-GLJRN-STATUS.
           SELECT REPORT-TEXT-FILE ASSIGN TO
               "/ctools/spl/FaRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdFixAsset.
           COPY ChlfdGlMast.
           COPY ChlfdGlJrn.
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
           77  WS-ASSET-COUNT   PIC 9(06) VALUE 0.
           77  WS-DISPOSED-COUNT PIC 9(06) VALUE 0.
           77  WS-DIFF-COUNT    PIC 9(04) VALUE 0.
           77  WS-AC-COUNT      PIC 9(03) VALUE 0.
           77  WS-AC-IDX        PIC 9(03) VALUE 0.
           77  WS-NBV           PIC S9(11)V99 VALUE 0.
           77  WS-COST-TOTAL    PIC S9(11)V99 VALUE 0.
           77  WS-ACCUM-TOTAL   PIC S9(11)V99 VALUE 0.
           77  WS-NBV-TOTAL     PIC S9(11)V99 VALUE 0.
           77  WS-LEDGER        PIC S9(11)V99 VALUE 0.
           77  WS-DIFF          PIC S9(11)V99 VALUE 0.
           77  WS-FIND-ACC      PIC X(06) VALUE " ".
           77  WS-JRN-OFF-SW    PIC X VALUE "N".
               88  WS-JRN-OFF         VALUE "Y".
      *****************************************************************
      * ONE ENTRY PER GL ACCOUNT THE REGISTER USES, WITH WHAT THE
      * REGISTER SAYS IT SHOULD HOLD: COST AS A DEBIT, DEPRECIATION
      * TO DATE AS A CREDIT. AN ACCOUNT USED FOR BOTH NETS THE TWO.
      *****************************************************************
           01  WS-ACCOUNT-TABLE.
               03  WS-AC-ENTRY OCCURS 200 TIMES.
                   05  WS-AC-ACCOUNT    PIC X(06).
                   05  WS-AC-USE        PIC X(04).
                   05  WS-AC-REGISTER   PIC S9(11)V99.
                   05  WS-AC-UNPOSTED   PIC S9(11)V99.
           01  WS-FA-STATUS.
               03  WS-FA-ST1        PIC 99.
           01  WS-GL-STATUS.
               03  WS-GL-ST1        PIC 99.
           01  WS-GLJRN-STATUS.
               03  WS-STAT1         PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           01  WS-DETAIL-LINE.
               03  WS-DL-NUMBER     PIC X(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-DESC       PIC X(30).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-CATEGORY   PIC X(04).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-LOCATION   PIC X(20).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-ACQUIRED   PIC 9(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-METHOD     PIC X(01).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-COST       PIC ZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-ACCUM      PIC ZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-NBV        PIC ZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-NOTE       PIC X(04).
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(10) VALUE "ASSET".
               03  FILLER           PIC X(32) VALUE "DESCRIPTION".
               03  FILLER           PIC X(06) VALUE "CAT".
               03  FILLER           PIC X(22) VALUE "LOCATION".
               03  FILLER           PIC X(10) VALUE "ACQUIRED".
               03  FILLER           PIC X(02) VALUE "M".
               03  FILLER           PIC X(15) VALUE "           COST".
               03  FILLER           PIC X(15) VALUE "   DEPN TO DATE".
               03  FILLER           PIC X(15) VALUE " NET BOOK VALUE".
           01  WS-RECON-LINE.
               03  WS-RL-ACCOUNT    PIC X(06).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-RL-DESC       PIC X(30).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-RL-USE        PIC X(04).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-RL-REGISTER   PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-RL-POSTED     PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-RL-UNPOSTED   PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-RL-DIFF       PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-RL-RESULT     PIC X(08).
           01  WS-RECON-HEAD.
               03  FILLER           PIC X(40) VALUE "ACCOUNT".
               03  FILLER           PIC X(06) VALUE "USE".
               03  FILLER           PIC X(18)
                                    VALUE "          REGISTER".
               03  FILLER           PIC X(18)
                                    VALUE "         GL POSTED".
               03  FILLER           PIC X(18)
                                    VALUE "    GLJRN UNPOSTED".
               03  FILLER           PIC X(18)
                                    VALUE "        DIFFERENCE".
        Copy "WsDateInfo".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
            03  LK-DIRECTION     PIC X.
            03  LK-RETURN-CODE   PIC 9(02).
      *
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-INIT.
           PERFORM B-REGISTER.
           PERFORM C-UNPOSTED.
           PERFORM D-RECONCILE.
           PERFORM E-PIPELINE.
           PERFORM F-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** FIXED ASSET REGISTER **".
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           OPEN INPUT FIXED-ASSET-FILE.
           IF WS-FA-ST1 NOT = 0
              MOVE "NO FIXED ASSET FILE, REPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              MOVE "NO GL MASTER, REPORT ABANDONED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE FIXED-ASSET-FILE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT GLJRN-FILE.
           IF WS-STAT1 NOT = 0
              MOVE "Y" TO WS-JRN-OFF-SW.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "FIXED ASSET REGISTER AS AT " DELIMITED BY SIZE
                  WS-NOW (1:8) DELIMITED BY SIZE
                  " COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-HEAD-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        A-EXIT.
           EXIT.
      *
        B-REGISTER SECTION.
      *****************************************************************
      * LIST EVERY ASSET STILL ON THE BOOKS. ONE MARKED FOR DISPOSAL
      * BUT NOT YET POSTED IS STILL IN THE LEDGER, SO IT IS LISTED
      * (FLAGGED "SOLD") AND COUNTS TOWARDS THE RECONCILIATION.
      *****************************************************************
        BR-005.
           MOVE LOW-VALUES TO FA-NUMBER.
           START FIXED-ASSET-FILE KEY NOT < FA-KEY
               INVALID KEY
             GO TO BR-090.
        BR-010.
           READ FIXED-ASSET-FILE NEXT
               AT END
             GO TO BR-090.
           IF FA-DISPOSED
              ADD 1 TO WS-DISPOSED-COUNT
              GO TO BR-010.
           ADD 1 TO WS-ASSET-COUNT.
           SUBTRACT FA-ACCUM-DEPR FROM FA-COST GIVING WS-NBV.
           ADD FA-COST       TO WS-COST-TOTAL.
           ADD FA-ACCUM-DEPR TO WS-ACCUM-TOTAL.
           ADD WS-NBV        TO WS-NBV-TOTAL.
           MOVE SPACES          TO WS-DETAIL-LINE.
           MOVE FA-NUMBER       TO WS-DL-NUMBER.
           MOVE FA-DESCRIPTION  TO WS-DL-DESC.
           MOVE FA-CATEGORY     TO WS-DL-CATEGORY.
           MOVE FA-LOCATION     TO WS-DL-LOCATION.
           MOVE FA-ACQ-DATE     TO WS-DL-ACQUIRED.
           MOVE FA-METHOD       TO WS-DL-METHOD.
           MOVE FA-COST         TO WS-DL-COST.
           MOVE FA-ACCUM-DEPR   TO WS-DL-ACCUM.
           MOVE WS-NBV          TO WS-DL-NBV.
           IF FA-DISPOSAL-DUE
              MOVE "SOLD" TO WS-DL-NOTE.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE FA-ASSET-ACC TO WS-FIND-ACC.
           PERFORM X-FIND-ACCOUNT.
           IF WS-AC-IDX = 0
              GO TO BR-010.
           ADD FA-COST TO WS-AC-REGISTER (WS-AC-IDX).
           IF WS-AC-USE (WS-AC-IDX) = "DEPN"
              MOVE "BOTH" TO WS-AC-USE (WS-AC-IDX).
           IF WS-AC-USE (WS-AC-IDX) = " "
              MOVE "COST" TO WS-AC-USE (WS-AC-IDX).
           MOVE FA-ACCDEP-ACC TO WS-FIND-ACC.
           PERFORM X-FIND-ACCOUNT.
           IF WS-AC-IDX = 0
              GO TO BR-010.
           SUBTRACT FA-ACCUM-DEPR FROM WS-AC-REGISTER (WS-AC-IDX).
           IF WS-AC-USE (WS-AC-IDX) = "COST"
              MOVE "BOTH" TO WS-AC-USE (WS-AC-IDX).
           IF WS-AC-USE (WS-AC-IDX) = " "
              MOVE "DEPN" TO WS-AC-USE (WS-AC-IDX).
           GO TO BR-010.
        BR-090.
           MOVE SPACES          TO WS-DETAIL-LINE.
           MOVE "TOTAL"         TO WS-DL-DESC.
           MOVE WS-COST-TOTAL   TO WS-DL-COST.
           MOVE WS-ACCUM-TOTAL  TO WS-DL-ACCUM.
           MOVE WS-NBV-TOTAL    TO WS-DL-NBV.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "ASSETS ON THE BOOKS: " DELIMITED BY SIZE
                  WS-ASSET-COUNT DELIMITED BY SIZE
                  "   DISPOSED, HISTORY ONLY: " DELIMITED BY SIZE
                  WS-DISPOSED-COUNT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        BR-EXIT.
           EXIT.
      *
        X-FIND-ACCOUNT SECTION.
        XFA-005.
           MOVE 0 TO WS-AC-IDX.
        XFA-010.
           ADD 1 TO WS-AC-IDX.
           IF WS-AC-IDX > WS-AC-COUNT
              GO TO XFA-020.
           IF WS-AC-ACCOUNT (WS-AC-IDX) = WS-FIND-ACC
              GO TO XFA-EXIT.
           GO TO XFA-010.
        XFA-020.
           IF WS-AC-COUNT > 199
              DISPLAY "TOO MANY ASSET ACCOUNTS, NOT RECONCILED: "
                 WS-FIND-ACC
              MOVE 0 TO WS-AC-IDX
              GO TO XFA-EXIT.
           ADD 1 TO WS-AC-COUNT.
           MOVE WS-AC-COUNT TO WS-AC-IDX.
           MOVE WS-FIND-ACC TO WS-AC-ACCOUNT (WS-AC-IDX).
           MOVE SPACES      TO WS-AC-USE (WS-AC-IDX).
           MOVE 0           TO WS-AC-REGISTER (WS-AC-IDX)
                               WS-AC-UNPOSTED (WS-AC-IDX).
        XFA-EXIT.
           EXIT.
      *
        C-UNPOSTED SECTION.
      *****************************************************************
      * JOURNALS STILL WAITING IN GLJRN (THIS MONTH'S DEPRECIATION RUN
      * AMONG THEM) ARE NOT YET IN THE GL BALANCE BUT ARE PART OF THE
      * LEDGER THE REGISTER HAS TO AGREE TO.
      *****************************************************************
        CU-005.
           IF WS-JRN-OFF
              GO TO CU-EXIT.
           MOVE 0 TO GLJRN-REFERENCE.
           START GLJRN-FILE KEY NOT < GLJRN-KEY
               INVALID KEY
             GO TO CU-EXIT.
        CU-010.
           READ GLJRN-FILE NEXT
               AT END
             GO TO CU-EXIT.
           MOVE 0 TO WS-AC-IDX.
        CU-020.
           ADD 1 TO WS-AC-IDX.
           IF WS-AC-IDX > WS-AC-COUNT
              GO TO CU-010.
           IF WS-AC-ACCOUNT (WS-AC-IDX) NOT = GLJRN-ACCOUNT
              GO TO CU-020.
           ADD GLJRN-BAL TO WS-AC-UNPOSTED (WS-AC-IDX).
           GO TO CU-010.
        CU-EXIT.
           EXIT.
      *
        D-RECONCILE SECTION.
        DR-005.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE "RECONCILIATION TO THE GL" TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-RECON-HEAD TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE 0 TO WS-AC-IDX.
        DR-010.
           ADD 1 TO WS-AC-IDX.
           IF WS-AC-IDX > WS-AC-COUNT
              GO TO DR-090.
           MOVE SPACES TO WS-RECON-LINE.
           MOVE WS-AC-ACCOUNT (WS-AC-IDX) TO WS-RL-ACCOUNT.
           MOVE WS-AC-ACCOUNT (WS-AC-IDX) TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE "NOT ON THE CHART OF ACCOUNTS" TO GL-DESCRIPTION
             MOVE 0 TO GL-BALANCE.
           MOVE GL-DESCRIPTION TO WS-RL-DESC.
           MOVE WS-AC-USE (WS-AC-IDX) TO WS-RL-USE.
           COMPUTE WS-LEDGER = GL-BALANCE + WS-AC-UNPOSTED (WS-AC-IDX).
           SUBTRACT WS-LEDGER FROM WS-AC-REGISTER (WS-AC-IDX)
              GIVING WS-DIFF.
           MOVE WS-AC-REGISTER (WS-AC-IDX) TO WS-RL-REGISTER.
           MOVE GL-BALANCE                 TO WS-RL-POSTED.
           MOVE WS-AC-UNPOSTED (WS-AC-IDX) TO WS-RL-UNPOSTED.
           MOVE WS-DIFF                    TO WS-RL-DIFF.
           IF WS-DIFF = 0
              MOVE "AGREES" TO WS-RL-RESULT
           ELSE
              MOVE "DIFFERS" TO WS-RL-RESULT
              ADD 1 TO WS-DIFF-COUNT.
           MOVE WS-RECON-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           GO TO DR-010.
        DR-090.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           IF WS-DIFF-COUNT = 0
              MOVE "REGISTER AGREES TO THE GL ON EVERY ACCOUNT."
                 TO REPORT-TEXT-LINE
           ELSE
              STRING "ACCOUNTS THAT DO NOT AGREE TO THE REGISTER: "
                        DELIMITED BY SIZE
                     WS-DIFF-COUNT DELIMITED BY SIZE
                     INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-JRN-OFF
              MOVE "NO GLJRN FILE, UNPOSTED JOURNALS TAKEN AS NIL."
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
        DR-EXIT.
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
           STRING "./text2pdf /ctools/spl/FaRegister.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/FaRegister.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/FaRegister.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "FAREG.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/FaRegister.pdf" DELIMITED BY SIZE
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
                 GL-MASTER
                 REPORT-TEXT-FILE.
           IF NOT WS-JRN-OFF
              CLOSE GLJRN-FILE.
           IF WS-DIFF-COUNT NOT = 0
              DISPLAY "REGISTER DIFFERS FROM GL ON ACCOUNTS: "
                 WS-DIFF-COUNT
           ELSE
              DISPLAY "REGISTER AGREES TO THE GL".
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        F-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
