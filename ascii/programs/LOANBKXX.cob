        IDENTIFICATION DIVISION.
        PROGRAM-ID. LOANBKXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectStaffLoan".
           SELECT STAFF-FILE ASSIGN TO "CoStaffInOut"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAFF-KEY
               FILE STATUS IS WS-STAFF-STATUS.
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
               "/ctools/spl/LoanBook.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdStaffLoan.
           COPY ChlfdCoStaff.
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
           77  WS-LOAN-COUNT    PIC 9(06) VALUE 0.
           77  WS-SETTLED-COUNT PIC 9(06) VALUE 0.
           77  WS-DIFF-COUNT    PIC 9(04) VALUE 0.
           77  WS-AC-COUNT      PIC 9(03) VALUE 0.
           77  WS-AC-IDX        PIC 9(03) VALUE 0.
           77  WS-ORIGINAL-TOTAL PIC S9(11)V99 VALUE 0.
           77  WS-RECOVERED-TOTAL PIC S9(11)V99 VALUE 0.
           77  WS-BALANCE-TOTAL PIC S9(11)V99 VALUE 0.
           77  WS-LEDGER        PIC S9(11)V99 VALUE 0.
           77  WS-DIFF          PIC S9(11)V99 VALUE 0.
           77  WS-FIND-ACC      PIC X(06) VALUE " ".
           77  WS-JRN-OFF-SW    PIC X VALUE "N".
               88  WS-JRN-OFF         VALUE "Y".
           77  WS-STAFF-OFF-SW  PIC X VALUE "N".
               88  WS-STAFF-OFF       VALUE "Y".
      *****************************************************************
      * ONE ENTRY PER LOAN GL ACCOUNT WITH THE OUTSTANDING BALANCES
      * THE LOAN BOOK SAYS IT SHOULD HOLD, AS A DEBIT.
      *****************************************************************
           01  WS-ACCOUNT-TABLE.
               03  WS-AC-ENTRY OCCURS 200 TIMES.
                   05  WS-AC-ACCOUNT    PIC X(06).
                   05  WS-AC-BOOK       PIC S9(11)V99.
                   05  WS-AC-UNPOSTED   PIC S9(11)V99.
           01  WS-SLN-STATUS.
               03  WS-SLN-ST1       PIC 99.
           01  WS-STAFF-STATUS.
               03  WS-STAFF-ST1     PIC 99.
           01  WS-GL-STATUS.
               03  WS-GL-ST1        PIC 99.
           01  WS-GLJRN-STATUS.
               03  WS-STAT1         PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           01  WS-DETAIL-LINE.
               03  WS-DL-EMPLOYEE   PIC 9(06).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-LOAN       PIC 9(02).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NAME       PIC X(24).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-DESC       PIC X(20).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-ISSUED     PIC 9(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-ACCOUNT    PIC X(06).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-ORIGINAL   PIC ZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-INSTAL     PIC ZZZ,ZZ9.99-.
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-BALANCE    PIC ZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-NOTE       PIC X(05).
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(11) VALUE "EMPLOY LN".
               03  FILLER           PIC X(26) VALUE "NAME".
               03  FILLER           PIC X(22) VALUE "DESCRIPTION".
               03  FILLER           PIC X(10) VALUE "ISSUED".
               03  FILLER           PIC X(07) VALUE "GL ACC".
               03  FILLER           PIC X(15) VALUE "       ORIGINAL".
               03  FILLER           PIC X(12) VALUE "  INSTALMENT".
               03  FILLER           PIC X(15) VALUE "        BALANCE".
           01  WS-RECON-LINE.
               03  WS-RL-ACCOUNT    PIC X(06).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-RL-DESC       PIC X(30).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-RL-BOOK       PIC Z,ZZZ,ZZZ,ZZ9.99-.
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
               03  FILLER           PIC X(18)
                                    VALUE "         LOAN BOOK".
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
           PERFORM B-LOAN-BOOK.
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
           DISPLAY "** STAFF LOAN BOOK **".
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           OPEN INPUT STAFF-LOAN-FILE.
           IF WS-SLN-ST1 NOT = 0
              MOVE "NO STAFF LOAN FILE, REPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              MOVE "NO GL MASTER, REPORT ABANDONED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE STAFF-LOAN-FILE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT STAFF-FILE.
           IF WS-STAFF-ST1 NOT = 0
              MOVE "Y" TO WS-STAFF-OFF-SW.
           OPEN INPUT GLJRN-FILE.
           IF WS-STAT1 NOT = 0
              MOVE "Y" TO WS-JRN-OFF-SW.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "STAFF LOAN BOOK AS AT " DELIMITED BY SIZE
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
        B-LOAN-BOOK SECTION.
      *****************************************************************
      * LIST EVERY LOAN WITH A BALANCE STILL OUTSTANDING. SUSPENDED
      * LOANS ARE FLAGGED "SUSP" AND LOANS OF EMPLOYEES WHO HAVE LEFT
      * "LEFT", SINCE NEITHER WILL BE RECOVERED BY THE NEXT PAYROLL.
      *****************************************************************
        BL-005.
           MOVE 0 TO SLN-EMPLOYEE-NUMBER
                     SLN-LOAN-NUMBER.
           START STAFF-LOAN-FILE KEY NOT < SLN-KEY
               INVALID KEY
             GO TO BL-090.
        BL-010.
           READ STAFF-LOAN-FILE NEXT
               AT END
             GO TO BL-090.
           IF SLN-BALANCE = 0
              ADD 1 TO WS-SETTLED-COUNT
              GO TO BL-010.
           ADD 1 TO WS-LOAN-COUNT.
           ADD SLN-ORIGINAL  TO WS-ORIGINAL-TOTAL.
           ADD SLN-RECOVERED TO WS-RECOVERED-TOTAL.
           ADD SLN-BALANCE   TO WS-BALANCE-TOTAL.
           MOVE SPACES              TO WS-DETAIL-LINE.
           MOVE SLN-EMPLOYEE-NUMBER TO WS-DL-EMPLOYEE.
           MOVE SLN-LOAN-NUMBER     TO WS-DL-LOAN.
           MOVE SLN-DESCRIPTION     TO WS-DL-DESC.
           MOVE SLN-ISSUE-DATE      TO WS-DL-ISSUED.
           MOVE SLN-GL-ACCOUNT      TO WS-DL-ACCOUNT.
           MOVE SLN-ORIGINAL        TO WS-DL-ORIGINAL.
           MOVE SLN-INSTALMENT      TO WS-DL-INSTAL.
           MOVE SLN-BALANCE         TO WS-DL-BALANCE.
           IF SLN-SUSPENDED
              MOVE "SUSP" TO WS-DL-NOTE.
           PERFORM B-STAFF-NAME.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SLN-GL-ACCOUNT TO WS-FIND-ACC.
           PERFORM X-FIND-ACCOUNT.
           IF WS-AC-IDX = 0
              GO TO BL-010.
           ADD SLN-BALANCE TO WS-AC-BOOK (WS-AC-IDX).
           GO TO BL-010.
        BL-090.
           MOVE SPACES             TO WS-DETAIL-LINE.
           MOVE "TOTAL"            TO WS-DL-DESC.
           MOVE WS-ORIGINAL-TOTAL  TO WS-DL-ORIGINAL.
           MOVE WS-BALANCE-TOTAL   TO WS-DL-BALANCE.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "LOANS OUTSTANDING: " DELIMITED BY SIZE
                  WS-LOAN-COUNT DELIMITED BY SIZE
                  "   SETTLED, HISTORY ONLY: " DELIMITED BY SIZE
                  WS-SETTLED-COUNT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        BL-EXIT.
           EXIT.
      *
        B-STAFF-NAME SECTION.
        BSN-005.
           IF WS-STAFF-OFF
              GO TO BSN-EXIT.
           MOVE SLN-EMPLOYEE-NUMBER TO STAFF-EMPLOYEE-NUMBER.
           READ STAFF-FILE
               INVALID KEY
             MOVE "NOT ON STAFF MASTER" TO WS-DL-NAME
             GO TO BSN-EXIT.
           STRING STAFF-SURNAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  STAFF-FIRSTNAME DELIMITED BY "  "
                  INTO WS-DL-NAME.
           IF STAFF-INACTIVE
              MOVE "LEFT" TO WS-DL-NOTE.
        BSN-EXIT.
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
              DISPLAY "TOO MANY LOAN ACCOUNTS, NOT RECONCILED: "
                 WS-FIND-ACC
              MOVE 0 TO WS-AC-IDX
              GO TO XFA-EXIT.
           ADD 1 TO WS-AC-COUNT.
           MOVE WS-AC-COUNT TO WS-AC-IDX.
           MOVE WS-FIND-ACC TO WS-AC-ACCOUNT (WS-AC-IDX).
           MOVE 0           TO WS-AC-BOOK (WS-AC-IDX)
                               WS-AC-UNPOSTED (WS-AC-IDX).
        XFA-EXIT.
           EXIT.
      *
        C-UNPOSTED SECTION.
      *****************************************************************
      * JOURNALS STILL WAITING IN GLJRN (THE LAST PAYROLL RUN'S LOAN
      * RECOVERIES AMONG THEM) ARE NOT YET IN THE GL BALANCE BUT ARE
      * PART OF THE LEDGER THE LOAN BOOK HAS TO AGREE TO.
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
           COMPUTE WS-LEDGER = GL-BALANCE + WS-AC-UNPOSTED (WS-AC-IDX).
           SUBTRACT WS-LEDGER FROM WS-AC-BOOK (WS-AC-IDX)
              GIVING WS-DIFF.
           MOVE WS-AC-BOOK (WS-AC-IDX)     TO WS-RL-BOOK.
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
              MOVE "LOAN BOOK AGREES TO THE GL ON EVERY ACCOUNT."
                 TO REPORT-TEXT-LINE
           ELSE
              STRING "ACCOUNTS THAT DO NOT AGREE TO THE LOAN BOOK: "
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
           STRING "./text2pdf /ctools/spl/LoanBook.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/LoanBook.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/LoanBook.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "LOANBK.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/LoanBook.pdf" DELIMITED BY SIZE
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
           CLOSE STAFF-LOAN-FILE
                 GL-MASTER
                 REPORT-TEXT-FILE.
           IF NOT WS-STAFF-OFF
              CLOSE STAFF-FILE.
           IF NOT WS-JRN-OFF
              CLOSE GLJRN-FILE.
           IF WS-DIFF-COUNT NOT = 0
              DISPLAY "LOAN BOOK DIFFERS FROM GL ON ACCOUNTS: "
                 WS-DIFF-COUNT
           ELSE
              DISPLAY "LOAN BOOK AGREES TO THE GL".
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        F-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
