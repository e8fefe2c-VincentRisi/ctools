        IDENTIFICATION DIVISION.
        PROGRAM-ID. LVLIABXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectPostAcc".
           SELECT STAFF-FILE ASSIGN TO "CoStaffInOut"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAFF-KEY
               FILE STATUS IS WS-STAFF-STATUS.
           COPY "SelectLeaveType".
           COPY "SelectLeaveBal".
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
           SELECT REPORT-TEXT-FILE ASSIGN TO "/ctools/spl/LeaveLiab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdCoStaff.
           COPY ChlfdLeaveType.
           COPY ChlfdLeaveBal.
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
           77  WS-OPERATOR      PIC X(10) VALUE " ".
           77  WS-CONFIRM       PIC X VALUE "N".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-W-STATUS      PIC 9(4) BINARY COMP VALUE 0.
           77  WS-COMMAND-LINE  PIC X(256) VALUE " ".
           77  WS-PRINTER       PIC X(10) VALUE " ".
           77  WS-NEXT-REF      PIC 9(08) VALUE 0.
           77  WS-FIRST-REF     PIC 9(08) VALUE 0.
      *    A DAY'S PAY IS THE ANNUAL SALARY OVER THE WORKING DAYS IN
      *    A YEAR (52 WEEKS OF 5 DAYS).
           77  WS-WORK-DAYS     PIC 9(03) VALUE 260.
           77  WS-DAY-RATE      PIC S9(07)V99 VALUE 0.
           77  WS-VALUE         PIC S9(09)V99 VALUE 0.
           77  WS-LIABILITY     PIC S9(11)V99 VALUE 0.
           77  WS-TOTAL-DAYS    PIC S9(07)V99 VALUE 0.
           77  WS-LEDGER        PIC S9(11)V99 VALUE 0.
           77  WS-UNPOSTED      PIC S9(11)V99 VALUE 0.
           77  WS-ADJUST        PIC S9(11)V99 VALUE 0.
           77  WS-LINE-COUNT    PIC 9(06) VALUE 0.
           77  WS-LEFT-COUNT    PIC 9(06) VALUE 0.
           77  WS-AMT-EDIT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           77  WS-DAYS-EDIT     PIC Z,ZZZ,ZZ9.99-.
           77  WS-PROV-ACC      PIC X(06) VALUE " ".
           77  WS-EXP-ACC       PIC X(06) VALUE " ".
           77  WS-LV-COUNT      PIC 9(04) COMP VALUE 0.
           77  WS-LV-MAX        PIC 9(04) COMP VALUE 20.
           77  WS-LV-IDX        PIC 9(04) COMP VALUE 0.
           77  WS-GL-OFF-SW     PIC X VALUE "N".
               88  WS-GL-OFF          VALUE "Y".
           77  WS-POST-OFF-SW   PIC X VALUE "N".
               88  WS-POST-OFF        VALUE "Y".
           77  WS-JRN-FAIL-SW   PIC X VALUE "N".
               88  WS-JRN-FAIL        VALUE "Y".
      *****************************************************************
      * THE PAYABLE LEAVE TYPES, THE ONES PAID OUT ON TERMINATION AND
      * SO CARRIED AS A LIABILITY.
      *****************************************************************
           01  WS-LV-TABLE.
               03  WS-LV-ENTRY OCCURS 20.
                   05  WS-LV-CODE      PIC X(04).
                   05  WS-LV-DESC      PIC X(20).
           01  WS-JOURNAL-LINE.
               03  WS-JL-ACCOUNT    PIC X(06).
               03  WS-JL-DESC       PIC X(30).
               03  WS-JL-BAL        PIC S9(09)V99.
           01  WS-STAFF-STATUS.
               03  WS-STAFF-ST1     PIC 99.
           01  WS-LT-STATUS.
               03  WS-LT-ST1        PIC 99.
           01  WS-LB-STATUS.
               03  WS-LB-ST1        PIC 99.
           01  WS-GL-STATUS.
               03  WS-GL-ST1        PIC 99.
           01  WS-GLJRN-STATUS.
               03  WS-STAT1         PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           01  WS-DETAIL-LINE.
               03  WS-DL-EMPLOYEE   PIC 9(06).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NAME       PIC X(20).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-DEPT       PIC X(04).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-TYPE       PIC X(20).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-DAYS       PIC ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-SALARY     PIC Z,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-RATE       PIC ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-VALUE      PIC ZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NOTE       PIC X(10).
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(08) VALUE "EMPLOYEE".
               03  FILLER           PIC X(22) VALUE "NAME".
               03  FILLER           PIC X(06) VALUE "DEPT".
               03  FILLER           PIC X(22) VALUE "LEAVE TYPE".
               03  FILLER           PIC X(09) VALUE "   DAYS".
               03  FILLER           PIC X(15) VALUE "MONTHLY SALARY".
               03  FILLER           PIC X(13) VALUE "   DAY RATE".
               03  FILLER           PIC X(16) VALUE "         VALUE".
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
           PERFORM B-REPORT.
           PERFORM C-PROVISION.
           IF NOT WS-POST-OFF AND WS-ADJUST NOT = 0
              PERFORM C-CONFIRM.
           IF WS-CONFIRM = "Y"
              PERFORM D-POST-PROVISION.
           PERFORM D-RESULT.
           PERFORM E-PIPELINE.
           PERFORM F-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** LEAVE LIABILITY AND PROVISION **".
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USERNAME".
           IF WS-OPERATOR = " "
              MOVE "BATCH" TO WS-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           OPEN INPUT STAFF-FILE.
           IF WS-STAFF-ST1 NOT = 0
              MOVE "NO STAFF MASTER, REPORT ABANDONED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT LEAVE-TYPE-FILE.
           IF WS-LT-ST1 NOT = 0
              MOVE "NO LEAVE TYPE FILE, REPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE STAFF-FILE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT LEAVE-BAL-FILE.
           IF WS-LB-ST1 NOT = 0
              MOVE "NO LEAVE BALANCE FILE, REPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE STAFF-FILE
                    LEAVE-TYPE-FILE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           PERFORM A-LOAD-TYPES.
      *    THE PROVISION NEEDS ITS BALANCE SHEET ACCOUNT AND THE
      *    EXPENSE IT IS CHARGED TO. WITHOUT THEM THE LIABILITY IS
      *    STILL REPORTED BUT NOTHING IS POSTED.
           OPEN INPUT POSTACC-FILE.
           IF WS-PA-ST1 NOT = 0
              MOVE "Y" TO WS-POST-OFF-SW
              GO TO A-010.
           MOVE "LEAVEPROV" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-PROV-ACC.
           MOVE "LEAVEEXP" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-EXP-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "Y" TO WS-POST-OFF-SW.
        A-010.
           OPEN INPUT GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              MOVE "Y" TO WS-GL-OFF-SW
              MOVE "Y" TO WS-POST-OFF-SW.
           OPEN I-O GLJRN-FILE.
           IF WS-STAT1 = 35
              OPEN OUTPUT GLJRN-FILE
              CLOSE GLJRN-FILE
              OPEN I-O GLJRN-FILE.
           IF WS-POST-OFF
              DISPLAY "NO PROVISION POSTING ACCOUNTS, NOTHING POSTED".
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "LEAVE LIABILITY AS AT " DELIMITED BY SIZE
                  WS-NOW (1:8) DELIMITED BY SIZE
                  " COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-HEAD-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        A-EXIT.
           EXIT.
      *
        A-LOAD-TYPES SECTION.
        ALT-005.
           MOVE 0 TO WS-LV-COUNT.
           MOVE SPACES TO LT-CODE.
           START LEAVE-TYPE-FILE KEY NOT < LT-KEY
               INVALID KEY
             GO TO ALT-EXIT.
        ALT-010.
           READ LEAVE-TYPE-FILE NEXT
               AT END
             GO TO ALT-EXIT.
           IF NOT LT-PAID-OUT
              GO TO ALT-010.
           IF WS-LV-COUNT NOT < WS-LV-MAX
              DISPLAY "MORE THAN 20 PAYABLE LEAVE TYPES, REST IGNORED."
              GO TO ALT-EXIT.
           ADD 1 TO WS-LV-COUNT.
           MOVE LT-CODE        TO WS-LV-CODE (WS-LV-COUNT).
           MOVE LT-DESCRIPTION TO WS-LV-DESC (WS-LV-COUNT).
           GO TO ALT-010.
        ALT-EXIT.
           EXIT.
      *
        B-REPORT SECTION.
      *****************************************************************
      * EVERY BALANCE HELD IN A PAYABLE LEAVE TYPE, VALUED AT THE
      * EMPLOYEE'S CURRENT STAFF-SALARY. LEAVERS STAY ON THE REPORT
      * UNTIL THEIR LEAVE HAS BEEN PAID OUT AND ADJUSTED OFF, SINCE
      * THE COMPANY STILL OWES IT.
      *****************************************************************
        BR-005.
           MOVE 0      TO LB-EMPLOYEE-NUMBER.
           MOVE SPACES TO LB-LEAVE-TYPE.
           START LEAVE-BAL-FILE KEY NOT < LB-KEY
               INVALID KEY
             GO TO BR-090.
        BR-010.
           READ LEAVE-BAL-FILE NEXT
               AT END
             GO TO BR-090.
           IF LB-BALANCE = 0
              GO TO BR-010.
           MOVE 0 TO WS-LV-IDX.
        BR-020.
           ADD 1 TO WS-LV-IDX.
           IF WS-LV-IDX > WS-LV-COUNT
              GO TO BR-010.
           IF WS-LV-CODE (WS-LV-IDX) NOT = LB-LEAVE-TYPE
              GO TO BR-020.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE LB-EMPLOYEE-NUMBER TO STAFF-EMPLOYEE-NUMBER.
           READ STAFF-FILE
               INVALID KEY
             MOVE SPACES TO STAFF-RECORD
             MOVE LB-EMPLOYEE-NUMBER TO STAFF-EMPLOYEE-NUMBER
             MOVE "NOT ON STAFF MASTER" TO STAFF-SURNAME
             MOVE 0 TO STAFF-SALARY.
           COMPUTE WS-DAY-RATE ROUNDED =
              STAFF-SALARY * 12 / WS-WORK-DAYS.
           COMPUTE WS-VALUE ROUNDED = LB-BALANCE * WS-DAY-RATE.
           MOVE LB-EMPLOYEE-NUMBER     TO WS-DL-EMPLOYEE.
           MOVE STAFF-SURNAME          TO WS-DL-NAME.
           MOVE STAFF-DEPARTMENT       TO WS-DL-DEPT.
           MOVE WS-LV-DESC (WS-LV-IDX) TO WS-DL-TYPE.
           MOVE LB-BALANCE             TO WS-DL-DAYS.
           MOVE STAFF-SALARY           TO WS-DL-SALARY.
           MOVE WS-DAY-RATE            TO WS-DL-RATE.
           MOVE WS-VALUE               TO WS-DL-VALUE.
           IF STAFF-INACTIVE
              MOVE "LEFT" TO WS-DL-NOTE
              ADD 1 TO WS-LEFT-COUNT.
           IF STAFF-SALARY = 0
              MOVE "NO SALARY" TO WS-DL-NOTE.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           ADD 1          TO WS-LINE-COUNT.
           ADD LB-BALANCE TO WS-TOTAL-DAYS.
           ADD WS-VALUE   TO WS-LIABILITY.
           GO TO BR-010.
        BR-090.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "TOTAL LEAVE LIABILITY" TO WS-DL-TYPE.
           MOVE WS-TOTAL-DAYS TO WS-DL-DAYS.
           MOVE WS-LIABILITY  TO WS-DL-VALUE.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-LEFT-COUNT NOT = 0
              MOVE SPACES TO REPORT-TEXT-LINE
              STRING "BALANCES STILL HELD BY LEAVERS: "
                        DELIMITED BY SIZE
                     WS-LEFT-COUNT DELIMITED BY SIZE
                     INTO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
        BR-EXIT.
           EXIT.
      *
        C-PROVISION SECTION.
      *****************************************************************
      * THE PROVISION ACCOUNT SHOULD CARRY THE LIABILITY AS A CREDIT.
      * ITS LEDGER FIGURE IS THE GL BALANCE PLUS ANY JOURNALS STILL
      * WAITING IN GLJRN, SO A SECOND RUN IN THE SAME MONTH ONLY
      * POSTS WHAT HAS MOVED SINCE THE FIRST.
      *****************************************************************
        CP-005.
           MOVE 0 TO WS-ADJUST.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-POST-OFF
              MOVE "NO LEAVEPROV/LEAVEEXP POSTING ACCOUNT OR GL MASTER,"
                 TO REPORT-TEXT-LINE
              MOVE " PROVISION NOT POSTED." TO REPORT-TEXT-LINE (52:22)
              WRITE REPORT-TEXT-LINE
              GO TO CP-EXIT.
           MOVE WS-PROV-ACC TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE 0 TO GL-BALANCE.
           MOVE 0 TO WS-UNPOSTED.
           MOVE 0 TO GLJRN-REFERENCE.
           START GLJRN-FILE KEY NOT < GLJRN-KEY
               INVALID KEY
             GO TO CP-020.
        CP-010.
           READ GLJRN-FILE NEXT
               AT END
             GO TO CP-020.
           IF GLJRN-ACCOUNT = WS-PROV-ACC
              ADD GLJRN-BAL TO WS-UNPOSTED.
           GO TO CP-010.
        CP-020.
           COMPUTE WS-LEDGER = GL-BALANCE + WS-UNPOSTED.
           COMPUTE WS-ADJUST = 0 - WS-LIABILITY - WS-LEDGER.
           MOVE SPACES TO REPORT-TEXT-LINE.
           MOVE WS-LIABILITY TO WS-AMT-EDIT.
           STRING "LEAVE LIABILITY:            " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           SUBTRACT WS-LEDGER FROM 0 GIVING WS-AMT-EDIT.
           STRING "PROVISION IN LEDGER " DELIMITED BY SIZE
                  WS-PROV-ACC DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           SUBTRACT WS-ADJUST FROM 0 GIVING WS-AMT-EDIT.
           STRING "INCREASE IN PROVISION:      " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        CP-EXIT.
           EXIT.
      *
        C-CONFIRM SECTION.
        C-005.
           SUBTRACT WS-ADJUST FROM 0 GIVING WS-AMT-EDIT.
           DISPLAY "LEAVE PROVISION INCREASE: " WS-AMT-EDIT.
           DISPLAY "POST LEAVE PROVISION JOURNAL, Y/N: ".
           ACCEPT WS-CONFIRM.
        C-EXIT.
           EXIT.
      *
        D-POST-PROVISION SECTION.
      *****************************************************************
      * ONE TWO-LINE JOURNAL: THE MOVEMENT ON THE PROVISION ACCOUNT
      * AND THE OPPOSITE ENTRY TO THE LEAVE PAY EXPENSE.
      *****************************************************************
        DPP-005.
           PERFORM A-NEXT-REFERENCE.
           MOVE WS-NEXT-REF TO WS-FIRST-REF.
           MOVE WS-PROV-ACC TO WS-JL-ACCOUNT.
           MOVE "LEAVE PAY PROVISION" TO WS-JL-DESC.
           MOVE WS-ADJUST TO WS-JL-BAL.
           PERFORM X-WRITE-JOURNAL.
           IF WS-JRN-FAIL
              GO TO DPP-EXIT.
           MOVE WS-EXP-ACC TO WS-JL-ACCOUNT.
           MOVE "LEAVE PAY PROVISION MOVEMENT" TO WS-JL-DESC.
           SUBTRACT WS-ADJUST FROM 0 GIVING WS-JL-BAL.
           PERFORM X-WRITE-JOURNAL.
        DPP-EXIT.
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
        X-WRITE-JOURNAL SECTION.
        XWJ-005.
           MOVE SPACES         TO GLJRN-REC.
           MOVE WS-NEXT-REF    TO GLJRN-REFERENCE.
           MOVE WS-JL-ACCOUNT  TO GLJRN-ACCOUNT.
           MOVE WS-TODAY-DATE  TO GLJRN-DATE.
           MOVE WS-JL-DESC     TO GLJRN-DESCRIPTION.
           MOVE WS-JL-BAL      TO GLJRN-BAL.
           MOVE "LVLIABXX" TO GLJRN-SOURCE.
           MOVE WS-OPERATOR TO GLJRN-OPERATOR.
           MOVE WS-TODAY-DATE (1:6) TO GLJRN-PERIOD.
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
        D-RESULT SECTION.
        DR-005.
           IF WS-POST-OFF
              GO TO DR-EXIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           IF WS-ADJUST = 0
              MOVE "PROVISION AGREES TO THE LIABILITY, NOTHING POSTED."
                 TO REPORT-TEXT-LINE
              GO TO DR-010.
           IF WS-CONFIRM NOT = "Y"
              MOVE "PROVISION JOURNAL NOT POSTED." TO REPORT-TEXT-LINE
              GO TO DR-010.
           IF WS-JRN-FAIL
              MOVE "*** PROVISION JOURNAL WRITE FAILED ***"
                 TO REPORT-TEXT-LINE
              GO TO DR-010.
           STRING "PROVISION JOURNAL POSTED TO GLJRN, REFERENCE "
                     DELIMITED BY SIZE
                  WS-FIRST-REF DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
        DR-010.
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
           STRING "./text2pdf /ctools/spl/LeaveLiab.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/LeaveLiab.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/LeaveLiab.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "LVLIAB.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/LeaveLiab.pdf" DELIMITED BY SIZE
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
           CLOSE STAFF-FILE
                 LEAVE-TYPE-FILE
                 LEAVE-BAL-FILE
                 GLJRN-FILE
                 REPORT-TEXT-FILE.
           IF NOT WS-GL-OFF
              CLOSE GL-MASTER.
           MOVE WS-LIABILITY TO WS-AMT-EDIT.
           DISPLAY "BALANCES VALUED:  " WS-LINE-COUNT.
           DISPLAY "LEAVE LIABILITY:  " WS-AMT-EDIT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        F-EXIT.
           EXIT.
      *
        COPY "PostAccLookup".
        COPY "ErrorMessage".
      * END-OF-JOB.
