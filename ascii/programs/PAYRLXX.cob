        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectPostAcc".
           SELECT STAFF-FILE ASSIGN TO "CoStaffInOut"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
           COPY "SelectTaxTable".
           COPY "SelectStaffDeduct".
           COPY "SelectPayHist".
           COPY "SelectDeptGl".
           COPY "SelectLeaveType".
           COPY "SelectLeaveBal".
           COPY "SelectVarEarn".
           COPY "SelectStaffLoan".
           COPY "SelectBankAcc".
           SELECT CONTROL-REPORT ASSIGN TO "PayrollControl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdCoStaff.
           COPY ChlfdGlJrn.
           COPY ChlfdTaxTable.
           COPY ChlfdStaffDeduct.
           COPY ChlfdPayHist.
           COPY ChlfdDeptGl.
           COPY ChlfdLeaveType.
           COPY ChlfdLeaveBal.
           COPY ChlfdVarEarn.
           COPY ChlfdStaffLoan.
           COPY ChlfdBankAcc.
           FD  CONTROL-REPORT
               LABEL RECORDS ARE STANDARD.
           01  CONTROL-LINE         PIC X(80).
           77  SUB-1            PIC 9(04) COMP VALUE 0.
           77  WS-DEPT-COUNT    PIC 9(04) COMP VALUE 0.
           77  WS-DEPT-MAX      PIC 9(04) COMP VALUE 50.
           77  WS-DEPT-IDX      PIC 9(04) COMP VALUE 0.
           77  WS-DFLT-COUNT    PIC 9(04) COMP VALUE 0.
           77  WS-DG-OFF-SW     PIC X VALUE "N".
               88  WS-DG-OFF          VALUE "Y".
      *****************************************************************
      * RUN TOTALS PER STAFF DEPARTMENT. EACH DEPARTMENT'S GROSS PAY
      * POSTS TO THE SALARY ACCOUNT ON ITS DeptGl RECORD (THE
      * SALARIES POSTING ACCOUNT IF IT HAS NONE) AND ALL ITS LINES
      * CARRY THE DEPARTMENT'S COST CENTRE.
      *****************************************************************
           01  WS-DEPT-TABLE.
               03  WS-DEPT-ENTRY OCCURS 50.
                   05  WS-DEPT-CODE    PIC X(04).
                   05  WS-DEPT-ACC     PIC X(06).
                   05  WS-DEPT-CC      PIC X(04).
                   05  WS-DEPT-DFLT    PIC X(01).
                   05  WS-DEPT-HEADS   PIC 9(05).
                   05  WS-DEPT-TOTAL   PIC S9(09)V99.
                   05  WS-DEPT-TAX     PIC S9(09)V99.
                   05  WS-DEPT-DEDS    PIC S9(09)V99.
                   05  WS-DEPT-NET     PIC S9(09)V99.
           01  WS-DEPT-SUMS.
               03  WS-DS-HEADS         PIC 9(06).
               03  WS-DS-GROSS         PIC S9(09)V99.
               03  WS-DS-TAX           PIC S9(09)V99.
               03  WS-DS-DEDS          PIC S9(09)V99.
               03  WS-DS-NET           PIC S9(09)V99.
           01  WS-DEPT-LINE.
               03  WS-DL-DEPT          PIC X(04).
               03  FILLER              PIC X(02).
               03  WS-DL-ACC           PIC X(06).
               03  WS-DL-DFLT          PIC X(01).
               03  FILLER              PIC X(01).
               03  WS-DL-CC            PIC X(04).
               03  FILLER              PIC X(01).
               03  WS-DL-HEADS         PIC ZZZZZ9.
               03  WS-DL-GROSS         PIC ZZZZZZZZ9.99-.
               03  WS-DL-TAX           PIC ZZZZZZZZ9.99-.
               03  WS-DL-DEDS          PIC ZZZZZZZZ9.99-.
               03  WS-DL-NET           PIC ZZZZZZZZ9.99-.
      *****************************************************************
      * LIABILITY TOTALS PER DEPARTMENT AND DEDUCTION GL ACCOUNT,
      * ACCUMULATED AS EMPLOYEES ARE PAID SO EACH LIABILITY POSTS TO
      * ITS OWN ACCOUNT, UNDER THE DEPARTMENT'S COST CENTRE, IN THE
      * RUN'S JOURNAL BATCH.
      *****************************************************************
           77  WS-DEDGL-COUNT   PIC 9(03) COMP VALUE 0.
           77  WS-DEDGL-MAX     PIC 9(03) COMP VALUE 200.
           01  WS-DEDGL-TABLE.
               03  WS-DEDGL-ENTRY OCCURS 200.
                   05  WS-DEDGL-DEPT   PIC X(04).
                   05  WS-DEDGL-CC     PIC X(04).
                   05  WS-DEDGL-ACC    PIC X(06).
                   05  WS-DEDGL-TOTAL  PIC S9(09)V99.
      *****************************************************************
      * THE LEAVE TYPES THAT ACCRUE, LOADED ONCE FROM LeaveType. EVERY
      * EMPLOYEE PAID IN THE RUN EARNS EACH TYPE'S ACCRUAL ON THEIR
      * LeaveBalance RECORD BEFORE THE PAYSLIP IS PRINTED.
      *****************************************************************
           77  WS-LV-COUNT      PIC 9(04) COMP VALUE 0.
           77  WS-LV-MAX        PIC 9(04) COMP VALUE 20.
           77  WS-LV-IDX        PIC 9(04) COMP VALUE 0.
           77  WS-LV-EMPS       PIC 9(06) VALUE 0.
           77  WS-LV-DAYS       PIC S9(07)V99 VALUE 0.
           77  WS-LV-ADD        PIC S9(03)V99 VALUE 0.
           77  WS-LV-SW         PIC X VALUE "N".
               88  WS-LV-DONE         VALUE "Y".
           77  WS-LV-OFF-SW     PIC X VALUE "N".
               88  WS-LV-OFF          VALUE "Y".
           77  WS-LV-NEW-SW     PIC X VALUE "N".
               88  WS-LV-NEW          VALUE "Y".
           77  WS-DAYS-EDIT     PIC Z,ZZZ,ZZ9.99-.
           01  WS-LV-TABLE.
               03  WS-LV-ENTRY OCCURS 20.
                   05  WS-LV-CODE      PIC X(04).
                   05  WS-LV-ACCRUAL   PIC 9(02)V99.
                   05  WS-LV-CAP       PIC 9(03)V99.
      *****************************************************************
      * VARIABLE EARNINGS. AN OPEN LINE CAPTURED FOR THIS PERIOD OR
      * EARLIER IS ADDED TO GROSS BEFORE TAX; A LINE ALREADY MARKED
      * PAID TODAY IS A SAME-DAY RERUN PICKING UP ITS OWN LINES.
      *****************************************************************
           77  WS-VARIABLE      PIC S9(07)V99 VALUE 0.
           77  WS-RUN-PERIOD    PIC 9(06) VALUE 0.
           77  WS-PH-LINE       PIC 9(03) VALUE 0.
           77  WS-VE-COUNT      PIC 9(06) VALUE 0.
           77  WS-VE-TOTAL      PIC S9(09)V99 VALUE 0.
           77  WS-VE-CLEARED    PIC 9(06) VALUE 0.
           77  WS-VE-DUE-SW     PIC X VALUE "N".
               88  WS-VE-DUE          VALUE "Y".
      *****************************************************************
      * STAFF LOAN RECOVERIES. EACH ACTIVE LOAN GIVES UP ITS
      * INSTALMENT, OR WHAT IS LEFT IF THAT IS LESS, AS A DEDUCTION
      * CREDITED TO THE LOAN'S GL ACCOUNT.
      *****************************************************************
           77  WS-LOAN-DED      PIC S9(07)V99 VALUE 0.
           77  WS-LOAN-OPEN     PIC S9(07)V99 VALUE 0.
           77  WS-LOAN-DUE      PIC S9(07)V99 VALUE 0.
           77  WS-LOAN-COUNT    PIC 9(06) VALUE 0.
           77  WS-LOAN-SETTLED  PIC 9(06) VALUE 0.
           77  WS-LOAN-TOTAL    PIC S9(09)V99 VALUE 0.
           77  WS-DEDGL-FIND-ACC PIC X(06) VALUE " ".
           77  WS-DEDGL-FIND-AMT PIC S9(07)V99 VALUE 0.
           01  WS-STAFF-STATUS.
               03  WS-STAFF-ST1     PIC 99.
           01  WS-GLJRN-STATUS.
               03  WS-SDED-ST1      PIC 99.
           01  WS-PH-STATUS.
               03  WS-PH-ST1        PIC 99.
           01  WS-DG-STATUS.
               03  WS-DG-ST1        PIC 99.
           01  WS-LT-STATUS.
               03  WS-LT-ST1        PIC 99.
           01  WS-LB-STATUS.
               03  WS-LB-ST1        PIC 99.
           01  WS-VE-STATUS.
               03  WS-VE-ST1        PIC 99.
           01  WS-SLN-STATUS.
               03  WS-SLN-ST1       PIC 99.
           77  WS-EFT-BANK      PIC X(05) VALUE " ".
           COPY "ChlfdEftParms".
           01  WS-CTL-STATUS.
               03  WS-CTL-ST1       PIC 99.
        Copy "WsPayCalc".
        Copy "WsDateInfo".
           COPY "WsPostAcc".
           COPY "WsBankAcc".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
              MOVE "BATCH" TO WS-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           MOVE WS-NOW (1:6) TO WS-RUN-PERIOD.
           OPEN INPUT POSTACC-FILE.
           IF WS-PA-ST1 NOT = 0
              MOVE "NO POSTING ACCOUNT FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE "SALARIES" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-SALARY-ACC.
           MOVE "BANK" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-BANK-ACC.
           MOVE "PAYE" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-PAYE-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "POSTING ACCOUNT MISSING, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           ACCEPT WS-EFT-BANK FROM ENVIRONMENT "EFTBANK".
           IF WS-EFT-BANK = " "
              MOVE "BANK1" TO WS-EFT-BANK.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WS-BA-ST1 NOT = 0
              MOVE "Y" TO WS-BA-OFF-SW.
           OPEN INPUT STAFF-FILE.
           IF WS-STAFF-ST1 NOT = 0
              MOVE "CANNOT OPEN STAFF MASTER, RUN ABANDONED."
              OPEN OUTPUT PAYHIST-FILE
              CLOSE PAYHIST-FILE
              OPEN I-O PAYHIST-FILE.
           OPEN I-O VAR-EARN-FILE.
           IF WS-VE-ST1 = 35
              OPEN OUTPUT VAR-EARN-FILE
              CLOSE VAR-EARN-FILE
              OPEN I-O VAR-EARN-FILE.
           OPEN I-O STAFF-LOAN-FILE.
           IF WS-SLN-ST1 = 35
              OPEN OUTPUT STAFF-LOAN-FILE
              CLOSE STAFF-LOAN-FILE
              OPEN I-O STAFF-LOAN-FILE.
           OPEN INPUT DEPT-GL-FILE.
           IF WS-DG-ST1 NOT = 0
              MOVE "Y" TO WS-DG-OFF-SW
              DISPLAY "NO DEPARTMENT GL FILE, ALL SALARIES TO "
                 WS-SALARY-ACC.
           PERFORM A-LOAD-TAX-TABLE.
           PERFORM A-LOAD-LEAVE-TYPES.
           PERFORM A-NEXT-REFERENCE.
        A-EXIT.
           EXIT.
           GO TO ALT-010.
        ALT-EXIT.
           EXIT.
      *
        A-LOAD-LEAVE-TYPES SECTION.
      *****************************************************************
      * ACTIVE LEAVE TYPES WITH AN ACCRUAL. NO LeaveType FILE MEANS
      * NO LEAVE IS ACCRUED, AND THE RUN SAYS SO.
      *****************************************************************
        ALL-005.
           MOVE 0 TO WS-LV-COUNT.
           OPEN INPUT LEAVE-TYPE-FILE.
           IF WS-LT-ST1 NOT = 0
              MOVE "Y" TO WS-LV-OFF-SW
              DISPLAY "NO LEAVE TYPE FILE, NO LEAVE ACCRUED."
              GO TO ALL-EXIT.
           OPEN I-O LEAVE-BAL-FILE.
           IF WS-LB-ST1 = 35
              OPEN OUTPUT LEAVE-BAL-FILE
              CLOSE LEAVE-BAL-FILE
              OPEN I-O LEAVE-BAL-FILE.
           IF WS-LB-ST1 NOT = 0
              MOVE "Y" TO WS-LV-OFF-SW
              DISPLAY "CANNOT OPEN LEAVE BALANCES, NO LEAVE ACCRUED."
              CLOSE LEAVE-TYPE-FILE
              GO TO ALL-EXIT.
           MOVE SPACES TO LT-CODE.
           START LEAVE-TYPE-FILE KEY NOT < LT-KEY
               INVALID KEY
             GO TO ALL-090.
        ALL-010.
           READ LEAVE-TYPE-FILE NEXT
               AT END
             GO TO ALL-090.
           IF LT-INACTIVE
              GO TO ALL-010.
           IF LT-ACCRUAL = 0
              GO TO ALL-010.
           IF WS-LV-COUNT NOT < WS-LV-MAX
              DISPLAY "MORE THAN 20 LEAVE TYPES, REST NOT ACCRUED."
              GO TO ALL-090.
           ADD 1 TO WS-LV-COUNT.
           MOVE LT-CODE     TO WS-LV-CODE (WS-LV-COUNT).
           MOVE LT-ACCRUAL  TO WS-LV-ACCRUAL (WS-LV-COUNT).
           MOVE LT-MAX-DAYS TO WS-LV-CAP (WS-LV-COUNT).
           GO TO ALL-010.
        ALL-090.
           CLOSE LEAVE-TYPE-FILE.
        ALL-EXIT.
           EXIT.
      *
        A-NEXT-REFERENCE SECTION.
        ANR-005.
              MOVE "N" TO WS-CONFIRM
              DISPLAY "NOTHING DUE, NO PAYROLL RUN."
              GO TO C-EXIT.
      *    SALARIES ARE PAID FROM THE ACCOUNT CHOSEN HERE, BLANK TAKING
      *    THE DEFAULT SALARIES ACCOUNT; ITS BANK CODE AND EFT FORMAT
      *    REPLACE EFTBANK AND THE BANK TABLE'S FORMAT.
           MOVE 3   TO WS-BA-PURPOSE.
           MOVE "Y" TO WS-BA-ASK-SW.
           PERFORM CHOOSE-BANK-ACCOUNT.
           IF WS-BA-BAD
              MOVE "N" TO WS-CONFIRM
              MOVE "Y" TO WS-RUN-FAIL-SW
              GO TO C-EXIT.
           IF WS-BA-CODE = " "
              GO TO C-010.
           MOVE WS-BA-GL TO WS-BANK-ACC.
           IF WS-BA-BANK-CODE NOT = " "
              MOVE WS-BA-BANK-CODE TO WS-EFT-BANK.
        C-010.
           DISPLAY "CONFIRM PAYROLL RUN, Y/N: ".
           ACCEPT WS-CONFIRM.
        C-EXIT.
           MOVE "O"           TO EFT-FUNCTION.
           MOVE "SalEftFile"  TO EFT-FILE-NAME.
           MOVE WS-EFT-BANK   TO EFT-BANK-CODE.
           MOVE WS-BA-FORMAT  TO EFT-FORMAT.
           MOVE WS-TODAY-DATE TO EFT-PAY-DATE.
           CALL "EFTFMTXX" USING EFT-PARMS.
           IF EFT-RETURN-CODE NOT = 0
           ADD WS-NET TO WS-EFT-TOTAL.
        DP-020.
           PERFORM D-WRITE-HISTORY.
           PERFORM D-ACCRUE-LEAVE.
           PERFORM D-DEPT-TOTAL.
           PERFORM D-DED-ACCUMULATE.
           PERFORM D-RECOVER-LOANS.
           PERFORM D-ONE-PAYSLIP.
           ADD 1 TO WS-PAY-COUNT.
           ADD WS-GROSS     TO WS-GROSS-TOTAL.
           ADD WS-TAX       TO WS-TAX-TOTAL.
              PERFORM ERROR-MESSAGE
              MOVE "Y" TO WS-RUN-FAIL-SW.
           PERFORM D-POST-JOURNAL.
           PERFORM D-FINALISE-VARIABLE.
           PERFORM D-CONTROL-REPORT.
        DP-EXIT.
           EXIT.
      *
        D-CALC-NET SECTION.
      *****************************************************************
      * GROSS TO NET FOR THE EMPLOYEE IN HAND: SALARY PLUS VARIABLE
      * EARNINGS, PAYE OFF THE BRACKET TABLE, THEN EVERY DEDUCTION
      * RECORD ON FILE FOR THE EMPLOYEE AND THE INSTALMENT ON EACH
      * OF THEIR STAFF LOANS.
      *****************************************************************
        DCN-005.
           PERFORM D-SUM-VARIABLE.
           COMPUTE WS-GROSS = STAFF-SALARY + WS-VARIABLE.
           MOVE WS-GROSS TO WS-PC-GROSS.
           PERFORM COMPUTE-TAX.
           MOVE WS-PC-TAX TO WS-TAX.
           MOVE 0 TO WS-DED-TOTAL.
           ADD SDED-AMOUNT TO WS-DED-TOTAL.
           GO TO DCN-010.
        DCN-020.
           PERFORM D-SUM-LOANS.
           ADD WS-LOAN-DED TO WS-DED-TOTAL.
           COMPUTE WS-NET = WS-GROSS - WS-TAX - WS-DED-TOTAL.
        DCN-EXIT.
           EXIT.
      *
        D-SUM-LOANS SECTION.
        DSL-005.
           MOVE 0 TO WS-LOAN-DED.
           MOVE STAFF-EMPLOYEE-NUMBER TO SLN-EMPLOYEE-NUMBER.
           MOVE 0                     TO SLN-LOAN-NUMBER.
           START STAFF-LOAN-FILE KEY NOT < SLN-KEY
               INVALID KEY
             GO TO DSL-EXIT.
        DSL-010.
           READ STAFF-LOAN-FILE NEXT
               AT END
             GO TO DSL-EXIT.
           IF SLN-EMPLOYEE-NUMBER NOT = STAFF-EMPLOYEE-NUMBER
              GO TO DSL-EXIT.
           PERFORM D-LOAN-DUE.
           ADD WS-LOAN-DUE TO WS-LOAN-DED.
           GO TO DSL-010.
        DSL-EXIT.
           EXIT.
      *
        D-LOAN-DUE SECTION.
      *****************************************************************
      * THIS RUN'S RECOVERY ON THE LOAN IN HAND. WHAT WAS TAKEN
      * EARLIER TODAY IS ADDED BACK FIRST, SO A RERUN TAKES THE SAME
      * INSTALMENT AGAIN RATHER THAN A SECOND ONE.
      *****************************************************************
        DLD-005.
           MOVE 0 TO WS-LOAN-DUE.
           MOVE SLN-BALANCE TO WS-LOAN-OPEN.
           IF SLN-LAST-DATE = WS-TODAY-DATE
              ADD SLN-LAST-AMOUNT TO WS-LOAN-OPEN.
           IF SLN-SUSPENDED
              GO TO DLD-EXIT.
           IF WS-LOAN-OPEN NOT > 0
              GO TO DLD-EXIT.
           MOVE SLN-INSTALMENT TO WS-LOAN-DUE.
           IF WS-LOAN-DUE > WS-LOAN-OPEN
              MOVE WS-LOAN-OPEN TO WS-LOAN-DUE.
        DLD-EXIT.
           EXIT.
      *
        D-RECOVER-LOANS SECTION.
      *****************************************************************
      * TAKE THE INSTALMENTS OFF THE EMPLOYEE'S LOAN BALANCES AND ADD
      * THEM TO THE LIABILITY TOTALS FOR THE LOAN GL ACCOUNTS. A LOAN
      * PAID DOWN TO ZERO IS MARKED SETTLED AND TAKES NOTHING MORE.
      * D-DEPT-TOTAL HAS ALREADY SET WS-DEPT-IDX FOR THE EMPLOYEE.
      *****************************************************************
        DRL-005.
           MOVE STAFF-EMPLOYEE-NUMBER TO SLN-EMPLOYEE-NUMBER.
           MOVE 0                     TO SLN-LOAN-NUMBER.
           START STAFF-LOAN-FILE KEY NOT < SLN-KEY
               INVALID KEY
             GO TO DRL-EXIT.
        DRL-010.
           READ STAFF-LOAN-FILE NEXT
               AT END
             GO TO DRL-EXIT.
           IF SLN-EMPLOYEE-NUMBER NOT = STAFF-EMPLOYEE-NUMBER
              GO TO DRL-EXIT.
           PERFORM D-LOAN-DUE.
           IF WS-LOAN-DUE = 0
              AND SLN-LAST-DATE NOT = WS-TODAY-DATE
              GO TO DRL-010.
           IF SLN-LAST-DATE = WS-TODAY-DATE
              SUBTRACT SLN-LAST-AMOUNT FROM SLN-RECOVERED.
           SUBTRACT WS-LOAN-DUE FROM WS-LOAN-OPEN GIVING SLN-BALANCE.
           ADD WS-LOAN-DUE TO SLN-RECOVERED.
           MOVE WS-TODAY-DATE TO SLN-LAST-DATE.
           MOVE WS-LOAN-DUE   TO SLN-LAST-AMOUNT.
           IF SLN-BALANCE = 0
              MOVE "P" TO SLN-STATUS
              ADD 1 TO WS-LOAN-SETTLED
           ELSE
           IF SLN-SETTLED
              MOVE "A" TO SLN-STATUS.
           REWRITE STAFF-LOAN-RECORD
               INVALID KEY
             DISPLAY "LOAN BALANCE REWRITE FAILED: " SLN-KEY.
           IF WS-LOAN-DUE = 0
              GO TO DRL-010.
           ADD 1           TO WS-LOAN-COUNT.
           ADD WS-LOAN-DUE TO WS-LOAN-TOTAL.
           MOVE SLN-GL-ACCOUNT TO WS-DEDGL-FIND-ACC.
           MOVE WS-LOAN-DUE    TO WS-DEDGL-FIND-AMT.
           PERFORM DDA-FIND-OR-INSERT.
           GO TO DRL-010.
        DRL-EXIT.
           EXIT.
      *
        D-SUM-VARIABLE SECTION.
        DSV-005.
           MOVE 0 TO WS-VARIABLE.
           MOVE STAFF-EMPLOYEE-NUMBER TO VE-EMPLOYEE-NUMBER.
           MOVE 0                     TO VE-SEQUENCE.
           START VAR-EARN-FILE KEY NOT < VE-KEY
               INVALID KEY
             GO TO DSV-EXIT.
        DSV-010.
           READ VAR-EARN-FILE NEXT
               AT END
             GO TO DSV-EXIT.
           IF VE-EMPLOYEE-NUMBER NOT = STAFF-EMPLOYEE-NUMBER
              GO TO DSV-EXIT.
           PERFORM D-VARIABLE-DUE.
           IF NOT WS-VE-DUE
              GO TO DSV-010.
           ADD VE-AMOUNT TO WS-VARIABLE.
           GO TO DSV-010.
        DSV-EXIT.
           EXIT.
      *
        D-VARIABLE-DUE SECTION.
        DVD-005.
           MOVE "Y" TO WS-VE-DUE-SW.
           IF VE-OPEN
              AND VE-PERIOD NOT > WS-RUN-PERIOD
              GO TO DVD-EXIT.
           IF VE-PAID
              AND VE-PAID-DATE = WS-TODAY-DATE
              GO TO DVD-EXIT.
           MOVE "N" TO WS-VE-DUE-SW.
        DVD-EXIT.
           EXIT.
      *
        D-DED-ACCUMULATE SECTION.
      *****************************************************************
      * ROLL THE EMPLOYEE'S DEDUCTIONS INTO THE PER-DEPARTMENT,
      * PER-GL-ACCOUNT LIABILITY TOTALS FOR THE RUN'S JOURNAL BATCH.
      * D-DEPT-TOTAL HAS ALREADY SET WS-DEPT-IDX FOR THE EMPLOYEE.
      *****************************************************************
        DDA-005.
           MOVE STAFF-EMPLOYEE-NUMBER TO SDED-EMPLOYEE-NUMBER.
              GO TO DDA-EXIT.
           IF SDED-AMOUNT = 0
              GO TO DDA-010.
           MOVE SDED-GL-ACCOUNT TO WS-DEDGL-FIND-ACC.
           MOVE SDED-AMOUNT     TO WS-DEDGL-FIND-AMT.
           PERFORM DDA-FIND-OR-INSERT.
           GO TO DDA-010.
        DDA-EXIT.
              ADD 1 TO SUB-1
           ELSE
              GO TO DFI-020.
           IF WS-DEDGL-ACC (SUB-1) = WS-DEDGL-FIND-ACC
              AND WS-DEDGL-DEPT (SUB-1) = WS-DEPT-CODE (WS-DEPT-IDX)
              ADD WS-DEDGL-FIND-AMT TO WS-DEDGL-TOTAL (SUB-1)
              GO TO DFI-EXIT.
           GO TO DFI-010.
        DFI-020.
           IF WS-DEDGL-COUNT NOT < WS-DEDGL-MAX
              DISPLAY "DEDUCTION GL TABLE FULL, TOTAL LUMPED: "
                 WS-DEDGL-FIND-ACC
              ADD WS-DEDGL-FIND-AMT TO WS-DEDGL-TOTAL (WS-DEDGL-MAX)
              GO TO DFI-EXIT.
           ADD 1 TO WS-DEDGL-COUNT.
           MOVE WS-DEPT-CODE (WS-DEPT-IDX)
                                TO WS-DEDGL-DEPT (WS-DEDGL-COUNT).
           MOVE WS-DEPT-CC (WS-DEPT-IDX)
                                TO WS-DEDGL-CC (WS-DEDGL-COUNT).
           MOVE WS-DEDGL-FIND-ACC TO WS-DEDGL-ACC (WS-DEDGL-COUNT).
           MOVE WS-DEDGL-FIND-AMT TO WS-DEDGL-TOTAL (WS-DEDGL-COUNT).
        DFI-EXIT.
           EXIT.
      *
      * ONE HISTORY ROW PER EMPLOYEE PER RUN, WRITTEN BEFORE THE
      * PAYSLIP SO THE SLIP'S YEAR-TO-DATE FIGURES INCLUDE TODAY.
      * A SAME-DAY RERUN REPLACES ITS OWN ROW RATHER THAN DOUBLING
      * THE YEAR-TO-DATE FIGURES. THE TOTALS ARE LINE 0; EACH
      * VARIABLE EARNINGS LINE PAID FOLLOWS AS LINE 1 UP AND IS
      * MARKED PAID ON VarEarnings.
      *****************************************************************
        DWH-005.
           MOVE SPACES TO PAYHIST-RECORD.
           MOVE STAFF-EMPLOYEE-NUMBER TO PH-EMPLOYEE-NUMBER.
           MOVE WS-TODAY-DATE         TO PH-PAY-DATE.
           MOVE 0                     TO PH-LINE.
           MOVE WS-GROSS              TO PH-GROSS.
           MOVE WS-TAX                TO PH-TAX.
           MOVE WS-DED-TOTAL          TO PH-DEDUCTIONS.
           MOVE WS-NET                TO PH-NET.
           MOVE WS-VARIABLE           TO PH-VARIABLE.
           MOVE WS-BA-CODE            TO PH-BANK-ACCOUNT.
           WRITE PAYHIST-RECORD
               INVALID KEY
             IF WS-PH-ST1 = 22
             ELSE
                DISPLAY "HISTORY WRITE FAILED: "
                   STAFF-EMPLOYEE-NUMBER.
           MOVE 1 TO PH-LINE.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY
             GO TO DWH-020.
        DWH-010.
           READ PAYHIST-FILE NEXT
               AT END
             GO TO DWH-020.
           IF PH-EMPLOYEE-NUMBER NOT = STAFF-EMPLOYEE-NUMBER
              OR PH-PAY-DATE NOT = WS-TODAY-DATE
              GO TO DWH-020.
           DELETE PAYHIST-FILE RECORD
               INVALID KEY
             DISPLAY "HISTORY LINE DELETE FAILED: "
                STAFF-EMPLOYEE-NUMBER.
           GO TO DWH-010.
        DWH-020.
           MOVE 0 TO WS-PH-LINE.
           IF WS-VARIABLE = 0
              GO TO DWH-EXIT.
           MOVE STAFF-EMPLOYEE-NUMBER TO VE-EMPLOYEE-NUMBER.
           MOVE 0                     TO VE-SEQUENCE.
           START VAR-EARN-FILE KEY NOT < VE-KEY
               INVALID KEY
             GO TO DWH-EXIT.
        DWH-030.
           READ VAR-EARN-FILE NEXT
               AT END
             GO TO DWH-EXIT.
           IF VE-EMPLOYEE-NUMBER NOT = STAFF-EMPLOYEE-NUMBER
              GO TO DWH-EXIT.
           PERFORM D-VARIABLE-DUE.
           IF NOT WS-VE-DUE
              GO TO DWH-030.
           ADD 1 TO WS-PH-LINE.
           MOVE SPACES TO PAYHIST-RECORD.
           MOVE STAFF-EMPLOYEE-NUMBER TO PH-EMPLOYEE-NUMBER.
           MOVE WS-TODAY-DATE         TO PH-PAY-DATE.
           MOVE WS-PH-LINE            TO PH-LINE.
           MOVE VE-CODE               TO PH-EARN-CODE.
           MOVE VE-DESCRIPTION        TO PH-EARN-DESC.
           MOVE VE-HOURS              TO PH-EARN-HOURS.
           MOVE VE-MULTIPLE           TO PH-EARN-MULTIPLE.
           MOVE VE-AMOUNT             TO PH-EARN-AMOUNT.
           MOVE WS-BA-CODE            TO PH-BANK-ACCOUNT.
           WRITE PAYHIST-RECORD
               INVALID KEY
             DISPLAY "HISTORY EARNINGS WRITE FAILED: "
                STAFF-EMPLOYEE-NUMBER.
           MOVE "P"           TO VE-STATUS.
           MOVE WS-TODAY-DATE TO VE-PAID-DATE.
           REWRITE VAR-EARN-RECORD
               INVALID KEY
             DISPLAY "VARIABLE EARNINGS NOT MARKED PAID: " VE-KEY.
           ADD 1         TO WS-VE-COUNT.
           ADD VE-AMOUNT TO WS-VE-TOTAL.
           GO TO DWH-030.
        DWH-EXIT.
           EXIT.
      *
        D-FINALISE-VARIABLE SECTION.
      *****************************************************************
      * ONCE THE RUN HAS GONE THROUGH, THE LINES IT PAID ARE CLEARED
      * OFF VarEarnings; THEIR RECORD IS NOW THE PayHistory LINES. A
      * FAILED RUN PUTS THEM BACK TO OPEN FOR THE RERUN.
      *****************************************************************
        DFV-005.
           MOVE 0 TO VE-EMPLOYEE-NUMBER
                     VE-SEQUENCE.
           START VAR-EARN-FILE KEY NOT < VE-KEY
               INVALID KEY
             GO TO DFV-EXIT.
        DFV-010.
           READ VAR-EARN-FILE NEXT
               AT END
             GO TO DFV-EXIT.
           IF NOT VE-PAID
              OR VE-PAID-DATE NOT = WS-TODAY-DATE
              GO TO DFV-010.
           IF WS-RUN-FAILED
              GO TO DFV-020.
           DELETE VAR-EARN-FILE RECORD
               INVALID KEY
             DISPLAY "VARIABLE EARNINGS NOT CLEARED: " VE-KEY
             GO TO DFV-010.
           ADD 1 TO WS-VE-CLEARED.
           GO TO DFV-010.
        DFV-020.
           MOVE " " TO VE-STATUS.
           MOVE 0   TO VE-PAID-DATE.
           REWRITE VAR-EARN-RECORD
               INVALID KEY
             DISPLAY "VARIABLE EARNINGS NOT REOPENED: " VE-KEY.
           GO TO DFV-010.
        DFV-EXIT.
           EXIT.
      *
        D-ACCRUE-LEAVE SECTION.
      *****************************************************************
      * EARN THIS MONTH'S LEAVE FOR THE EMPLOYEE IN HAND, ONE
      * LeaveBalance RECORD PER ACCRUING TYPE, CREATED ON FIRST USE.
      * A RECORD ALREADY ACCRUED FOR THIS PERIOD IS LEFT ALONE, SO A
      * RERUN OF THE MONTH'S PAYROLL DOES NOT ACCRUE TWICE. A TYPE
      * WITH A MAXIMUM STOPS ACCRUING ONCE THE BALANCE REACHES IT.
      *****************************************************************
        DAL-005.
           IF WS-LV-OFF
              GO TO DAL-EXIT.
           MOVE "N" TO WS-LV-SW.
           MOVE 0 TO WS-LV-IDX.
        DAL-010.
           IF WS-LV-IDX < WS-LV-COUNT
              ADD 1 TO WS-LV-IDX
           ELSE
              GO TO DAL-090.
           MOVE "N" TO WS-LV-NEW-SW.
           MOVE STAFF-EMPLOYEE-NUMBER    TO LB-EMPLOYEE-NUMBER.
           MOVE WS-LV-CODE (WS-LV-IDX)   TO LB-LEAVE-TYPE.
           READ LEAVE-BAL-FILE
               INVALID KEY
             MOVE "Y" TO WS-LV-NEW-SW.
           IF WS-LV-NEW
              MOVE SPACES                TO LEAVE-BAL-RECORD
              MOVE STAFF-EMPLOYEE-NUMBER TO LB-EMPLOYEE-NUMBER
              MOVE WS-LV-CODE (WS-LV-IDX) TO LB-LEAVE-TYPE
              MOVE 0 TO LB-BALANCE
                        LB-YEAR
                        LB-ACCRUED-YTD
                        LB-TAKEN-YTD
                        LB-ACCRUAL-PERIOD
                        LB-TAKEN-PERIOD
                        LB-TAKEN-MONTH.
           IF LB-ACCRUAL-PERIOD = WS-TODAY-DATE (1:6)
              GO TO DAL-010.
           IF LB-YEAR NOT = WS-TODAY-DATE (1:4)
              MOVE WS-TODAY-DATE (1:4) TO LB-YEAR
              MOVE 0 TO LB-ACCRUED-YTD
                        LB-TAKEN-YTD.
           MOVE WS-LV-ACCRUAL (WS-LV-IDX) TO WS-LV-ADD.
           IF WS-LV-CAP (WS-LV-IDX) NOT = 0
              AND LB-BALANCE + WS-LV-ADD > WS-LV-CAP (WS-LV-IDX)
              SUBTRACT LB-BALANCE FROM WS-LV-CAP (WS-LV-IDX)
                 GIVING WS-LV-ADD.
           IF WS-LV-ADD < 0
              MOVE 0 TO WS-LV-ADD.
           ADD WS-LV-ADD TO LB-BALANCE
                            LB-ACCRUED-YTD
                            WS-LV-DAYS.
           MOVE WS-TODAY-DATE (1:6) TO LB-ACCRUAL-PERIOD.
           IF WS-LV-NEW
              WRITE LEAVE-BAL-RECORD
                  INVALID KEY
                DISPLAY "LEAVE BALANCE WRITE FAILED: "
                   LB-KEY
              END-WRITE
           ELSE
              REWRITE LEAVE-BAL-RECORD
                  INVALID KEY
                DISPLAY "LEAVE BALANCE REWRITE FAILED: "
                   LB-KEY
              END-REWRITE.
           MOVE "Y" TO WS-LV-SW.
           GO TO DAL-010.
        DAL-090.
           IF WS-LV-DONE
              ADD 1 TO WS-LV-EMPS.
        DAL-EXIT.
           EXIT.
      *
      * EACH PAYSLIP IS DRIVEN THROUGH THE SHARED PDF PIPELINE, ONE
      * SUBPROCESS PER EMPLOYEE, SO PRINT, ARCHIVE AND DELIVERY STAY
           EXIT.
      *
        D-DEPT-TOTAL SECTION.
      *****************************************************************
      * ADD THE EMPLOYEE IN HAND TO THE DEPARTMENT'S RUN TOTALS,
      * LEAVING WS-DEPT-IDX ON THE DEPARTMENT. A DEPARTMENT SEEN FOR
      * THE FIRST TIME TAKES ITS SALARY ACCOUNT AND COST CENTRE FROM
      * DeptGl.
      *****************************************************************
        DDT-005.
           MOVE 0 TO WS-DEPT-IDX.
        DDT-010.
           IF WS-DEPT-IDX < WS-DEPT-COUNT
              ADD 1 TO WS-DEPT-IDX
           ELSE
              GO TO DDT-020.
           IF WS-DEPT-CODE (WS-DEPT-IDX) = STAFF-DEPARTMENT
              GO TO DDT-050.
           GO TO DDT-010.
        DDT-020.
           IF WS-DEPT-COUNT NOT < WS-DEPT-MAX
              DISPLAY "DEPARTMENT TABLE FULL, TOTAL LUMPED: "
                 STAFF-DEPARTMENT
              MOVE WS-DEPT-MAX TO WS-DEPT-IDX
              GO TO DDT-050.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE WS-DEPT-COUNT    TO WS-DEPT-IDX.
           MOVE STAFF-DEPARTMENT TO WS-DEPT-CODE (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-HEADS (WS-DEPT-IDX)
                     WS-DEPT-TOTAL (WS-DEPT-IDX)
                     WS-DEPT-TAX (WS-DEPT-IDX)
                     WS-DEPT-DEDS (WS-DEPT-IDX)
                     WS-DEPT-NET (WS-DEPT-IDX).
           PERFORM D-DEPT-ACCOUNT.
        DDT-050.
           ADD 1            TO WS-DEPT-HEADS (WS-DEPT-IDX).
           ADD WS-GROSS     TO WS-DEPT-TOTAL (WS-DEPT-IDX).
           ADD WS-TAX       TO WS-DEPT-TAX (WS-DEPT-IDX).
           ADD WS-DED-TOTAL TO WS-DEPT-DEDS (WS-DEPT-IDX).
           ADD WS-NET       TO WS-DEPT-NET (WS-DEPT-IDX).
        DDT-EXIT.
           EXIT.
      *
        D-DEPT-ACCOUNT SECTION.
        DDG-005.
           MOVE WS-SALARY-ACC TO WS-DEPT-ACC (WS-DEPT-IDX).
           MOVE SPACES        TO WS-DEPT-CC (WS-DEPT-IDX).
           MOVE "*"           TO WS-DEPT-DFLT (WS-DEPT-IDX).
           IF WS-DG-OFF
              GO TO DDG-090.
           MOVE STAFF-DEPARTMENT TO DG-DEPARTMENT.
           READ DEPT-GL-FILE
               INVALID KEY
             GO TO DDG-090.
           IF DG-SALARY-ACC = " "
              GO TO DDG-090.
           MOVE DG-SALARY-ACC  TO WS-DEPT-ACC (WS-DEPT-IDX).
           MOVE DG-COST-CENTRE TO WS-DEPT-CC (WS-DEPT-IDX).
           MOVE " "            TO WS-DEPT-DFLT (WS-DEPT-IDX).
           GO TO DDG-EXIT.
        DDG-090.
           ADD 1 TO WS-DFLT-COUNT.
           DISPLAY "NO SALARY ACCOUNT FOR DEPT " STAFF-DEPARTMENT
              ", POSTED TO " WS-SALARY-ACC.
        DDG-EXIT.
           EXIT.
      *
        D-POST-JOURNAL SECTION.
      *****************************************************************
      * PER DEPARTMENT, A GROSS SALARIES DEBIT TO ITS SALARY ACCOUNT,
      * A PAYE CREDIT AND ONE CREDIT PER DEDUCTION ACCOUNT, ALL UNDER
      * THE DEPARTMENT'S COST CENTRE; THEN A SINGLE BANK CREDIT FOR
      * THE NET EFT VALUE, SO THE BATCH NETS TO ZERO:
      * GROSS = TAX + DEDUCTIONS + NET.
      *****************************************************************
        DPJ-005.
           IF WS-GROSS-TOTAL = 0
              ADD 1 TO SUB-1
           ELSE
              GO TO DPJ-030.
           IF WS-DEPT-TOTAL (SUB-1) = 0
              GO TO DPJ-020.
           MOVE WS-NEXT-REF    TO GLJRN-REFERENCE.
           MOVE WS-DEPT-ACC (SUB-1) TO GLJRN-ACCOUNT.
           MOVE WS-TODAY-DATE  TO GLJRN-DATE.
           MOVE SPACES         TO GLJRN-DESCRIPTION.
           STRING "SALARIES DEPT " DELIMITED BY SIZE
                  WS-DEPT-CODE (SUB-1) DELIMITED BY SIZE
                  INTO GLJRN-DESCRIPTION.
           MOVE WS-DEPT-TOTAL (SUB-1) TO GLJRN-BAL.
           MOVE WS-DEPT-CC (SUB-1) TO GLJRN-COST-CENTRE.
           PERFORM D-WRITE-JOURNAL.
           IF WS-RUN-FAILED
              GO TO DPJ-EXIT.
        DPJ-020.
           IF WS-DEPT-TAX (SUB-1) = 0
              GO TO DPJ-010.
           MOVE WS-NEXT-REF    TO GLJRN-REFERENCE.
           MOVE WS-PAYE-ACC    TO GLJRN-ACCOUNT.
           MOVE WS-TODAY-DATE  TO GLJRN-DATE.
           MOVE SPACES         TO GLJRN-DESCRIPTION.
           STRING "PAYE DEDUCTED DEPT " DELIMITED BY SIZE
                  WS-DEPT-CODE (SUB-1) DELIMITED BY SIZE
                  INTO GLJRN-DESCRIPTION.
           SUBTRACT WS-DEPT-TAX (SUB-1) FROM 0 GIVING GLJRN-BAL.
           MOVE WS-DEPT-CC (SUB-1) TO GLJRN-COST-CENTRE.
           PERFORM D-WRITE-JOURNAL.
           IF WS-RUN-FAILED
              GO TO DPJ-EXIT.
           GO TO DPJ-010.
        DPJ-030.
           MOVE 0 TO SUB-1.
        DPJ-040.
           IF SUB-1 < WS-DEDGL-COUNT
           MOVE WS-NEXT-REF    TO GLJRN-REFERENCE.
           MOVE WS-DEDGL-ACC (SUB-1) TO GLJRN-ACCOUNT.
           MOVE WS-TODAY-DATE  TO GLJRN-DATE.
           MOVE SPACES         TO GLJRN-DESCRIPTION.
           STRING "PAYROLL DEDUCTIONS DEPT " DELIMITED BY SIZE
                  WS-DEDGL-DEPT (SUB-1) DELIMITED BY SIZE
                  INTO GLJRN-DESCRIPTION.
           SUBTRACT WS-DEDGL-TOTAL (SUB-1) FROM 0 GIVING GLJRN-BAL.
           MOVE WS-DEDGL-CC (SUB-1) TO GLJRN-COST-CENTRE.
           PERFORM D-WRITE-JOURNAL.
           IF WS-RUN-FAILED
              GO TO DPJ-EXIT.
        DPJ-050.
           MOVE WS-NEXT-REF    TO GLJRN-REFERENCE.
           MOVE WS-BANK-ACC    TO GLJRN-ACCOUNT.
           MOVE SPACES         TO GLJRN-COST-CENTRE.
           MOVE WS-TODAY-DATE  TO GLJRN-DATE.
           MOVE "SALARIES PAYROLL RUN" TO GLJRN-DESCRIPTION.
           SUBTRACT WS-NET-TOTAL FROM 0 GIVING GLJRN-BAL.
      *
        D-WRITE-JOURNAL SECTION.
        DWJ-005.
           MOVE " " TO GLJRN-REVERSE-FLAG
                       GLJRN-RECON-FLAG.
           MOVE "PAYRLXX" TO GLJRN-SOURCE.
           MOVE WS-OPERATOR TO GLJRN-OPERATOR.
           MOVE WS-TODAY-DATE (1:6) TO GLJRN-PERIOD.
      *****************************************************************
      * NET PAY MUST AGREE WITH THE EFT FILE VALUE BEFORE THE FILE
      * GOES ANYWHERE NEAR THE BANK, AND GROSS MUST EQUAL TAX PLUS
      * DEDUCTIONS PLUS NET. THE DEPARTMENT SUMMARY IS ADDED BACK UP
      * AND MUST TIE TO THE RUN TOTALS BELOW IT.
      *****************************************************************
        DCR-005.
           OPEN OUTPUT CONTROL-REPORT.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE "DEPARTMENT SUMMARY" TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE "DEPT  SAL GL  CC    STAFF        GROSS         PAYE"
              TO CONTROL-LINE.
           MOVE "   DEDUCTIONS          NET" TO CONTROL-LINE (52:26).
           WRITE CONTROL-LINE.
           MOVE 0 TO WS-DS-HEADS WS-DS-GROSS WS-DS-TAX
                     WS-DS-DEDS WS-DS-NET.
           MOVE 0 TO SUB-1.
        DCR-010.
           IF SUB-1 < WS-DEPT-COUNT
              ADD 1 TO SUB-1
           ELSE
              GO TO DCR-015.
           MOVE SPACES                 TO WS-DEPT-LINE.
           MOVE WS-DEPT-CODE (SUB-1)   TO WS-DL-DEPT.
           MOVE WS-DEPT-ACC (SUB-1)    TO WS-DL-ACC.
           MOVE WS-DEPT-DFLT (SUB-1)   TO WS-DL-DFLT.
           MOVE WS-DEPT-CC (SUB-1)     TO WS-DL-CC.
           MOVE WS-DEPT-HEADS (SUB-1)  TO WS-DL-HEADS.
           MOVE WS-DEPT-TOTAL (SUB-1)  TO WS-DL-GROSS.
           MOVE WS-DEPT-TAX (SUB-1)    TO WS-DL-TAX.
           MOVE WS-DEPT-DEDS (SUB-1)   TO WS-DL-DEDS.
           MOVE WS-DEPT-NET (SUB-1)    TO WS-DL-NET.
           MOVE WS-DEPT-LINE TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           ADD WS-DEPT-HEADS (SUB-1) TO WS-DS-HEADS.
           ADD WS-DEPT-TOTAL (SUB-1) TO WS-DS-GROSS.
           ADD WS-DEPT-TAX (SUB-1)   TO WS-DS-TAX.
           ADD WS-DEPT-DEDS (SUB-1)  TO WS-DS-DEDS.
           ADD WS-DEPT-NET (SUB-1)   TO WS-DS-NET.
           GO TO DCR-010.
        DCR-015.
           MOVE SPACES       TO WS-DEPT-LINE.
           MOVE "TOTAL"      TO WS-DEPT-LINE (1:5).
           MOVE WS-DS-HEADS  TO WS-DL-HEADS.
           MOVE WS-DS-GROSS  TO WS-DL-GROSS.
           MOVE WS-DS-TAX    TO WS-DL-TAX.
           MOVE WS-DS-DEDS   TO WS-DL-DEDS.
           MOVE WS-DS-NET    TO WS-DL-NET.
           MOVE WS-DEPT-LINE TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           IF WS-DS-HEADS = WS-PAY-COUNT
              AND WS-DS-GROSS = WS-GROSS-TOTAL
              AND WS-DS-TAX = WS-TAX-TOTAL
              AND WS-DS-DEDS = WS-DEDS-TOTAL
              AND WS-DS-NET = WS-NET-TOTAL
              MOVE "DEPARTMENT SUMMARY AGREES WITH RUN TOTALS."
                 TO CONTROL-LINE
           ELSE
              MOVE "*** DEPARTMENT SUMMARY DOES NOT AGREE WITH RUN ***"
                 TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           IF WS-DFLT-COUNT NOT = 0
              MOVE SPACES TO CONTROL-LINE
              STRING "* NO DeptGl ENTRY, SALARIES POSTED TO "
                        DELIMITED BY SIZE
                     WS-SALARY-ACC DELIMITED BY SIZE
                     INTO CONTROL-LINE
              WRITE CONTROL-LINE.
        DCR-020.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
                     WS-SLIP-FAILED DELIMITED BY SIZE
                     INTO CONTROL-LINE
              WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           IF WS-LV-OFF
              MOVE "NO LEAVE TYPES ON FILE, NO LEAVE ACCRUED."
                 TO CONTROL-LINE
           ELSE
              MOVE WS-LV-DAYS TO WS-DAYS-EDIT
              STRING "LEAVE ACCRUED FOR EMPLOYEES: " DELIMITED BY SIZE
                     WS-LV-EMPS DELIMITED BY SIZE
                     "  DAYS: " DELIMITED BY SIZE
                     WS-DAYS-EDIT DELIMITED BY SIZE
                     INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE WS-VE-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO CONTROL-LINE.
           STRING "VARIABLE EARNINGS LINES: " DELIMITED BY SIZE
                  WS-VE-COUNT DELIMITED BY SIZE
                  "  VALUE: " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  "  CLEARED: " DELIMITED BY SIZE
                  WS-VE-CLEARED DELIMITED BY SIZE
                  INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE WS-LOAN-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO CONTROL-LINE.
           STRING "STAFF LOAN RECOVERIES: " DELIMITED BY SIZE
                  WS-LOAN-COUNT DELIMITED BY SIZE
                  "  VALUE: " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  "  SETTLED: " DELIMITED BY SIZE
                  WS-LOAN-SETTLED DELIMITED BY SIZE
                  INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           IF WS-RUN-FAILED
              AND WS-VE-COUNT NOT = 0
              MOVE "RUN FAILED, VARIABLE EARNINGS LEFT OPEN FOR RERUN."
                 TO CONTROL-LINE
              WRITE CONTROL-LINE.
           CLOSE CONTROL-REPORT.
        DCR-EXIT.
           EXIT.
           CLOSE STAFF-FILE
                 GLJRN-FILE
                 STAFF-DEDUCT-FILE
                 PAYHIST-FILE
                 VAR-EARN-FILE
                 STAFF-LOAN-FILE.
           IF NOT WS-DG-OFF
              CLOSE DEPT-GL-FILE.
           IF NOT WS-LV-OFF
              CLOSE LEAVE-BAL-FILE.
           IF NOT WS-BA-OFF
              CLOSE BANK-ACCOUNT-FILE.
           MOVE WS-GROSS-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "EMPLOYEES PAID:        " WS-PAY-COUNT.
           DISPLAY "TOTAL GROSS PAY:       " WS-TOTAL-EDIT.
      *
        COPY "PayCalc".
        COPY "StatusText".
        COPY "PostAccLookup".
        COPY "BankAccLookup".
        COPY "ErrorMessage".
      * END-OF-JOB.
