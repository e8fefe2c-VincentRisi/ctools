        IDENTIFICATION DIVISION.
        PROGRAM-ID. StfLoanMt.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
           COPY "SelectStaffLoan".
           COPY "SelectMastChgLog".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdCoStaff.
           COPY ChlfdGlMast.
           COPY ChlfdStaffLoan.
           COPY ChlfdMastChgLog.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-OPERATOR      PIC X(10) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-NEW-SW        PIC X VALUE "N".
               88  WS-NEW-RECORD      VALUE "Y".
           77  WS-EMP-IN        PIC X(06) VALUE " ".
           77  WS-EMP           PIC 9(06) VALUE 0.
           77  WS-LOAN-IN       PIC X(02) VALUE " ".
           77  WS-LOAN          PIC 9(02) VALUE 0.
           77  WS-DESC-IN       PIC X(20) VALUE " ".
           77  WS-GL-IN         PIC X(06) VALUE " ".
           77  WS-DATE-IN       PIC X(08) VALUE " ".
           77  WS-AMT-IN        PIC X(10) VALUE " ".
           77  WS-AMT           PIC S9(07)V99 VALUE 0.
           77  WS-STATUS-IN     PIC X VALUE " ".
           77  WS-AMT-EDIT      PIC Z,ZZZ,ZZ9.99-.
           77  WS-LOAN-EDIT     PIC Z9.
           01  WS-STAFF-STATUS.
               03  WS-STAFF-ST1     PIC 99.
           01  WS-GL-STATUS.
               03  WS-GL-ST1        PIC 99.
           01  WS-SLN-STATUS.
               03  WS-SLN-ST1       PIC 99.
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
           DISPLAY "** STAFF LOAN MAINTENANCE **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USERNAME".
           OPEN INPUT STAFF-FILE.
           IF WS-STAFF-ST1 NOT = 0
              MOVE "CANNOT OPEN STAFF MASTER, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN INPUT GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              MOVE "NO GL MASTER, CANNOT VALIDATE GL ACCOUNTS."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE STAFF-FILE
              EXIT PROGRAM.
           OPEN I-O STAFF-LOAN-FILE.
           IF WS-SLN-ST1 = 35
              OPEN OUTPUT STAFF-LOAN-FILE
              CLOSE STAFF-LOAN-FILE
              OPEN I-O STAFF-LOAN-FILE.
           OPEN I-O MAST-CHGLOG.
           IF WS-MCL-ST1 = 35
              OPEN OUTPUT MAST-CHGLOG
              CLOSE MAST-CHGLOG
              OPEN I-O MAST-CHGLOG.
        A-EXIT.
           EXIT.
      *
        B-CAPTURE SECTION.
      *****************************************************************
      * A STAFF LOAN OR ADVANCE IS RECOVERED BY THE PAYROLL RUN ONE
      * INSTALMENT AT A TIME UNTIL THE BALANCE REACHES ZERO. THE
      * AMOUNT LENT CAN BE CORRECTED ONLY UNTIL THE FIRST RECOVERY;
      * AFTER THAT THE BALANCE MOVES ONLY THROUGH PAYROLL. A LOAN CAN
      * BE SUSPENDED (S) TO SKIP RECOVERIES AND REACTIVATED (A).
      * EVERY CHANGE GOES TO MastChgLog.
      *****************************************************************
        BC-005.
           MOVE 1010 TO W-POS.
           DISPLAY "EMPLOYEE NUMBER (BLANK=END): [      ]" AT W-POS.
           MOVE 1040 TO W-POS.
           MOVE " " TO WS-EMP-IN.
           ACCEPT WS-EMP-IN AT W-POS.
           IF WS-EMP-IN = " "
              GO TO BC-EXIT.
           MOVE FUNCTION NUMVAL(WS-EMP-IN) TO WS-EMP.
           MOVE WS-EMP TO STAFF-EMPLOYEE-NUMBER.
           READ STAFF-FILE
               INVALID KEY
             MOVE "NO SUCH EMPLOYEE, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE 1110 TO W-POS.
           DISPLAY STAFF-SURNAME AT W-POS.
           MOVE 1131 TO W-POS.
           DISPLAY STAFF-FIRSTNAME AT W-POS.
           IF STAFF-INACTIVE
              MOVE 1147 TO W-POS
              DISPLAY "(LEFT)" AT W-POS.
        BC-010.
           MOVE "N" TO WS-NEW-SW.
           MOVE 1210 TO W-POS.
           DISPLAY "LOAN N=NEW (BLANK=NEW EMP): [  ]" AT W-POS.
           MOVE 1239 TO W-POS.
           MOVE " " TO WS-LOAN-IN.
           ACCEPT WS-LOAN-IN AT W-POS.
           IF WS-LOAN-IN = " "
              GO TO BC-005.
           IF WS-LOAN-IN = "N"
              PERFORM B-NEXT-LOAN
              GO TO BC-015.
           MOVE FUNCTION NUMVAL(WS-LOAN-IN) TO WS-LOAN.
           MOVE WS-EMP  TO SLN-EMPLOYEE-NUMBER.
           MOVE WS-LOAN TO SLN-LOAN-NUMBER.
           READ STAFF-LOAN-FILE
               INVALID KEY
             MOVE "NO SUCH LOAN, ENTER N FOR A NEW ONE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-010.
           MOVE STAFF-LOAN-RECORD TO WS-MCL-BEFORE.
           PERFORM B-SHOW-LOAN.
           IF SLN-SETTLED
              MOVE "LOAN IS SETTLED, D=DELETE OR X ONLY." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
           GO TO BC-020.
        BC-015.
           IF WS-LOAN = 0
              MOVE "NO LOAN NUMBERS LEFT FOR THIS EMPLOYEE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           IF STAFF-INACTIVE
              MOVE "EMPLOYEE HAS LEFT, NO NEW LOANS." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE "Y"          TO WS-NEW-SW.
           MOVE SPACES       TO STAFF-LOAN-RECORD
                                WS-MCL-BEFORE.
           MOVE WS-EMP       TO SLN-EMPLOYEE-NUMBER.
           MOVE WS-LOAN      TO SLN-LOAN-NUMBER.
           MOVE WS-NOW (1:8) TO SLN-ISSUE-DATE.
           MOVE 0            TO SLN-ORIGINAL
                                SLN-INSTALMENT
                                SLN-BALANCE
                                SLN-RECOVERED
                                SLN-LAST-DATE
                                SLN-LAST-AMOUNT.
           MOVE "A"          TO SLN-STATUS.
           PERFORM B-SHOW-LOAN.
           MOVE "NEW LOAN, ENTER DETAILS AND ACTION A." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        BC-020.
           MOVE 1310 TO W-POS.
           DISPLAY "DESC:       [                    ]" AT W-POS.
           MOVE 1323 TO W-POS.
           MOVE " " TO WS-DESC-IN.
           ACCEPT WS-DESC-IN AT W-POS.
           IF WS-DESC-IN NOT = " "
              MOVE WS-DESC-IN TO SLN-DESCRIPTION.
           IF SLN-DESCRIPTION = " "
              MOVE "DESCRIPTION MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
        BC-025.
      *    THE LOAN IS AN ASSET ACCOUNT; RECOVERIES CREDIT IT WHEN THE
      *    PAYROLL RUN WRITES ITS JOURNAL BATCH.
           MOVE 1410 TO W-POS.
           DISPLAY "GL ACCOUNT: [      ]" AT W-POS.
           MOVE 1423 TO W-POS.
           MOVE " " TO WS-GL-IN.
           ACCEPT WS-GL-IN AT W-POS.
           IF WS-GL-IN NOT = " "
              MOVE WS-GL-IN TO SLN-GL-ACCOUNT.
           MOVE SLN-GL-ACCOUNT TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE "NO SUCH GL ACCOUNT, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-025.
           IF GL-INACTIVE
              MOVE "GL ACCOUNT IS INACTIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-025.
           MOVE 1452 TO W-POS.
           DISPLAY GL-DESCRIPTION (1:20) AT W-POS.
           IF SLN-RECOVERED NOT = 0
              GO TO BC-040.
        BC-030.
           MOVE 1510 TO W-POS.
           DISPLAY "ISSUED:     [        ]" AT W-POS.
           MOVE 1523 TO W-POS.
           MOVE " " TO WS-DATE-IN.
           ACCEPT WS-DATE-IN AT W-POS.
           IF WS-DATE-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-DATE-IN) TO SLN-ISSUE-DATE.
           IF SLN-ISSUE-DATE (5:2) < "01" OR > "12"
              OR SLN-ISSUE-DATE (7:2) < "01" OR > "31"
              MOVE "ISSUE DATE MUST BE CCYYMMDD, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
        BC-035.
           MOVE 1610 TO W-POS.
           DISPLAY "AMOUNT:     [          ]" AT W-POS.
           MOVE 1623 TO W-POS.
           MOVE " " TO WS-AMT-IN.
           ACCEPT WS-AMT-IN AT W-POS.
           IF WS-AMT-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-AMT-IN) TO WS-AMT
              MOVE WS-AMT TO SLN-ORIGINAL.
           IF SLN-ORIGINAL NOT > 0
              MOVE "AMOUNT LENT MUST BE GREATER THAN ZERO, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-035.
           MOVE SLN-ORIGINAL TO SLN-BALANCE.
        BC-040.
           MOVE 1710 TO W-POS.
           DISPLAY "INSTALMENT: [          ]" AT W-POS.
           MOVE 1723 TO W-POS.
           MOVE " " TO WS-AMT-IN.
           ACCEPT WS-AMT-IN AT W-POS.
           IF WS-AMT-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-AMT-IN) TO WS-AMT
              MOVE WS-AMT TO SLN-INSTALMENT.
           IF SLN-INSTALMENT NOT > 0
              MOVE "INSTALMENT MUST BE GREATER THAN ZERO, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-040.
        BC-045.
           MOVE 1810 TO W-POS.
           DISPLAY "STATUS A/S: [ ]" AT W-POS.
           MOVE 1823 TO W-POS.
           MOVE " " TO WS-STATUS-IN.
           ACCEPT WS-STATUS-IN AT W-POS.
           IF WS-STATUS-IN NOT = " "
              MOVE WS-STATUS-IN TO SLN-STATUS.
           IF SLN-STATUS NOT = "A" AND NOT = "S"
              MOVE "STATUS MUST BE A=ACTIVE OR S=SUSPENDED, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-045.
           PERFORM B-SHOW-LOAN.
        BC-060.
           MOVE 2110 TO W-POS.
           DISPLAY "ACTION A=ADD/AMEND D=DELETE X=ABANDON: [ ]"
              AT W-POS.
           MOVE 2150 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "X"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           IF WS-ACTION = "D" AND WS-NEW-RECORD
              MOVE "NO SUCH LOAN, NOTHING TO DELETE." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
           IF WS-ACTION = "D"
              GO TO BC-080.
           IF WS-ACTION NOT = "A"
              MOVE "ACTION MUST BE A, D OR X, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
           IF SLN-SETTLED
              MOVE "LOAN IS SETTLED, D=DELETE OR X ONLY." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
        BC-070.
           MOVE WS-OPERATOR TO SLN-OPERATOR.
           IF WS-NEW-RECORD
              WRITE STAFF-LOAN-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR STAFF LOAN FILE." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-010
              END-WRITE
              MOVE "A" TO WS-MCL-ACTION
              MOVE "NEW LOAN WRITTEN TO FILE." TO WS-MESSAGE
           ELSE
              REWRITE STAFF-LOAN-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR STAFF LOAN FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-010
              END-REWRITE
              MOVE "C" TO WS-MCL-ACTION
              MOVE "LOAN CHANGES WRITTEN TO FILE." TO WS-MESSAGE.
           PERFORM B-LOG-CHANGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-010.
        BC-080.
      *    A LOAN WITH RECOVERIES BEHIND IT STAYS ON FILE UNTIL IT IS
      *    PAID OFF, SO THE LOAN BOOK STILL TIES TO THE GL.
           IF SLN-RECOVERED NOT = 0
              AND SLN-BALANCE NOT = 0
              MOVE "LOAN STILL HAS A BALANCE, CANNOT BE DELETED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
           DELETE STAFF-LOAN-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR STAFF LOAN FILE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-010.
           MOVE "D" TO WS-MCL-ACTION.
           PERFORM B-LOG-CHANGE.
           MOVE "LOAN DELETED FROM FILE." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-010.
        BC-EXIT.
           EXIT.
      *
        B-NEXT-LOAN SECTION.
      *****************************************************************
      * ONE PAST THE EMPLOYEE'S HIGHEST LOAN NUMBER; ZERO WHEN ALL 99
      * ARE TAKEN.
      *****************************************************************
        BNL-005.
           MOVE 1 TO WS-LOAN.
           MOVE WS-EMP TO SLN-EMPLOYEE-NUMBER.
           MOVE 99     TO SLN-LOAN-NUMBER.
           START STAFF-LOAN-FILE KEY NOT > SLN-KEY
               INVALID KEY
             GO TO BNL-EXIT.
           READ STAFF-LOAN-FILE PREVIOUS
               AT END
             GO TO BNL-EXIT.
           IF SLN-EMPLOYEE-NUMBER NOT = WS-EMP
              GO TO BNL-EXIT.
           IF SLN-LOAN-NUMBER = 99
              MOVE 0 TO WS-LOAN
              GO TO BNL-EXIT.
           ADD 1 SLN-LOAN-NUMBER GIVING WS-LOAN.
        BNL-EXIT.
           EXIT.
      *
        B-SHOW-LOAN SECTION.
        BSL-005.
           MOVE SLN-LOAN-NUMBER TO WS-LOAN-EDIT.
           MOVE 1245 TO W-POS.
           DISPLAY WS-LOAN-EDIT AT W-POS.
           MOVE 1345 TO W-POS.
           DISPLAY SLN-DESCRIPTION AT W-POS.
           MOVE 1445 TO W-POS.
           DISPLAY SLN-GL-ACCOUNT AT W-POS.
           MOVE 1545 TO W-POS.
           DISPLAY SLN-ISSUE-DATE AT W-POS.
           MOVE SLN-ORIGINAL TO WS-AMT-EDIT.
           MOVE 1645 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
           MOVE SLN-INSTALMENT TO WS-AMT-EDIT.
           MOVE 1745 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
           MOVE 1845 TO W-POS.
           DISPLAY SLN-STATUS AT W-POS.
           MOVE 1910 TO W-POS.
           DISPLAY "BALANCE:" AT W-POS.
           MOVE SLN-BALANCE TO WS-AMT-EDIT.
           MOVE 1923 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
           MOVE 2010 TO W-POS.
           DISPLAY "RECOVERED:" AT W-POS.
           MOVE SLN-RECOVERED TO WS-AMT-EDIT.
           MOVE 2023 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
        BSL-EXIT.
           EXIT.
      *
        B-LOG-CHANGE SECTION.
        BLC-005.
           MOVE "STAFFLOAN"       TO WS-MCL-FILE-ID.
           MOVE SLN-KEY           TO WS-MCL-RECORD-KEY.
           MOVE "StfLoanMt"       TO WS-MCL-PROGRAM.
           MOVE STAFF-LOAN-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
        BLC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE STAFF-FILE
                 GL-MASTER
                 STAFF-LOAN-FILE
                 MAST-CHGLOG.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
