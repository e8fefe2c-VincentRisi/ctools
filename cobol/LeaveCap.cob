        IDENTIFICATION DIVISION.
        PROGRAM-ID. LeaveCap.
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
           COPY "SelectLeaveType".
           COPY "SelectLeaveBal".
           COPY "SelectMastChgLog".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdCoStaff.
           COPY ChlfdLeaveType.
           COPY ChlfdLeaveBal.
           COPY ChlfdMastChgLog.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-ENTRY         PIC X VALUE " ".
           77  WS-CONFIRM       PIC X VALUE " ".
           77  WS-NEW-SW        PIC X VALUE "N".
               88  WS-NEW-RECORD      VALUE "Y".
           77  WS-EMP-IN        PIC X(06) VALUE " ".
           77  WS-EMP           PIC 9(06) VALUE 0.
           77  WS-TYPE-IN       PIC X(04) VALUE " ".
           77  WS-DAYS-IN       PIC X(08) VALUE " ".
           77  WS-DAYS          PIC S9(03)V99 VALUE 0.
           77  WS-NEW-BALANCE   PIC S9(03)V99 VALUE 0.
           77  WS-DAYS-EDIT     PIC ZZ9.99-.
           01  WS-STAFF-STATUS.
               03  WS-STAFF-ST1     PIC 99.
           01  WS-LT-STATUS.
               03  WS-LT-ST1        PIC 99.
           01  WS-LB-STATUS.
               03  WS-LB-ST1        PIC 99.
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
           DISPLAY "** LEAVE CAPTURE **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           OPEN INPUT STAFF-FILE.
           IF WS-STAFF-ST1 NOT = 0
              MOVE "CANNOT OPEN STAFF MASTER, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN INPUT LEAVE-TYPE-FILE.
           IF WS-LT-ST1 NOT = 0
              MOVE "NO LEAVE TYPES SET UP, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE STAFF-FILE
              EXIT PROGRAM.
           OPEN I-O LEAVE-BAL-FILE.
           IF WS-LB-ST1 = 35
              OPEN OUTPUT LEAVE-BAL-FILE
              CLOSE LEAVE-BAL-FILE
              OPEN I-O LEAVE-BAL-FILE.
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
      * LEAVE TAKEN COMES OFF THE BALANCE AND IS SHOWN ON THE NEXT
      * PAYSLIP; MORE THAN THE BALANCE CANNOT BE TAKEN. AN ADJUSTMENT
      * (PLUS OR MINUS) IS FOR OPENING BALANCES, CORRECTIONS AND LEAVE
      * PAID OUT ON TERMINATION. EVERY CHANGE GOES TO MastChgLog.
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
           DISPLAY "LEAVE TYPE (BLANK=NEW EMP): [    ]" AT W-POS.
           MOVE 1239 TO W-POS.
           MOVE " " TO WS-TYPE-IN.
           ACCEPT WS-TYPE-IN AT W-POS.
           IF WS-TYPE-IN = " "
              GO TO BC-005.
           MOVE WS-TYPE-IN TO LT-CODE.
           READ LEAVE-TYPE-FILE
               INVALID KEY
             MOVE "NO SUCH LEAVE TYPE, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-010.
           MOVE 1245 TO W-POS.
           DISPLAY LT-DESCRIPTION AT W-POS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-EMP     TO LB-EMPLOYEE-NUMBER.
           MOVE WS-TYPE-IN TO LB-LEAVE-TYPE.
           READ LEAVE-BAL-FILE
               INVALID KEY
             MOVE "Y" TO WS-NEW-SW.
           IF WS-NEW-RECORD
              MOVE SPACES     TO LEAVE-BAL-RECORD
              MOVE WS-EMP     TO LB-EMPLOYEE-NUMBER
              MOVE WS-TYPE-IN TO LB-LEAVE-TYPE
              MOVE 0          TO LB-BALANCE
                                 LB-YEAR
                                 LB-ACCRUED-YTD
                                 LB-TAKEN-YTD
                                 LB-ACCRUAL-PERIOD
                                 LB-TAKEN-PERIOD
                                 LB-TAKEN-MONTH
              MOVE SPACES     TO WS-MCL-BEFORE
           ELSE
              MOVE LEAVE-BAL-RECORD TO WS-MCL-BEFORE.
      *    A NEW YEAR STARTS THE YEAR-TO-DATE FIGURES AGAIN; THE
      *    BALANCE ITSELF CARRIES FORWARD.
           IF LB-YEAR NOT = WS-NOW (1:4)
              MOVE WS-NOW (1:4) TO LB-YEAR
              MOVE 0 TO LB-ACCRUED-YTD
                        LB-TAKEN-YTD.
           IF LB-TAKEN-PERIOD NOT = WS-NOW (1:6)
              MOVE WS-NOW (1:6) TO LB-TAKEN-PERIOD
              MOVE 0 TO LB-TAKEN-MONTH.
           PERFORM B-SHOW-BALANCE.
        BC-020.
           MOVE 1710 TO W-POS.
           DISPLAY "ENTRY T=TAKEN A=ADJUST X=ABANDON: [ ]" AT W-POS.
           MOVE 1745 TO W-POS.
           MOVE " " TO WS-ENTRY.
           ACCEPT WS-ENTRY AT W-POS.
           IF WS-ENTRY = "X"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           IF WS-ENTRY NOT = "T" AND NOT = "A"
              MOVE "ENTRY MUST BE T, A OR X, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
        BC-030.
           MOVE 1810 TO W-POS.
           DISPLAY "DAYS:       [        ]" AT W-POS.
           MOVE 1823 TO W-POS.
           MOVE " " TO WS-DAYS-IN.
           ACCEPT WS-DAYS-IN AT W-POS.
           IF WS-DAYS-IN = " "
              GO TO BC-020.
           MOVE FUNCTION NUMVAL(WS-DAYS-IN) TO WS-DAYS.
           IF WS-DAYS = 0
              MOVE "DAYS MAY NOT BE ZERO, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           IF WS-ENTRY = "A"
              GO TO BC-040.
           IF WS-DAYS < 0
              MOVE "LEAVE TAKEN MUST BE POSITIVE, USE AN ADJUSTMENT."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           IF WS-DAYS > LB-BALANCE
              MOVE "NOT ENOUGH LEAVE DUE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           SUBTRACT WS-DAYS FROM LB-BALANCE GIVING WS-NEW-BALANCE.
           GO TO BC-050.
        BC-040.
           ADD WS-DAYS LB-BALANCE GIVING WS-NEW-BALANCE.
           IF WS-NEW-BALANCE < 0
              MOVE "ADJUSTMENT WOULD LEAVE A NEGATIVE BALANCE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
        BC-050.
           MOVE WS-NEW-BALANCE TO WS-DAYS-EDIT.
           MOVE 1910 TO W-POS.
           DISPLAY "NEW BALANCE:" AT W-POS.
           MOVE 1923 TO W-POS.
           DISPLAY WS-DAYS-EDIT AT W-POS.
           MOVE 2010 TO W-POS.
           DISPLAY "CONFIRM Y/N: [ ]" AT W-POS.
           MOVE 2024 TO W-POS.
           MOVE " " TO WS-CONFIRM.
           ACCEPT WS-CONFIRM AT W-POS.
           IF WS-CONFIRM NOT = "Y"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           MOVE WS-NEW-BALANCE TO LB-BALANCE.
           IF WS-ENTRY = "T"
              ADD WS-DAYS TO LB-TAKEN-YTD
                             LB-TAKEN-MONTH.
        BC-060.
           IF WS-NEW-RECORD
              WRITE LEAVE-BAL-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR LEAVE BALANCE FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-010
              END-WRITE
              MOVE "A" TO WS-MCL-ACTION
           ELSE
              REWRITE LEAVE-BAL-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR LEAVE BALANCE FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-010
              END-REWRITE
              MOVE "C" TO WS-MCL-ACTION.
           PERFORM B-LOG-CHANGE.
           MOVE "LEAVE BALANCE UPDATED." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-010.
        BC-EXIT.
           EXIT.
      *
        B-SHOW-BALANCE SECTION.
        BSB-005.
           MOVE 1310 TO W-POS.
           DISPLAY "BALANCE:   [" AT W-POS.
           MOVE LB-BALANCE TO WS-DAYS-EDIT.
           MOVE 1323 TO W-POS.
           DISPLAY WS-DAYS-EDIT AT W-POS.
           MOVE 1333 TO W-POS.
           DISPLAY "DAYS" AT W-POS.
           MOVE 1410 TO W-POS.
           DISPLAY "ACCRUED:   [" AT W-POS.
           MOVE LB-ACCRUED-YTD TO WS-DAYS-EDIT.
           MOVE 1423 TO W-POS.
           DISPLAY WS-DAYS-EDIT AT W-POS.
           MOVE 1433 TO W-POS.
           DISPLAY "THIS YEAR" AT W-POS.
           MOVE 1510 TO W-POS.
           DISPLAY "TAKEN:     [" AT W-POS.
           MOVE LB-TAKEN-YTD TO WS-DAYS-EDIT.
           MOVE 1523 TO W-POS.
           DISPLAY WS-DAYS-EDIT AT W-POS.
           MOVE 1533 TO W-POS.
           DISPLAY "THIS YEAR" AT W-POS.
           MOVE 1610 TO W-POS.
           DISPLAY "THIS MONTH:[" AT W-POS.
           MOVE LB-TAKEN-MONTH TO WS-DAYS-EDIT.
           MOVE 1623 TO W-POS.
           DISPLAY WS-DAYS-EDIT AT W-POS.
           MOVE 1633 TO W-POS.
           DISPLAY "TAKEN" AT W-POS.
        BSB-EXIT.
           EXIT.
      *
        B-LOG-CHANGE SECTION.
        BLC-005.
           MOVE "LEAVEBAL"        TO WS-MCL-FILE-ID.
           MOVE LB-KEY            TO WS-MCL-RECORD-KEY.
           MOVE "LeaveCap"        TO WS-MCL-PROGRAM.
           MOVE LEAVE-BAL-RECORD  TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
        BLC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE STAFF-FILE
                 LEAVE-TYPE-FILE
                 LEAVE-BAL-FILE
                 MAST-CHGLOG.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
