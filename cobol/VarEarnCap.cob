        IDENTIFICATION DIVISION.
        PROGRAM-ID. VarEarnCap.
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
           COPY "SelectVarEarn".
           COPY "SelectMastChgLog".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdCoStaff.
           COPY ChlfdVarEarn.
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
           77  WS-LINE-IN       PIC X(03) VALUE " ".
           77  WS-SEQ           PIC 9(03) VALUE 0.
           77  WS-PERIOD-IN     PIC X(06) VALUE " ".
           77  WS-CODE-IN       PIC X(04) VALUE " ".
           77  WS-DESC-IN       PIC X(20) VALUE " ".
           77  WS-TYPE-IN       PIC X VALUE " ".
           77  WS-HOURS-IN      PIC X(06) VALUE " ".
           77  WS-MULT-IN       PIC X(04) VALUE " ".
           77  WS-AMT-IN        PIC X(10) VALUE " ".
           77  WS-AMT           PIC S9(07)V99 VALUE 0.
           77  WS-AMT-EDIT      PIC Z,ZZZ,ZZ9.99-.
           77  WS-HOURS-EDIT    PIC ZZ9.99.
           77  WS-MULT-EDIT     PIC 9.99.
           77  WS-RATE-EDIT     PIC ZZ,ZZ9.99.
           77  WS-SEQ-EDIT      PIC ZZ9.
           01  WS-STAFF-STATUS.
               03  WS-STAFF-ST1     PIC 99.
           01  WS-VE-STATUS.
               03  WS-VE-ST1        PIC 99.
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
           DISPLAY "** VARIABLE EARNINGS CAPTURE **" AT W-POS.
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
           OPEN I-O VAR-EARN-FILE.
           IF WS-VE-ST1 = 35
              OPEN OUTPUT VAR-EARN-FILE
              CLOSE VAR-EARN-FILE
              OPEN I-O VAR-EARN-FILE.
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
      * OVERTIME, ALLOWANCES AND ONCE-OFF PAYMENTS FOR THE NEXT
      * PAYROLL RUN. AN HOURLY LINE IS VALUED AT THE EMPLOYEE'S
      * HOURLY RATE (MONTHLY SALARY X 12 / 2080 HOURS) TIMES THE RATE
      * MULTIPLE; A FIXED LINE IS THE AMOUNT KEYED. A LINE ALREADY
      * PAID BY A RUN CANNOT BE CHANGED. EVERY CHANGE GOES TO
      * MastChgLog.
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
           IF NOT STAFF-ACTIVE
              MOVE "EMPLOYEE IS NOT ACTIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           MOVE 1110 TO W-POS.
           DISPLAY STAFF-SURNAME AT W-POS.
           MOVE 1131 TO W-POS.
           DISPLAY STAFF-FIRSTNAME AT W-POS.
        BC-010.
           MOVE "N" TO WS-NEW-SW.
           MOVE 1210 TO W-POS.
           DISPLAY "LINE N=NEW (BLANK=NEW EMP): [   ]" AT W-POS.
           MOVE 1239 TO W-POS.
           MOVE " " TO WS-LINE-IN.
           ACCEPT WS-LINE-IN AT W-POS.
           IF WS-LINE-IN = " "
              GO TO BC-005.
           IF WS-LINE-IN = "N"
              PERFORM B-NEXT-SEQUENCE
              GO TO BC-015.
           MOVE FUNCTION NUMVAL(WS-LINE-IN) TO WS-SEQ.
           MOVE WS-EMP TO VE-EMPLOYEE-NUMBER.
           MOVE WS-SEQ TO VE-SEQUENCE.
           READ VAR-EARN-FILE
               INVALID KEY
             MOVE "NO SUCH LINE, ENTER N FOR A NEW ONE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-010.
           IF VE-PAID
              MOVE "LINE ALREADY PAID, CANNOT BE CHANGED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           MOVE VAR-EARN-RECORD TO WS-MCL-BEFORE.
           PERFORM B-SHOW-LINE.
           GO TO BC-020.
        BC-015.
           IF WS-SEQ = 0
              MOVE "NO LINES LEFT FOR THIS EMPLOYEE." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE "Y"          TO WS-NEW-SW.
           MOVE SPACES       TO VAR-EARN-RECORD
                                WS-MCL-BEFORE.
           MOVE WS-EMP       TO VE-EMPLOYEE-NUMBER.
           MOVE WS-SEQ       TO VE-SEQUENCE.
           MOVE WS-NOW (1:6) TO VE-PERIOD.
           MOVE "F"          TO VE-TYPE.
           MOVE 0            TO VE-HOURS
                                VE-RATE
                                VE-AMOUNT
                                VE-PAID-DATE.
           MOVE 1            TO VE-MULTIPLE.
           PERFORM B-SHOW-LINE.
           MOVE "NEW LINE, ENTER DETAILS AND ACTION A." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        BC-020.
      *    THE PERIOD IS THE PAY MONTH, CCYYMM. THE RUN PAYS EVERY
      *    OPEN LINE FOR ITS OWN MONTH OR EARLIER.
           MOVE 1310 TO W-POS.
           DISPLAY "PERIOD:     [      ]" AT W-POS.
           MOVE 1323 TO W-POS.
           MOVE " " TO WS-PERIOD-IN.
           ACCEPT WS-PERIOD-IN AT W-POS.
           IF WS-PERIOD-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-PERIOD-IN) TO VE-PERIOD.
           IF VE-PERIOD (5:2) < "01" OR > "12"
              MOVE "PERIOD MUST BE CCYYMM, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
        BC-025.
           MOVE 1410 TO W-POS.
           DISPLAY "CODE:       [    ]" AT W-POS.
           MOVE 1423 TO W-POS.
           MOVE " " TO WS-CODE-IN.
           ACCEPT WS-CODE-IN AT W-POS.
           IF WS-CODE-IN NOT = " "
              MOVE WS-CODE-IN TO VE-CODE.
           IF VE-CODE = " "
              MOVE "EARNINGS CODE MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-025.
        BC-030.
           MOVE 1510 TO W-POS.
           DISPLAY "DESC:       [                    ]" AT W-POS.
           MOVE 1523 TO W-POS.
           MOVE " " TO WS-DESC-IN.
           ACCEPT WS-DESC-IN AT W-POS.
           IF WS-DESC-IN NOT = " "
              MOVE WS-DESC-IN TO VE-DESCRIPTION.
           IF VE-DESCRIPTION = " "
              MOVE "DESCRIPTION MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
        BC-035.
           MOVE 1610 TO W-POS.
           DISPLAY "TYPE H/F:   [ ]" AT W-POS.
           MOVE 1623 TO W-POS.
           MOVE " " TO WS-TYPE-IN.
           ACCEPT WS-TYPE-IN AT W-POS.
           IF WS-TYPE-IN NOT = " "
              MOVE WS-TYPE-IN TO VE-TYPE.
           IF NOT VE-HOURLY AND NOT VE-FIXED
              MOVE "TYPE MUST BE H=HOURS OR F=FIXED, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-035.
           IF VE-FIXED
              GO TO BC-050.
        BC-040.
           MOVE 1710 TO W-POS.
           DISPLAY "HOURS:      [      ]" AT W-POS.
           MOVE 1723 TO W-POS.
           MOVE " " TO WS-HOURS-IN.
           ACCEPT WS-HOURS-IN AT W-POS.
           IF WS-HOURS-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-HOURS-IN) TO VE-HOURS.
           IF VE-HOURS = 0
              MOVE "HOURS MUST BE GREATER THAN ZERO, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-040.
        BC-045.
           MOVE 1810 TO W-POS.
           DISPLAY "MULTIPLE:   [    ]" AT W-POS.
           MOVE 1823 TO W-POS.
           MOVE " " TO WS-MULT-IN.
           ACCEPT WS-MULT-IN AT W-POS.
           IF WS-MULT-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-MULT-IN) TO VE-MULTIPLE.
           IF VE-MULTIPLE = 0
              MOVE "RATE MULTIPLE MUST BE GREATER THAN ZERO."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-045.
           COMPUTE VE-RATE ROUNDED = STAFF-SALARY * 12 / 2080.
           COMPUTE VE-AMOUNT ROUNDED =
              VE-HOURS * VE-MULTIPLE * VE-RATE.
           PERFORM B-SHOW-LINE.
           GO TO BC-060.
        BC-050.
           MOVE 0 TO VE-HOURS
                     VE-RATE.
           MOVE 1 TO VE-MULTIPLE.
           MOVE 2010 TO W-POS.
           DISPLAY "AMOUNT:     [          ]" AT W-POS.
           MOVE 2023 TO W-POS.
           MOVE " " TO WS-AMT-IN.
           ACCEPT WS-AMT-IN AT W-POS.
           IF WS-AMT-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-AMT-IN) TO WS-AMT
              MOVE WS-AMT TO VE-AMOUNT.
           IF VE-AMOUNT NOT > 0
              MOVE "AMOUNT MUST BE GREATER THAN ZERO, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-050.
           PERFORM B-SHOW-LINE.
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
              MOVE "NO SUCH LINE, NOTHING TO DELETE." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
           IF WS-ACTION = "D"
              GO TO BC-080.
           IF WS-ACTION NOT = "A"
              MOVE "ACTION MUST BE A, D OR X, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
        BC-070.
           MOVE WS-OPERATOR TO VE-OPERATOR.
           IF WS-NEW-RECORD
              WRITE VAR-EARN-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR VARIABLE EARNINGS FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-010
              END-WRITE
              MOVE "A" TO WS-MCL-ACTION
              MOVE "NEW LINE WRITTEN TO FILE." TO WS-MESSAGE
           ELSE
              REWRITE VAR-EARN-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR VARIABLE EARNINGS FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-010
              END-REWRITE
              MOVE "C" TO WS-MCL-ACTION
              MOVE "LINE CHANGES WRITTEN TO FILE." TO WS-MESSAGE.
           PERFORM B-LOG-CHANGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-010.
        BC-080.
           DELETE VAR-EARN-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR VARIABLE EARNINGS FILE."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-010.
           MOVE "D" TO WS-MCL-ACTION.
           PERFORM B-LOG-CHANGE.
           MOVE "LINE DELETED FROM FILE." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-010.
        BC-EXIT.
           EXIT.
      *
        B-NEXT-SEQUENCE SECTION.
      *****************************************************************
      * ONE PAST THE EMPLOYEE'S HIGHEST LINE NUMBER; ZERO WHEN ALL
      * 999 ARE TAKEN.
      *****************************************************************
        BNS-005.
           MOVE 1 TO WS-SEQ.
           MOVE WS-EMP TO VE-EMPLOYEE-NUMBER.
           MOVE 999    TO VE-SEQUENCE.
           START VAR-EARN-FILE KEY NOT > VE-KEY
               INVALID KEY
             GO TO BNS-EXIT.
           READ VAR-EARN-FILE PREVIOUS
               AT END
             GO TO BNS-EXIT.
           IF VE-EMPLOYEE-NUMBER NOT = WS-EMP
              GO TO BNS-EXIT.
           IF VE-SEQUENCE = 999
              MOVE 0 TO WS-SEQ
              GO TO BNS-EXIT.
           ADD 1 VE-SEQUENCE GIVING WS-SEQ.
        BNS-EXIT.
           EXIT.
      *
        B-SHOW-LINE SECTION.
        BSL-005.
           MOVE VE-SEQUENCE TO WS-SEQ-EDIT.
           MOVE 1245 TO W-POS.
           DISPLAY WS-SEQ-EDIT AT W-POS.
           MOVE 1345 TO W-POS.
           DISPLAY VE-PERIOD AT W-POS.
           MOVE 1445 TO W-POS.
           DISPLAY VE-CODE AT W-POS.
           MOVE 1545 TO W-POS.
           DISPLAY VE-DESCRIPTION AT W-POS.
           MOVE 1645 TO W-POS.
           DISPLAY VE-TYPE AT W-POS.
           MOVE VE-HOURS TO WS-HOURS-EDIT.
           MOVE 1745 TO W-POS.
           DISPLAY WS-HOURS-EDIT AT W-POS.
           MOVE VE-MULTIPLE TO WS-MULT-EDIT.
           MOVE 1845 TO W-POS.
           DISPLAY WS-MULT-EDIT AT W-POS.
           MOVE 1910 TO W-POS.
           DISPLAY "HOURLY RATE:" AT W-POS.
           MOVE VE-RATE TO WS-RATE-EDIT.
           MOVE 1923 TO W-POS.
           DISPLAY WS-RATE-EDIT AT W-POS.
           MOVE VE-AMOUNT TO WS-AMT-EDIT.
           MOVE 2045 TO W-POS.
           DISPLAY WS-AMT-EDIT AT W-POS.
        BSL-EXIT.
           EXIT.
      *
        B-LOG-CHANGE SECTION.
        BLC-005.
           MOVE "VAREARN"         TO WS-MCL-FILE-ID.
           MOVE VE-KEY            TO WS-MCL-RECORD-KEY.
           MOVE "VarEarnCap"      TO WS-MCL-PROGRAM.
           MOVE VAR-EARN-RECORD   TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
        BLC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE STAFF-FILE
                 VAR-EARN-FILE
                 MAST-CHGLOG.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
