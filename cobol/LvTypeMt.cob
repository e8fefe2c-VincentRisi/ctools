        IDENTIFICATION DIVISION.
        PROGRAM-ID. LvTypeMt.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectLeaveType".
           COPY "SelectMastChgLog".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdLeaveType.
           COPY ChlfdMastChgLog.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-NEW-SW        PIC X VALUE "N".
               88  WS-NEW-RECORD      VALUE "Y".
           77  WS-CODE-IN       PIC X(04) VALUE " ".
           77  WS-DESC-IN       PIC X(20) VALUE " ".
           77  WS-DAYS-IN       PIC X(08) VALUE " ".
           77  WS-DAYS          PIC 9(03)V99 VALUE 0.
           77  WS-PAYABLE-IN    PIC X(01) VALUE " ".
           77  WS-STATUS-IN     PIC X(01) VALUE " ".
           77  WS-ACCRUAL-EDIT  PIC Z9.99.
           77  WS-MAX-EDIT      PIC ZZ9.99.
           01  WS-LT-STATUS.
               03  WS-LT-ST1    PIC 99.
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
           DISPLAY "** LEAVE TYPE MAINTENANCE **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           OPEN I-O LEAVE-TYPE-FILE.
           IF WS-LT-ST1 = 35
              OPEN OUTPUT LEAVE-TYPE-FILE
              CLOSE LEAVE-TYPE-FILE
              OPEN I-O LEAVE-TYPE-FILE.
           IF WS-LT-ST1 NOT = 0
              MOVE "CANNOT OPEN LEAVE TYPE FILE, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
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
      * ONE RECORD PER KIND OF LEAVE. THE ACCRUAL IS THE DAYS EARNED
      * PER MONTHLY PAYROLL RUN; THE MAXIMUM (ZERO FOR NONE) STOPS
      * THE ACCRUAL ONCE THE BALANCE REACHES IT. A TYPE EMPLOYEES
      * ALREADY HOLD BALANCES IN SHOULD BE MADE INACTIVE RATHER THAN
      * DELETED. A BLANK ENTRY KEEPS WHAT IS ALREADY ON FILE.
      *****************************************************************
        BC-005.
           MOVE "N" TO WS-NEW-SW.
           MOVE 1010 TO W-POS.
           DISPLAY "LEAVE TYPE CODE (BLANK=END): [    ]" AT W-POS.
           MOVE 1040 TO W-POS.
           MOVE " " TO WS-CODE-IN.
           ACCEPT WS-CODE-IN AT W-POS.
           IF WS-CODE-IN = " "
              GO TO BC-EXIT.
           MOVE WS-CODE-IN TO LT-CODE.
           READ LEAVE-TYPE-FILE
               INVALID KEY
             MOVE "Y" TO WS-NEW-SW.
           IF WS-NEW-RECORD
              MOVE SPACES     TO LEAVE-TYPE-RECORD
              MOVE WS-CODE-IN TO LT-CODE
              MOVE 0          TO LT-ACCRUAL
                                 LT-MAX-DAYS
              MOVE "N"        TO LT-PAYABLE
              MOVE "A"        TO LT-STATUS
              MOVE SPACES     TO WS-MCL-BEFORE
              MOVE "NEW LEAVE TYPE, ENTER DETAILS AND ACTION A."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
           ELSE
              MOVE LEAVE-TYPE-RECORD TO WS-MCL-BEFORE.
           PERFORM B-SHOW-RECORD.
        BC-010.
           MOVE 1223 TO W-POS.
           MOVE " " TO WS-DESC-IN.
           ACCEPT WS-DESC-IN AT W-POS.
           IF WS-DESC-IN NOT = " "
              MOVE WS-DESC-IN TO LT-DESCRIPTION.
           IF LT-DESCRIPTION = " "
              MOVE "DESCRIPTION MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
        BC-015.
           MOVE 1323 TO W-POS.
           MOVE " " TO WS-DAYS-IN.
           ACCEPT WS-DAYS-IN AT W-POS.
           IF WS-DAYS-IN = " "
              GO TO BC-020.
           MOVE FUNCTION NUMVAL(WS-DAYS-IN) TO WS-DAYS.
           IF WS-DAYS > 31
              MOVE "ACCRUAL IS DAYS PER MONTH, 31 AT MOST."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-015.
           MOVE WS-DAYS TO LT-ACCRUAL.
        BC-020.
           MOVE 1423 TO W-POS.
           MOVE " " TO WS-DAYS-IN.
           ACCEPT WS-DAYS-IN AT W-POS.
           IF WS-DAYS-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-DAYS-IN) TO WS-DAYS
              MOVE WS-DAYS TO LT-MAX-DAYS.
        BC-025.
           MOVE 1523 TO W-POS.
           MOVE " " TO WS-PAYABLE-IN.
           ACCEPT WS-PAYABLE-IN AT W-POS.
           IF WS-PAYABLE-IN NOT = " "
              MOVE WS-PAYABLE-IN TO LT-PAYABLE.
           IF LT-PAYABLE NOT = "Y" AND NOT = "N"
              MOVE "PAYABLE MUST BE Y OR N, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-025.
        BC-030.
           MOVE 1623 TO W-POS.
           MOVE " " TO WS-STATUS-IN.
           ACCEPT WS-STATUS-IN AT W-POS.
           IF WS-STATUS-IN NOT = " "
              MOVE WS-STATUS-IN TO LT-STATUS.
           IF LT-STATUS NOT = "A" AND NOT = "I"
              MOVE "STATUS MUST BE A=ACTIVE OR I=INACTIVE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           PERFORM B-SHOW-RECORD.
        BC-040.
           MOVE 1810 TO W-POS.
           DISPLAY "ACTION A=ADD/AMEND D=DELETE X=ABANDON: [ ]"
              AT W-POS.
           MOVE 1850 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "X"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF WS-ACTION = "D" AND WS-NEW-RECORD
              MOVE "NO SUCH LEAVE TYPE, NOTHING TO DELETE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-040.
           IF WS-ACTION = "D"
              GO TO BC-060.
           IF WS-ACTION NOT = "A"
              MOVE "ACTION MUST BE A, D OR X, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-040.
        BC-050.
           IF WS-NEW-RECORD
              WRITE LEAVE-TYPE-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR LEAVE TYPE FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-WRITE
              MOVE "A" TO WS-MCL-ACTION
              MOVE "NEW LEAVE TYPE WRITTEN TO FILE." TO WS-MESSAGE
           ELSE
              REWRITE LEAVE-TYPE-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR LEAVE TYPE FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-REWRITE
              MOVE "C" TO WS-MCL-ACTION
              MOVE "LEAVE TYPE CHANGES WRITTEN TO FILE."
                 TO WS-MESSAGE.
           PERFORM B-LOG-CHANGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-060.
           DELETE LEAVE-TYPE-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR LEAVE TYPE FILE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE "D" TO WS-MCL-ACTION.
           PERFORM B-LOG-CHANGE.
           MOVE "LEAVE TYPE DELETED FROM FILE." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        B-SHOW-RECORD SECTION.
        BSR-005.
           MOVE 1210 TO W-POS.
           DISPLAY "NAME:      [" AT W-POS.
           MOVE 1223 TO W-POS.
           DISPLAY LT-DESCRIPTION AT W-POS.
           MOVE LT-ACCRUAL TO WS-ACCRUAL-EDIT.
           MOVE 1310 TO W-POS.
           DISPLAY "ACCRUAL:   [" AT W-POS.
           MOVE 1323 TO W-POS.
           DISPLAY WS-ACCRUAL-EDIT AT W-POS.
           MOVE 1333 TO W-POS.
           DISPLAY "DAYS PER MONTHLY PAYROLL RUN" AT W-POS.
           MOVE LT-MAX-DAYS TO WS-MAX-EDIT.
           MOVE 1410 TO W-POS.
           DISPLAY "MAXIMUM:   [" AT W-POS.
           MOVE 1423 TO W-POS.
           DISPLAY WS-MAX-EDIT AT W-POS.
           MOVE 1433 TO W-POS.
           DISPLAY "DAYS, 0=NO MAXIMUM" AT W-POS.
           MOVE 1510 TO W-POS.
           DISPLAY "PAYABLE:   [" AT W-POS.
           MOVE 1523 TO W-POS.
           DISPLAY LT-PAYABLE AT W-POS.
           MOVE 1533 TO W-POS.
           DISPLAY "Y=PAID OUT ON TERMINATION" AT W-POS.
           MOVE 1610 TO W-POS.
           DISPLAY "STATUS:    [" AT W-POS.
           MOVE 1623 TO W-POS.
           DISPLAY LT-STATUS AT W-POS.
           MOVE 1633 TO W-POS.
           DISPLAY "A=ACTIVE I=INACTIVE" AT W-POS.
        BSR-EXIT.
           EXIT.
      *
        B-LOG-CHANGE SECTION.
        BLC-005.
           MOVE "LEAVETYPE"       TO WS-MCL-FILE-ID.
           MOVE LT-CODE           TO WS-MCL-RECORD-KEY.
           MOVE "LvTypeMt"        TO WS-MCL-PROGRAM.
           IF WS-MCL-ACTION = "D"
              MOVE SPACES         TO WS-MCL-AFTER
           ELSE
              MOVE LEAVE-TYPE-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
        BLC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE LEAVE-TYPE-FILE
                 MAST-CHGLOG.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
