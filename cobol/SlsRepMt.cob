        IDENTIFICATION DIVISION.
        PROGRAM-ID. SlsRepMt.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectSalesRep".
           COPY "SelectDrMaster".
           SELECT STAFF-FILE ASSIGN TO "CoStaffInOut"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAFF-KEY
               FILE STATUS IS WS-STAFF-STATUS.
           COPY "SelectMastChgLog".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdSalesRep.
           COPY ChlfdDebtor.
           COPY ChlfdCoStaff.
           COPY ChlfdMastChgLog.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-NEW-SW        PIC X VALUE "N".
               88  WS-NEW-RECORD      VALUE "Y".
           77  WS-STAFF-OFF-SW  PIC X VALUE "N".
               88  WS-STAFF-OFF       VALUE "Y".
           77  WS-DEBTOR-OFF-SW PIC X VALUE "N".
               88  WS-DEBTOR-OFF      VALUE "Y".
           77  WS-IN-USE-SW     PIC X VALUE "N".
               88  WS-IN-USE          VALUE "Y".
           77  WS-CODE-IN       PIC X(04) VALUE " ".
           77  WS-NAME-IN       PIC X(30) VALUE " ".
           77  WS-RATE-IN       PIC X(06) VALUE " ".
           77  WS-RATE          PIC 9(03)V99 VALUE 0.
           77  WS-EMP-IN        PIC X(06) VALUE " ".
           77  WS-STATUS-IN     PIC X(01) VALUE " ".
           77  WS-RATE-EDIT     PIC Z9.99.
           01  WS-SREP-STATUS.
               03  WS-SREP-ST1  PIC 99.
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1 PIC 99.
           01  WS-STAFF-STATUS.
               03  WS-STAFF-ST1 PIC 99.
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
           DISPLAY "** SALES REPRESENTATIVE MAINTENANCE **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           OPEN I-O SALES-REP-FILE.
           IF WS-SREP-ST1 = 35
              OPEN OUTPUT SALES-REP-FILE
              CLOSE SALES-REP-FILE
              OPEN I-O SALES-REP-FILE.
           IF WS-SREP-ST1 NOT = 0
              MOVE "CANNOT OPEN SALES REP FILE, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN INPUT STAFF-FILE.
           IF WS-STAFF-ST1 NOT = 0
              MOVE "Y" TO WS-STAFF-OFF-SW.
           OPEN INPUT DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "Y" TO WS-DEBTOR-OFF-SW.
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
      * ONE RECORD PER SALES REP. THE RATE IS THE PERCENTAGE OF WHAT
      * THE REP'S CUSTOMERS PAY AGAINST INVOICES; THE EMPLOYEE NUMBER
      * IS WHERE THE COMMISSION RUN SENDS IT AS A VARIABLE EARNING,
      * ZERO FOR A REP PAID OUTSIDE THE PAYROLL. A REP STILL NAMED ON
      * A DEBTOR CANNOT BE DELETED; MAKE IT INACTIVE INSTEAD. A BLANK
      * ENTRY KEEPS WHAT IS ALREADY ON FILE.
      *****************************************************************
        BC-005.
           MOVE "N" TO WS-NEW-SW.
           MOVE 1010 TO W-POS.
           DISPLAY "SALES REP CODE (BLANK=END): [    ]" AT W-POS.
           MOVE 1039 TO W-POS.
           MOVE " " TO WS-CODE-IN.
           ACCEPT WS-CODE-IN AT W-POS.
           IF WS-CODE-IN = " "
              GO TO BC-EXIT.
           MOVE WS-CODE-IN TO SREP-CODE.
           READ SALES-REP-FILE
               INVALID KEY
             MOVE "Y" TO WS-NEW-SW.
           IF WS-NEW-RECORD
              MOVE SPACES     TO SALES-REP-RECORD
              MOVE WS-CODE-IN TO SREP-CODE
              MOVE 0          TO SREP-RATE
                                 SREP-EMPLOYEE-NUMBER
              MOVE "A"        TO SREP-STATUS
              MOVE SPACES     TO WS-MCL-BEFORE
              MOVE "NEW SALES REP, ENTER DETAILS AND ACTION A."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
           ELSE
              MOVE SALES-REP-RECORD TO WS-MCL-BEFORE.
           PERFORM B-SHOW-RECORD.
        BC-010.
           MOVE 1223 TO W-POS.
           MOVE " " TO WS-NAME-IN.
           ACCEPT WS-NAME-IN AT W-POS.
           IF WS-NAME-IN NOT = " "
              MOVE WS-NAME-IN TO SREP-NAME.
           IF SREP-NAME = " "
              MOVE "NAME MAY NOT BE BLANK, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
        BC-015.
           MOVE 1323 TO W-POS.
           MOVE " " TO WS-RATE-IN.
           ACCEPT WS-RATE-IN AT W-POS.
           IF WS-RATE-IN = " "
              GO TO BC-020.
           MOVE FUNCTION NUMVAL(WS-RATE-IN) TO WS-RATE.
           IF WS-RATE > 99.99
              MOVE "RATE IS A PERCENTAGE, 99.99 AT MOST." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-015.
           MOVE WS-RATE TO SREP-RATE.
        BC-020.
           MOVE 1423 TO W-POS.
           MOVE " " TO WS-EMP-IN.
           ACCEPT WS-EMP-IN AT W-POS.
           IF WS-EMP-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-EMP-IN) TO SREP-EMPLOYEE-NUMBER.
           MOVE 1433 TO W-POS.
           DISPLAY "                                    " AT W-POS.
           IF SREP-EMPLOYEE-NUMBER = 0 OR WS-STAFF-OFF
              GO TO BC-030.
           MOVE SREP-EMPLOYEE-NUMBER TO STAFF-EMPLOYEE-NUMBER.
           READ STAFF-FILE
               INVALID KEY
             MOVE "NO SUCH EMPLOYEE, RE-ENTER OR 0 FOR NONE."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-020.
           IF NOT STAFF-ACTIVE
              MOVE "EMPLOYEE IS NOT ACTIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
           MOVE 1433 TO W-POS.
           DISPLAY STAFF-SURNAME AT W-POS.
           MOVE 1454 TO W-POS.
           DISPLAY STAFF-FIRSTNAME AT W-POS.
        BC-030.
           MOVE 1523 TO W-POS.
           MOVE " " TO WS-STATUS-IN.
           ACCEPT WS-STATUS-IN AT W-POS.
           IF WS-STATUS-IN NOT = " "
              MOVE WS-STATUS-IN TO SREP-STATUS.
           IF SREP-STATUS NOT = "A" AND NOT = "I"
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
              MOVE "NO SUCH SALES REP, NOTHING TO DELETE."
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
              WRITE SALES-REP-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR SALES REP FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-WRITE
              MOVE "A" TO WS-MCL-ACTION
              MOVE "NEW SALES REP WRITTEN TO FILE." TO WS-MESSAGE
           ELSE
              REWRITE SALES-REP-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR SALES REP FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-REWRITE
              MOVE "C" TO WS-MCL-ACTION
              MOVE "SALES REP CHANGES WRITTEN TO FILE."
                 TO WS-MESSAGE.
           PERFORM B-LOG-CHANGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-060.
           PERFORM B-CHECK-IN-USE.
           IF WS-IN-USE
              MOVE "REP IS ON A DEBTOR ACCOUNT, MAKE IT INACTIVE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-040.
           DELETE SALES-REP-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR SALES REP FILE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE "D" TO WS-MCL-ACTION.
           PERFORM B-LOG-CHANGE.
           MOVE "SALES REP DELETED FROM FILE." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        B-CHECK-IN-USE SECTION.
      *****************************************************************
      * IS THE REP ON SCREEN NAMED ON ANY DEBTOR ACCOUNT?
      *****************************************************************
        BCU-005.
           MOVE "N" TO WS-IN-USE-SW.
           IF WS-DEBTOR-OFF
              GO TO BCU-EXIT.
           MOVE 0 TO DEBTOR-ACCOUNT-NUMBER.
           START DEBTOR-MASTER KEY NOT < DEBTOR-KEY
               INVALID KEY
             GO TO BCU-EXIT.
        BCU-010.
           READ DEBTOR-MASTER NEXT
               AT END
             GO TO BCU-EXIT.
           IF DEBTOR-REP-CODE NOT = SREP-CODE
              GO TO BCU-010.
           MOVE "Y" TO WS-IN-USE-SW.
        BCU-EXIT.
           EXIT.
      *
        B-SHOW-RECORD SECTION.
        BSR-005.
           MOVE 1210 TO W-POS.
           DISPLAY "NAME:      [" AT W-POS.
           MOVE 1223 TO W-POS.
           DISPLAY SREP-NAME AT W-POS.
           MOVE SREP-RATE TO WS-RATE-EDIT.
           MOVE 1310 TO W-POS.
           DISPLAY "RATE:      [" AT W-POS.
           MOVE 1323 TO W-POS.
           DISPLAY WS-RATE-EDIT AT W-POS.
           MOVE 1333 TO W-POS.
           DISPLAY "PERCENT OF RECEIPTS ON INVOICES" AT W-POS.
           MOVE 1410 TO W-POS.
           DISPLAY "EMPLOYEE:  [" AT W-POS.
           MOVE 1423 TO W-POS.
           DISPLAY SREP-EMPLOYEE-NUMBER AT W-POS.
           MOVE 1510 TO W-POS.
           DISPLAY "STATUS:    [" AT W-POS.
           MOVE 1523 TO W-POS.
           DISPLAY SREP-STATUS AT W-POS.
           MOVE 1533 TO W-POS.
           DISPLAY "A=ACTIVE I=INACTIVE" AT W-POS.
        BSR-EXIT.
           EXIT.
      *
        B-LOG-CHANGE SECTION.
        BLC-005.
           MOVE "SALESREP"        TO WS-MCL-FILE-ID.
           MOVE SREP-CODE         TO WS-MCL-RECORD-KEY.
           MOVE "SlsRepMt"        TO WS-MCL-PROGRAM.
           IF WS-MCL-ACTION = "D"
              MOVE SPACES         TO WS-MCL-AFTER
           ELSE
              MOVE SALES-REP-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
        BLC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE SALES-REP-FILE
                 MAST-CHGLOG.
           IF NOT WS-STAFF-OFF
              CLOSE STAFF-FILE.
           IF NOT WS-DEBTOR-OFF
              CLOSE DEBTOR-MASTER.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
