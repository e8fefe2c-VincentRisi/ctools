        IDENTIFICATION DIVISION.
        PROGRAM-ID. AmortMt.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectAmortSch".
           SELECT GL-MASTER ASSIGN TO "GlMaster"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               ALTERNATE RECORD KEY IS GL-DESCRIPTION WITH DUPLICATES
               FILE STATUS IS WS-GL-STATUS.
           COPY "SelectCostCentre".
           COPY "SelectMastChgLog".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdAmortSch.
           COPY ChlfdGlMast.
           COPY ChlfdCostCentre.
           COPY ChlfdMastChgLog.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-NEW-SW        PIC X VALUE "N".
               88  WS-NEW-RECORD      VALUE "Y".
           77  WS-CC-OFF-SW     PIC X VALUE "N".
               88  WS-CC-OFF          VALUE "Y".
           77  WS-RELEASED-SW   PIC X VALUE "N".
               88  WS-RELEASED        VALUE "Y".
           77  WS-GL-OK-SW      PIC X VALUE "N".
               88  WS-GL-OK           VALUE "Y".
           77  WS-NUMBER-IN     PIC X(08) VALUE " ".
           77  WS-DESC-IN       PIC X(30) VALUE " ".
           77  WS-TYPE-IN       PIC X(01) VALUE " ".
           77  WS-AMT-IN        PIC X(14) VALUE " ".
           77  WS-AMT-SHOW      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           77  WS-SHARE         PIC S9(09)V99 VALUE 0.
           77  WS-COUNT-IN      PIC X(03) VALUE " ".
           77  WS-ACC-IN        PIC X(06) VALUE " ".
           77  WS-CENTRE-IN     PIC X(04) VALUE " ".
           77  WS-PERIOD-IN     PIC X(06) VALUE " ".
           77  WS-WANT-TYPE     PIC X(01) VALUE " ".
           77  WS-IDX           PIC 9(03) VALUE 0.
           01  WS-PERIOD-WORK.
               03  WS-PW-PERIOD PIC 9(06).
               03  FILLER REDEFINES WS-PW-PERIOD.
                   05  WS-PW-YY PIC 9(04).
                   05  WS-PW-MM PIC 9(02).
           01  WS-AMS-STATUS.
               03  WS-AMS-ST1   PIC 99.
           01  WS-GL-STATUS.
               03  WS-GL-ST1    PIC 99.
           01  WS-CC-STATUS.
               03  WS-CC-ST1    PIC 99.
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
           DISPLAY "** PREPAYMENT / DEFERRED INCOME SCHEDULES **"
              AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           OPEN INPUT GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              MOVE "NO GL MASTER, CANNOT VALIDATE GL ACCOUNTS."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN I-O AMORT-SCHEDULE-FILE.
           IF WS-AMS-ST1 = 35
              OPEN OUTPUT AMORT-SCHEDULE-FILE
              CLOSE AMORT-SCHEDULE-FILE
              OPEN I-O AMORT-SCHEDULE-FILE.
           IF WS-AMS-ST1 NOT = 0
              MOVE "CANNOT OPEN SCHEDULE FILE, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE GL-MASTER
              EXIT PROGRAM.
           OPEN INPUT COST-CENTRE-FILE.
           IF WS-CC-ST1 NOT = 0
              MOVE "Y" TO WS-CC-OFF-SW.
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
      * ONE RECORD PER AMOUNT PAID OR BILLED IN ADVANCE. A NEW ONE IS
      * KEYED WITH NOTHING RELEASED; ONE TAKEN ON PART WAY THROUGH IS
      * KEYED WITH THE NUMBER OF PERIODS ALREADY RELEASED BY HAND,
      * AND THE MONTHLY RUN CARRIES ON FROM THE NEXT PERIOD. ONCE THE
      * RUN HAS RELEASED A SCHEDULE ITS TYPE, AMOUNT AND PERIODS ARE
      * THE LEDGER'S AND CAN NO LONGER BE KEYED. A BLANK ENTRY KEEPS
      * WHAT IS ALREADY ON FILE; "-" CLEARS THE COST CENTRE.
      *****************************************************************
        BC-005.
           MOVE "N" TO WS-NEW-SW.
           MOVE "N" TO WS-RELEASED-SW.
           MOVE 1010 TO W-POS.
           DISPLAY "SCHEDULE NUMBER (BLANK=END): [        ]" AT W-POS.
           MOVE 1040 TO W-POS.
           MOVE " " TO WS-NUMBER-IN.
           ACCEPT WS-NUMBER-IN AT W-POS.
           IF WS-NUMBER-IN = " "
              GO TO BC-EXIT.
           MOVE WS-NUMBER-IN TO AMS-NUMBER.
           READ AMORT-SCHEDULE-FILE
               INVALID KEY
             MOVE "Y" TO WS-NEW-SW.
           IF WS-NEW-RECORD
              MOVE SPACES       TO AMORT-SCHEDULE-RECORD
              MOVE WS-NUMBER-IN TO AMS-NUMBER
              MOVE 0 TO AMS-TOTAL AMS-START-PERIOD AMS-PERIODS
                        AMS-RELEASED AMS-PERIODS-DONE AMS-TAKEON-DONE
                        AMS-LAST-PERIOD AMS-CLOSED-DATE
              MOVE "A"          TO AMS-STATUS
              MOVE "P"          TO AMS-TYPE
              MOVE SPACES       TO WS-MCL-BEFORE
              MOVE "NEW SCHEDULE, ENTER DETAILS AND ACTION A."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
           ELSE
              MOVE AMORT-SCHEDULE-RECORD TO WS-MCL-BEFORE.
           PERFORM B-SHOW-RECORD.
           IF AMS-CLOSED
              MOVE "SCHEDULE FULLY RELEASED, KEPT FOR HISTORY ONLY."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF AMS-PERIODS-DONE NOT = AMS-TAKEON-DONE
              MOVE "Y" TO WS-RELEASED-SW.
        BC-010.
           MOVE 1123 TO W-POS.
           MOVE " " TO WS-DESC-IN.
           ACCEPT WS-DESC-IN AT W-POS.
           IF WS-DESC-IN NOT = " "
              MOVE WS-DESC-IN TO AMS-DESCRIPTION.
           IF AMS-DESCRIPTION = " "
              MOVE "DESCRIPTION MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           IF WS-RELEASED
              GO TO BC-030.
        BC-020.
           MOVE 1223 TO W-POS.
           MOVE " " TO WS-TYPE-IN.
           ACCEPT WS-TYPE-IN AT W-POS.
           IF WS-TYPE-IN NOT = " "
              MOVE WS-TYPE-IN TO AMS-TYPE.
           IF NOT AMS-PREPAYMENT AND NOT AMS-DEFERRED
              MOVE "TYPE MUST BE P OR D, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
        BC-030.
           MOVE 1323 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN NOT = " "
              MOVE WS-ACC-IN TO AMS-BS-ACC.
           MOVE AMS-BS-ACC TO WS-ACC-IN.
           MOVE "B" TO WS-WANT-TYPE.
           PERFORM X-CHECK-GL.
           IF NOT WS-GL-OK
              GO TO BC-030.
           MOVE 1331 TO W-POS.
           DISPLAY GL-DESCRIPTION AT W-POS.
        BC-032.
           MOVE 1423 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN NOT = " "
              MOVE WS-ACC-IN TO AMS-IS-ACC.
           MOVE AMS-IS-ACC TO WS-ACC-IN.
           MOVE "I" TO WS-WANT-TYPE.
           PERFORM X-CHECK-GL.
           IF NOT WS-GL-OK
              GO TO BC-032.
           MOVE 1431 TO W-POS.
           DISPLAY GL-DESCRIPTION AT W-POS.
        BC-036.
           MOVE 1523 TO W-POS.
           MOVE " " TO WS-CENTRE-IN.
           ACCEPT WS-CENTRE-IN AT W-POS.
           IF WS-CENTRE-IN = "-"
              MOVE " " TO AMS-COST-CENTRE
              MOVE 1523 TO W-POS
              DISPLAY AMS-COST-CENTRE AT W-POS
              GO TO BC-040.
           IF WS-CENTRE-IN NOT = " "
              MOVE WS-CENTRE-IN TO AMS-COST-CENTRE.
           IF AMS-COST-CENTRE = " "
              GO TO BC-040.
           IF WS-CC-OFF
              MOVE "NO COST CENTRE FILE, LEAVE BLANK OR '-'."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-036.
           MOVE AMS-COST-CENTRE TO CC-CODE.
           READ COST-CENTRE-FILE
               INVALID KEY
             MOVE "NO SUCH COST CENTRE, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-036.
           IF CC-INACTIVE
              MOVE "COST CENTRE IS INACTIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-036.
           MOVE 1531 TO W-POS.
           DISPLAY CC-DESCRIPTION AT W-POS.
        BC-040.
           IF WS-RELEASED
              GO TO BC-060.
        BC-042.
           MOVE 1623 TO W-POS.
           MOVE " " TO WS-AMT-IN.
           ACCEPT WS-AMT-IN AT W-POS.
           IF WS-AMT-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-AMT-IN) TO AMS-TOTAL.
           IF AMS-TOTAL NOT > 0
              MOVE "AMOUNT MUST BE GREATER THAN ZERO, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-042.
           MOVE AMS-TOTAL TO WS-AMT-SHOW.
           DISPLAY WS-AMT-SHOW AT W-POS.
        BC-044.
           MOVE 1723 TO W-POS.
           MOVE " " TO WS-PERIOD-IN.
           ACCEPT WS-PERIOD-IN AT W-POS.
           IF WS-PERIOD-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-PERIOD-IN) TO AMS-START-PERIOD.
           MOVE AMS-START-PERIOD TO WS-PW-PERIOD.
           IF WS-PW-PERIOD = 0 OR WS-PW-MM < 1 OR WS-PW-MM > 12
              MOVE "START PERIOD MUST BE YYYYMM, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-044.
        BC-046.
           MOVE 1823 TO W-POS.
           MOVE " " TO WS-COUNT-IN.
           ACCEPT WS-COUNT-IN AT W-POS.
           IF WS-COUNT-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-COUNT-IN) TO AMS-PERIODS.
           IF AMS-PERIODS NOT > 0
              MOVE "NUMBER OF PERIODS IS NEEDED, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-046.
        BC-048.
      *    PERIODS ALREADY RELEASED BY HAND BEFORE THE SCHEDULE WAS
      *    TAKEN ON. NIL FOR A NEW ONE, AND THE RUN STARTS AT ITS
      *    START PERIOD.
           MOVE 1923 TO W-POS.
           MOVE " " TO WS-COUNT-IN.
           ACCEPT WS-COUNT-IN AT W-POS.
           IF WS-COUNT-IN NOT = " "
              MOVE FUNCTION NUMVAL(WS-COUNT-IN) TO AMS-TAKEON-DONE.
           IF AMS-TAKEON-DONE NOT < AMS-PERIODS
              MOVE "PERIODS RELEASED MUST BE LESS THAN THE TOTAL."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-048.
           PERFORM B-TAKEON.
           PERFORM B-SHOW-RECORD.
        BC-060.
           MOVE 2410 TO W-POS.
           DISPLAY "ACTION A=ADD/AMEND D=DELETE X=ABANDON:    [ ]"
              AT W-POS.
           MOVE 2453 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "X"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF WS-ACTION = "D" AND WS-NEW-RECORD
              MOVE "NO SUCH SCHEDULE, NOTHING TO DELETE." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
           IF WS-ACTION = "D" AND WS-RELEASED
              MOVE "SCHEDULE HAS BEEN RELEASED, CANNOT DELETE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
           IF WS-ACTION = "D"
              GO TO BC-080.
           IF WS-ACTION NOT = "A"
              MOVE "ACTION MUST BE A, D OR X, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-060.
        BC-070.
           IF WS-NEW-RECORD
              WRITE AMORT-SCHEDULE-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR SCHEDULE FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-WRITE
              MOVE "A" TO WS-MCL-ACTION
              MOVE "NEW SCHEDULE WRITTEN TO FILE." TO WS-MESSAGE
           ELSE
              REWRITE AMORT-SCHEDULE-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR SCHEDULE FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-REWRITE
              MOVE "C" TO WS-MCL-ACTION
              MOVE "SCHEDULE CHANGES WRITTEN TO FILE." TO WS-MESSAGE.
           PERFORM B-LOG-CHANGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-080.
           DELETE AMORT-SCHEDULE-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR SCHEDULE FILE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE "D" TO WS-MCL-ACTION.
           PERFORM B-LOG-CHANGE.
           MOVE "SCHEDULE DELETED FROM FILE." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        B-TAKEON SECTION.
      *****************************************************************
      * WHAT THE PERIODS ALREADY RELEASED BY HAND COME TO, WORKED THE
      * SAME WAY AS THE MONTHLY RUN SO IT CARRIES ON WITHOUT A JUMP,
      * AND THE LAST OF THOSE PERIODS.
      *****************************************************************
        BT-005.
           MOVE AMS-TAKEON-DONE TO AMS-PERIODS-DONE.
           MOVE 0 TO AMS-RELEASED
                     AMS-LAST-PERIOD.
           IF AMS-TAKEON-DONE = 0
              GO TO BT-EXIT.
           COMPUTE WS-SHARE ROUNDED = AMS-TOTAL / AMS-PERIODS.
           COMPUTE AMS-RELEASED = WS-SHARE * AMS-TAKEON-DONE.
           IF AMS-RELEASED > AMS-TOTAL
              MOVE AMS-TOTAL TO AMS-RELEASED.
           MOVE AMS-START-PERIOD TO WS-PW-PERIOD.
           MOVE 1 TO WS-IDX.
        BT-010.
           IF WS-IDX NOT < AMS-TAKEON-DONE
              GO TO BT-020.
           IF WS-PW-MM = 12
              ADD 1 TO WS-PW-YY
              MOVE 1 TO WS-PW-MM
           ELSE
              ADD 1 TO WS-PW-MM.
           ADD 1 TO WS-IDX.
           GO TO BT-010.
        BT-020.
           MOVE WS-PW-PERIOD TO AMS-LAST-PERIOD.
        BT-EXIT.
           EXIT.
      *
        X-CHECK-GL SECTION.
      *****************************************************************
      * THE ACCOUNT IN WS-ACC-IN MUST BE ON THE CHART, ACTIVE, AND ON
      * THE STATEMENT IN WS-WANT-TYPE: THE PREPAYMENT OR DEFERRED
      * INCOME IS BALANCE SHEET, THE EXPENSE OR INCOME RELEASED TO IS
      * INCOME STATEMENT.
      *****************************************************************
        XCG-005.
           MOVE "N" TO WS-GL-OK-SW.
           MOVE WS-ACC-IN TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE "NO SUCH GL ACCOUNT, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO XCG-EXIT.
           IF GL-INACTIVE
              MOVE "GL ACCOUNT IS INACTIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO XCG-EXIT.
           IF WS-WANT-TYPE = "B" AND NOT GL-BALANCE-SHEET
              MOVE "MUST BE A BALANCE SHEET ACCOUNT, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO XCG-EXIT.
           IF WS-WANT-TYPE = "I" AND GL-BALANCE-SHEET
              MOVE "MUST BE AN INCOME STATEMENT ACCOUNT, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO XCG-EXIT.
           MOVE "Y" TO WS-GL-OK-SW.
        XCG-EXIT.
           EXIT.
      *
        B-SHOW-RECORD SECTION.
        BSR-005.
           MOVE 1110 TO W-POS.
           DISPLAY "NAME:      [" AT W-POS.
           MOVE 1123 TO W-POS.
           DISPLAY AMS-DESCRIPTION AT W-POS.
           MOVE 1210 TO W-POS.
           DISPLAY "TYPE:      [" AT W-POS.
           MOVE 1223 TO W-POS.
           DISPLAY AMS-TYPE AT W-POS.
           MOVE 1226 TO W-POS.
           DISPLAY "P=PREPAYMENT D=DEFERRED INCOME" AT W-POS.
           MOVE 1310 TO W-POS.
           DISPLAY "B/S GL:    [" AT W-POS.
           MOVE 1323 TO W-POS.
           DISPLAY AMS-BS-ACC AT W-POS.
           MOVE 1410 TO W-POS.
           DISPLAY "I/S GL:    [" AT W-POS.
           MOVE 1423 TO W-POS.
           DISPLAY AMS-IS-ACC AT W-POS.
           MOVE 1510 TO W-POS.
           DISPLAY "CENTRE:    [" AT W-POS.
           MOVE 1523 TO W-POS.
           DISPLAY AMS-COST-CENTRE AT W-POS.
           MOVE 1610 TO W-POS.
           DISPLAY "AMOUNT:    [" AT W-POS.
           MOVE 1623 TO W-POS.
           MOVE AMS-TOTAL TO WS-AMT-SHOW.
           DISPLAY WS-AMT-SHOW AT W-POS.
           MOVE 1710 TO W-POS.
           DISPLAY "START:     [" AT W-POS.
           MOVE 1723 TO W-POS.
           DISPLAY AMS-START-PERIOD AT W-POS.
           MOVE 1733 TO W-POS.
           DISPLAY "YYYYMM" AT W-POS.
           MOVE 1810 TO W-POS.
           DISPLAY "PERIODS:   [" AT W-POS.
           MOVE 1823 TO W-POS.
           DISPLAY AMS-PERIODS AT W-POS.
           MOVE 1910 TO W-POS.
           DISPLAY "TAKE-ON:   [" AT W-POS.
           MOVE 1923 TO W-POS.
           DISPLAY AMS-TAKEON-DONE AT W-POS.
           MOVE 1930 TO W-POS.
           DISPLAY "PERIODS ALREADY RELEASED BY HAND" AT W-POS.
           MOVE 2010 TO W-POS.
           DISPLAY "RELEASED:  [" AT W-POS.
           MOVE 2023 TO W-POS.
           MOVE AMS-RELEASED TO WS-AMT-SHOW.
           DISPLAY WS-AMT-SHOW AT W-POS.
           MOVE 2043 TO W-POS.
           DISPLAY "OVER" AT W-POS.
           MOVE 2048 TO W-POS.
           DISPLAY AMS-PERIODS-DONE AT W-POS.
           MOVE 2052 TO W-POS.
           DISPLAY "PERIODS TO" AT W-POS.
           MOVE 2063 TO W-POS.
           DISPLAY AMS-LAST-PERIOD AT W-POS.
           MOVE 2110 TO W-POS.
           DISPLAY "STATUS:    [" AT W-POS.
           MOVE 2123 TO W-POS.
           DISPLAY AMS-STATUS AT W-POS.
           MOVE 2126 TO W-POS.
           IF AMS-CLOSED
              DISPLAY "FULLY RELEASED, CLOSED" AT W-POS
           ELSE
              DISPLAY "RELEASING             " AT W-POS.
        BSR-EXIT.
           EXIT.
      *
        B-LOG-CHANGE SECTION.
        BLC-005.
           MOVE "AMORTSCHED"      TO WS-MCL-FILE-ID.
           MOVE AMS-NUMBER        TO WS-MCL-RECORD-KEY.
           MOVE "AmortMt"         TO WS-MCL-PROGRAM.
           IF WS-MCL-ACTION = "D"
              MOVE SPACES         TO WS-MCL-AFTER
           ELSE
              MOVE AMORT-SCHEDULE-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
        BLC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE AMORT-SCHEDULE-FILE
                 GL-MASTER
                 MAST-CHGLOG.
           IF NOT WS-CC-OFF
              CLOSE COST-CENTRE-FILE.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
