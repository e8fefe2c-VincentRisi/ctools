        IDENTIFICATION DIVISION.
        PROGRAM-ID. GlCloseOv.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectGlPeriod".
           COPY "SelectGlCloseChk".
         Copy "SelectMastChgLog".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdGlPeriod.
           COPY ChlfdGlCloseChk.
           COPY ChlfdMastChgLog.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-OPERATOR      PIC X(10) VALUE " ".
           77  WS-CONFIRM       PIC X VALUE " ".
           77  WS-PERIOD-IN     PIC X(06) VALUE " ".
           77  WS-REASON        PIC X(40) VALUE " ".
           77  WS-LINE          PIC 9(02) VALUE 0.
           77  WS-CHECK-NO      PIC 9(02) VALUE 0.
           77  WS-AMT-EDIT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           77  WS-NUM-EDIT      PIC ZZZZZ9.
           77  WS-CHECKS-SW     PIC X VALUE "N".
               88  WS-NO-CHECKS       VALUE "Y".
           01  WS-PERIOD-STATUS.
               03  WS-PERIOD-ST1    PIC 99.
           01  WS-GLCC-STATUS.
               03  WS-GLCC-ST1      PIC 99.
           Copy "WsMastChgLog".
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
           DISPLAY "** PRE-CLOSE CHECKLIST OVERRIDE **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           MOVE WS-LINKAGE-OPERATOR TO WS-OPERATOR.
           IF WS-OPERATOR = " "
              ACCEPT WS-OPERATOR FROM ENVIRONMENT "USERNAME".
           OPEN I-O GL-PERIOD-FILE.
           IF WS-PERIOD-ST1 NOT = 0
              MOVE "CANNOT OPEN PERIOD FILE, LEAVING SCREEN."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           MOVE "N" TO WS-CHECKS-SW.
           OPEN INPUT GL-CLOSECHK-FILE.
           IF WS-GLCC-ST1 NOT = 0
              MOVE "Y" TO WS-CHECKS-SW.
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
      * SHOWS A PERIOD'S LAST PRE-CLOSE CHECKLIST. WHERE IT FAILED, A
      * SUPERVISOR MAY SIGN AN OVERRIDE WITH A REASON SO THE MONTH END
      * WILL CLOSE THE PERIOD REGARDLESS. THE OVERRIDE IS KEPT ON THE
      * PERIOD WITH WHO SIGNED IT AND WHEN, AND LOGGED BEFORE AND
      * AFTER IN THE CHANGE LOG.
      *****************************************************************
        BC-005.
           MOVE 1010 TO W-POS.
           DISPLAY "PERIOD YYYYMM (BLANK=END):          [      ]"
              AT W-POS.
           MOVE 1047 TO W-POS.
           MOVE " " TO WS-PERIOD-IN.
           ACCEPT WS-PERIOD-IN AT W-POS.
           IF WS-PERIOD-IN = " "
              GO TO BC-EXIT.
           IF WS-PERIOD-IN NOT NUMERIC
              MOVE "PERIOD MUST BE YYYYMM, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           MOVE WS-PERIOD-IN TO GLPD-PERIOD.
           READ GL-PERIOD-FILE
               INVALID KEY
             MOVE "PERIOD NOT ON FILE, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           PERFORM B-SHOW-CHECKLIST.
           IF GLPD-CLOSED
              MOVE "PERIOD IS ALREADY CLOSED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF GLPD-CHECK-NOT-RUN
              MOVE "RUN THE PRE-CLOSE CHECKLIST FOR THIS PERIOD FIRST."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF NOT GLPD-CHECK-FAILED
              MOVE "CHECKLIST DID NOT FAIL, NO OVERRIDE NEEDED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF WS-LINKAGE-AUTHORITY < 7
              MOVE "OVERRIDE NEEDS A SUPERVISOR, REFUSED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
        BC-020.
           MOVE 2010 TO W-POS.
           DISPLAY "REASON: [                                        ]"
              AT W-POS.
           MOVE 2019 TO W-POS.
           MOVE " " TO WS-REASON.
           ACCEPT WS-REASON AT W-POS.
           IF WS-REASON = " "
              MOVE "AN OVERRIDE MUST GIVE A REASON, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
        BC-030.
           MOVE 2110 TO W-POS.
           DISPLAY "SIGN OVERRIDE, Y/N:                    [ ]"
              AT W-POS.
           MOVE 2151 TO W-POS.
           MOVE " " TO WS-CONFIRM.
           ACCEPT WS-CONFIRM AT W-POS.
           IF WS-CONFIRM NOT = "Y"
              MOVE "NOT SIGNED, PERIOD LEFT AS IT IS." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           MOVE GL-PERIOD-RECORD TO WS-MCL-BEFORE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE "O"          TO GLPD-CHECK-STATUS.
           MOVE WS-OPERATOR  TO GLPD-OVERRIDE-BY.
           MOVE WS-NOW (1:8) TO GLPD-OVERRIDE-DATE.
           MOVE WS-REASON    TO GLPD-OVERRIDE-REASON.
           REWRITE GL-PERIOD-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR PERIOD." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE "GLPERIOD"        TO WS-MCL-FILE-ID.
           MOVE GLPD-PERIOD       TO WS-MCL-RECORD-KEY.
           MOVE "GlCloseOv"       TO WS-MCL-PROGRAM.
           MOVE "C"               TO WS-MCL-ACTION.
           MOVE GL-PERIOD-RECORD  TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
           MOVE "OVERRIDE SIGNED, THE MONTH END MAY CLOSE THE PERIOD."
              TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        B-SHOW-CHECKLIST SECTION.
        BSC-005.
           MOVE 1110 TO W-POS.
           DISPLAY "CHECKLIST:" AT W-POS.
           MOVE 1123 TO W-POS.
           IF GLPD-CHECK-PASSED
              DISPLAY "PASSED     " AT W-POS
           ELSE
           IF GLPD-CHECK-FAILED
              DISPLAY "FAILED     " AT W-POS
           ELSE
           IF GLPD-CHECK-OVERRIDDEN
              DISPLAY "OVERRIDDEN " AT W-POS
           ELSE
              DISPLAY "NOT RUN    " AT W-POS.
           MOVE 1136 TO W-POS.
           DISPLAY GLPD-CHECK-DATE AT W-POS.
           MOVE 1146 TO W-POS.
           DISPLAY GLPD-CHECK-BY AT W-POS.
           MOVE 1210 TO W-POS.
           DISPLAY "OVERRIDE:" AT W-POS.
           MOVE 1223 TO W-POS.
           DISPLAY GLPD-OVERRIDE-BY AT W-POS.
           MOVE 1236 TO W-POS.
           DISPLAY GLPD-OVERRIDE-DATE AT W-POS.
           MOVE 1310 TO W-POS.
           DISPLAY GLPD-OVERRIDE-REASON AT W-POS.
           MOVE 14 TO WS-LINE.
           MOVE 1 TO WS-CHECK-NO.
        BSC-010.
           IF WS-CHECK-NO > 4
              GO TO BSC-EXIT.
           COMPUTE W-POS = WS-LINE * 100 + 10.
           MOVE GLPD-PERIOD TO GLCC-PERIOD.
           MOVE WS-CHECK-NO TO GLCC-CHECK.
           IF WS-NO-CHECKS
              MOVE SPACES TO GLCC-DESCRIPTION
                             GLCC-RESULT
              MOVE 0      TO GLCC-ITEMS
                             GLCC-AMOUNT
              GO TO BSC-020.
           READ GL-CLOSECHK-FILE
               INVALID KEY
             MOVE SPACES TO GLCC-DESCRIPTION
                            GLCC-RESULT
             MOVE 0      TO GLCC-ITEMS
                            GLCC-AMOUNT.
        BSC-020.
           DISPLAY GLCC-DESCRIPTION AT W-POS.
           ADD 32 TO W-POS.
           IF GLCC-RESULT = "P"
              DISPLAY "PASS" AT W-POS
           ELSE
           IF GLCC-RESULT = "F"
              DISPLAY "FAIL" AT W-POS
           ELSE
              DISPLAY "    " AT W-POS.
           ADD 6 TO W-POS.
           MOVE GLCC-ITEMS TO WS-NUM-EDIT.
           DISPLAY WS-NUM-EDIT AT W-POS.
           ADD 7 TO W-POS.
           MOVE GLCC-AMOUNT TO WS-AMT-EDIT.
           DISPLAY WS-AMT-EDIT AT W-POS.
           ADD 1 TO WS-LINE.
           ADD 1 TO WS-CHECK-NO.
           GO TO BSC-010.
        BSC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE GL-PERIOD-FILE
                 MAST-CHGLOG.
           IF NOT WS-NO-CHECKS
              CLOSE GL-CLOSECHK-FILE.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        Copy "MastChgLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
