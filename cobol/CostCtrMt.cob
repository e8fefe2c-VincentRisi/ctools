        IDENTIFICATION DIVISION.
        PROGRAM-ID. CostCtrMt.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectCostCentre".
           COPY "SelectMastChgLog".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdCostCentre.
           COPY ChlfdMastChgLog.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-NEW-SW        PIC X VALUE "N".
               88  WS-NEW-RECORD      VALUE "Y".
           77  WS-CODE-IN       PIC X(04) VALUE " ".
           77  WS-DESC-IN       PIC X(30) VALUE " ".
           77  WS-MANAGER-IN    PIC X(20) VALUE " ".
           77  WS-STATUS-IN     PIC X(01) VALUE " ".
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
           DISPLAY "** COST CENTRE MAINTENANCE **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           OPEN I-O COST-CENTRE-FILE.
           IF WS-CC-ST1 = 35
              OPEN OUTPUT COST-CENTRE-FILE
              CLOSE COST-CENTRE-FILE
              OPEN I-O COST-CENTRE-FILE.
           IF WS-CC-ST1 NOT = 0
              MOVE "CANNOT OPEN COST CENTRE FILE, LEAVING SCREEN."
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
      * ONE RECORD PER BRANCH OR DEPARTMENT THAT JOURNAL LINES MAY BE
      * CHARGED TO. A CENTRE THAT HAS TAKEN POSTINGS SHOULD BE MADE
      * INACTIVE RATHER THAN DELETED, SO THE REPORTS CAN STILL NAME
      * IT. A BLANK ENTRY KEEPS WHAT IS ALREADY ON FILE.
      *****************************************************************
        BC-005.
           MOVE "N" TO WS-NEW-SW.
           MOVE 1010 TO W-POS.
           DISPLAY "COST CENTRE CODE (BLANK=END): [    ]" AT W-POS.
           MOVE 1041 TO W-POS.
           MOVE " " TO WS-CODE-IN.
           ACCEPT WS-CODE-IN AT W-POS.
           IF WS-CODE-IN = " "
              GO TO BC-EXIT.
           MOVE WS-CODE-IN TO CC-CODE.
           READ COST-CENTRE-FILE
               INVALID KEY
             MOVE "Y" TO WS-NEW-SW.
           IF WS-NEW-RECORD
              MOVE SPACES     TO COST-CENTRE-RECORD
              MOVE WS-CODE-IN TO CC-CODE
              MOVE "A"        TO CC-STATUS
              MOVE SPACES     TO WS-MCL-BEFORE
              MOVE "NEW COST CENTRE, ENTER DETAILS AND ACTION A."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
           ELSE
              MOVE COST-CENTRE-RECORD TO WS-MCL-BEFORE.
           PERFORM B-SHOW-RECORD.
        BC-010.
           MOVE 1223 TO W-POS.
           MOVE " " TO WS-DESC-IN.
           ACCEPT WS-DESC-IN AT W-POS.
           IF WS-DESC-IN NOT = " "
              MOVE WS-DESC-IN TO CC-DESCRIPTION.
           IF CC-DESCRIPTION = " "
              MOVE "DESCRIPTION MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
           MOVE 1323 TO W-POS.
           MOVE " " TO WS-MANAGER-IN.
           ACCEPT WS-MANAGER-IN AT W-POS.
           IF WS-MANAGER-IN NOT = " "
              MOVE WS-MANAGER-IN TO CC-MANAGER.
        BC-020.
           MOVE 1423 TO W-POS.
           MOVE " " TO WS-STATUS-IN.
           ACCEPT WS-STATUS-IN AT W-POS.
           IF WS-STATUS-IN NOT = " "
              MOVE WS-STATUS-IN TO CC-STATUS.
           IF CC-STATUS NOT = "A" AND NOT = "I"
              MOVE "STATUS MUST BE A=ACTIVE OR I=INACTIVE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
           PERFORM B-SHOW-RECORD.
        BC-030.
           MOVE 1610 TO W-POS.
           DISPLAY "ACTION A=ADD/AMEND D=DELETE X=ABANDON: [ ]"
              AT W-POS.
           MOVE 1650 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "X"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF WS-ACTION = "D" AND WS-NEW-RECORD
              MOVE "NO SUCH COST CENTRE, NOTHING TO DELETE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
           IF WS-ACTION = "D"
              GO TO BC-050.
           IF WS-ACTION NOT = "A"
              MOVE "ACTION MUST BE A, D OR X, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-030.
        BC-040.
           IF WS-NEW-RECORD
              WRITE COST-CENTRE-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR COST CENTRE FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-WRITE
              MOVE "A" TO WS-MCL-ACTION
              MOVE "NEW COST CENTRE WRITTEN TO FILE." TO WS-MESSAGE
           ELSE
              REWRITE COST-CENTRE-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR COST CENTRE FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-REWRITE
              MOVE "C" TO WS-MCL-ACTION
              MOVE "COST CENTRE CHANGES WRITTEN TO FILE."
                 TO WS-MESSAGE.
           PERFORM B-LOG-CHANGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-050.
           DELETE COST-CENTRE-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR COST CENTRE FILE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE "D" TO WS-MCL-ACTION.
           PERFORM B-LOG-CHANGE.
           MOVE "COST CENTRE DELETED FROM FILE." TO WS-MESSAGE.
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
           DISPLAY CC-DESCRIPTION AT W-POS.
           MOVE 1310 TO W-POS.
           DISPLAY "MANAGER:   [" AT W-POS.
           MOVE 1323 TO W-POS.
           DISPLAY CC-MANAGER AT W-POS.
           MOVE 1410 TO W-POS.
           DISPLAY "STATUS:    [" AT W-POS.
           MOVE 1423 TO W-POS.
           DISPLAY CC-STATUS AT W-POS.
           MOVE 1426 TO W-POS.
           DISPLAY "A=ACTIVE I=INACTIVE" AT W-POS.
        BSR-EXIT.
           EXIT.
      *
        B-LOG-CHANGE SECTION.
        BLC-005.
           MOVE "COSTCENTRE"      TO WS-MCL-FILE-ID.
           MOVE CC-CODE           TO WS-MCL-RECORD-KEY.
           MOVE "CostCtrMt"       TO WS-MCL-PROGRAM.
           IF WS-MCL-ACTION = "D"
              MOVE SPACES         TO WS-MCL-AFTER
           ELSE
              MOVE COST-CENTRE-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
        BLC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE COST-CENTRE-FILE
                 MAST-CHGLOG.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
