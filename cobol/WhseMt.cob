        IDENTIFICATION DIVISION.
        PROGRAM-ID. WhseMt.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectWarehouse".
           COPY "SelectMastChgLog".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdWarehouse.
           COPY ChlfdMastChgLog.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-NEW-SW        PIC X VALUE "N".
               88  WS-NEW-RECORD      VALUE "Y".
           77  WS-CODE-IN       PIC X(04) VALUE " ".
           77  WS-NAME-IN       PIC X(30) VALUE " ".
           77  WS-ADDR-IN       PIC X(26) VALUE " ".
           77  WS-CONTACT-IN    PIC X(20) VALUE " ".
           77  WS-PHONE-IN      PIC X(15) VALUE " ".
           01  WS-WH-STATUS.
               03  WS-WH-ST1    PIC 99.
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
           DISPLAY "** WAREHOUSE ADDRESS MAINTENANCE **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           OPEN I-O WAREHOUSE-FILE.
           IF WS-WH-ST1 = 35
              OPEN OUTPUT WAREHOUSE-FILE
              CLOSE WAREHOUSE-FILE
              OPEN I-O WAREHOUSE-FILE.
           IF WS-WH-ST1 NOT = 0
              MOVE "CANNOT OPEN WAREHOUSE FILE, LEAVING SCREEN."
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
      * ONE ADDRESS PER WAREHOUSE CODE USED ON THE STOCK MASTER. THE
      * PURCHASE ORDER DOCUMENT PRINTS IT AS THE DELIVERY ADDRESS, SO
      * A BLANK ENTRY KEEPS WHAT IS ALREADY ON FILE.
      *****************************************************************
        BC-005.
           MOVE "N" TO WS-NEW-SW.
           MOVE 1010 TO W-POS.
           DISPLAY "WAREHOUSE CODE (BLANK=END): [    ]" AT W-POS.
           MOVE 1039 TO W-POS.
           MOVE " " TO WS-CODE-IN.
           ACCEPT WS-CODE-IN AT W-POS.
           IF WS-CODE-IN = " "
              GO TO BC-EXIT.
           MOVE WS-CODE-IN TO WH-CODE.
           READ WAREHOUSE-FILE
               INVALID KEY
             MOVE "Y" TO WS-NEW-SW.
           IF WS-NEW-RECORD
              MOVE SPACES     TO WAREHOUSE-RECORD
              MOVE WS-CODE-IN TO WH-CODE
              MOVE SPACES     TO WS-MCL-BEFORE
              MOVE "NEW WAREHOUSE, ENTER DETAILS AND ACTION A."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
           ELSE
              MOVE WAREHOUSE-RECORD TO WS-MCL-BEFORE.
           PERFORM B-SHOW-RECORD.
        BC-010.
           MOVE 1223 TO W-POS.
           MOVE " " TO WS-NAME-IN.
           ACCEPT WS-NAME-IN AT W-POS.
           IF WS-NAME-IN NOT = " "
              MOVE WS-NAME-IN TO WH-NAME.
           IF WH-NAME = " "
              MOVE "NAME MAY NOT BE BLANK, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
        BC-020.
           MOVE 1323 TO W-POS.
           MOVE " " TO WS-ADDR-IN.
           ACCEPT WS-ADDR-IN AT W-POS.
           IF WS-ADDR-IN NOT = " "
              MOVE WS-ADDR-IN TO WH-ADDRESS1.
           IF WH-ADDRESS1 = " "
              MOVE "DELIVERY ADDRESS MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
           MOVE 1423 TO W-POS.
           MOVE " " TO WS-ADDR-IN.
           ACCEPT WS-ADDR-IN AT W-POS.
           IF WS-ADDR-IN NOT = " "
              MOVE WS-ADDR-IN TO WH-ADDRESS2.
           MOVE 1523 TO W-POS.
           MOVE " " TO WS-ADDR-IN.
           ACCEPT WS-ADDR-IN AT W-POS.
           IF WS-ADDR-IN NOT = " "
              MOVE WS-ADDR-IN TO WH-ADDRESS3.
           MOVE 1623 TO W-POS.
           MOVE " " TO WS-CONTACT-IN.
           ACCEPT WS-CONTACT-IN AT W-POS.
           IF WS-CONTACT-IN NOT = " "
              MOVE WS-CONTACT-IN TO WH-CONTACT.
           MOVE 1723 TO W-POS.
           MOVE " " TO WS-PHONE-IN.
           ACCEPT WS-PHONE-IN AT W-POS.
           IF WS-PHONE-IN NOT = " "
              MOVE WS-PHONE-IN TO WH-TELEPHONE.
           PERFORM B-SHOW-RECORD.
        BC-030.
           MOVE 1910 TO W-POS.
           DISPLAY "ACTION A=ADD/AMEND D=DELETE X=ABANDON: [ ]"
              AT W-POS.
           MOVE 1950 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "X"
              MOVE "NO CHANGES WRITTEN." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           IF WS-ACTION = "D" AND WS-NEW-RECORD
              MOVE "NO SUCH WAREHOUSE, NOTHING TO DELETE."
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
              WRITE WAREHOUSE-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR WAREHOUSE FILE." TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-WRITE
              MOVE "A" TO WS-MCL-ACTION
              MOVE "NEW WAREHOUSE WRITTEN TO FILE." TO WS-MESSAGE
           ELSE
              REWRITE WAREHOUSE-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR WAREHOUSE FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-REWRITE
              MOVE "C" TO WS-MCL-ACTION
              MOVE "WAREHOUSE CHANGES WRITTEN TO FILE." TO WS-MESSAGE.
           PERFORM B-LOG-CHANGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-050.
           DELETE WAREHOUSE-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR WAREHOUSE FILE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE "D" TO WS-MCL-ACTION.
           PERFORM B-LOG-CHANGE.
           MOVE "WAREHOUSE DELETED FROM FILE." TO WS-MESSAGE.
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
           DISPLAY WH-NAME AT W-POS.
           MOVE 1310 TO W-POS.
           DISPLAY "ADDRESS 1: [" AT W-POS.
           MOVE 1323 TO W-POS.
           DISPLAY WH-ADDRESS1 AT W-POS.
           MOVE 1410 TO W-POS.
           DISPLAY "ADDRESS 2: [" AT W-POS.
           MOVE 1423 TO W-POS.
           DISPLAY WH-ADDRESS2 AT W-POS.
           MOVE 1510 TO W-POS.
           DISPLAY "ADDRESS 3: [" AT W-POS.
           MOVE 1523 TO W-POS.
           DISPLAY WH-ADDRESS3 AT W-POS.
           MOVE 1610 TO W-POS.
           DISPLAY "CONTACT:   [" AT W-POS.
           MOVE 1623 TO W-POS.
           DISPLAY WH-CONTACT AT W-POS.
           MOVE 1710 TO W-POS.
           DISPLAY "PHONE:     [" AT W-POS.
           MOVE 1723 TO W-POS.
           DISPLAY WH-TELEPHONE AT W-POS.
        BSR-EXIT.
           EXIT.
      *
        B-LOG-CHANGE SECTION.
        BLC-005.
           MOVE "WAREHOUSE"       TO WS-MCL-FILE-ID.
           MOVE WH-CODE           TO WS-MCL-RECORD-KEY.
           MOVE "WhseMt"          TO WS-MCL-PROGRAM.
           IF WS-MCL-ACTION = "D"
              MOVE SPACES         TO WS-MCL-AFTER
           ELSE
              MOVE WAREHOUSE-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
        BLC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE WAREHOUSE-FILE
                 MAST-CHGLOG.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "MastChgLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
