        IDENTIFICATION DIVISION.
        PROGRAM-ID. DeptGlMt.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectDeptGl".
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
           COPY ChlfdDeptGl.
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
           77  WS-DEPT-IN       PIC X(04) VALUE " ".
           77  WS-DESC-IN       PIC X(30) VALUE " ".
           77  WS-ACC-IN        PIC X(06) VALUE " ".
           77  WS-CENTRE-IN     PIC X(04) VALUE " ".
           01  WS-DG-STATUS.
               03  WS-DG-ST1    PIC 99.
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
           DISPLAY "** DEPARTMENT SALARY ACCOUNTS **" AT W-POS.
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
           OPEN I-O DEPT-GL-FILE.
           IF WS-DG-ST1 = 35
              OPEN OUTPUT DEPT-GL-FILE
              CLOSE DEPT-GL-FILE
              OPEN I-O DEPT-GL-FILE.
           IF WS-DG-ST1 NOT = 0
              MOVE "CANNOT OPEN DEPARTMENT GL FILE, LEAVING SCREEN."
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
      * ONE RECORD PER STAFF DEPARTMENT CODE AS KEYED ON THE STAFF
      * MASTER. THE PAYROLL RUN CHARGES THE DEPARTMENT'S GROSS PAY
      * TO THE SALARY ACCOUNT HERE AND TAGS ALL ITS JOURNAL LINES
      * WITH THE COST CENTRE, IF ONE IS GIVEN. A BLANK ENTRY KEEPS
      * WHAT IS ALREADY ON FILE; "-" CLEARS THE COST CENTRE.
      *****************************************************************
        BC-005.
           MOVE "N" TO WS-NEW-SW.
           MOVE 1010 TO W-POS.
           DISPLAY "DEPARTMENT CODE (BLANK=END): [    ]" AT W-POS.
           MOVE 1040 TO W-POS.
           MOVE " " TO WS-DEPT-IN.
           ACCEPT WS-DEPT-IN AT W-POS.
           IF WS-DEPT-IN = " "
              GO TO BC-EXIT.
           MOVE WS-DEPT-IN TO DG-DEPARTMENT.
           READ DEPT-GL-FILE
               INVALID KEY
             MOVE "Y" TO WS-NEW-SW.
           IF WS-NEW-RECORD
              MOVE SPACES     TO DEPT-GL-RECORD
              MOVE WS-DEPT-IN TO DG-DEPARTMENT
              MOVE SPACES     TO WS-MCL-BEFORE
              MOVE "NEW DEPARTMENT, ENTER DETAILS AND ACTION A."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
           ELSE
              MOVE DEPT-GL-RECORD TO WS-MCL-BEFORE.
           PERFORM B-SHOW-RECORD.
        BC-010.
           MOVE 1223 TO W-POS.
           MOVE " " TO WS-DESC-IN.
           ACCEPT WS-DESC-IN AT W-POS.
           IF WS-DESC-IN NOT = " "
              MOVE WS-DESC-IN TO DG-DESCRIPTION.
           IF DG-DESCRIPTION = " "
              MOVE "DESCRIPTION MAY NOT BE BLANK, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-010.
        BC-020.
           MOVE 1323 TO W-POS.
           MOVE " " TO WS-ACC-IN.
           ACCEPT WS-ACC-IN AT W-POS.
           IF WS-ACC-IN NOT = " "
              MOVE WS-ACC-IN TO DG-SALARY-ACC.
           MOVE DG-SALARY-ACC TO GL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE "NO SUCH GL ACCOUNT, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-020.
           IF GL-INACTIVE
              MOVE "GL ACCOUNT IS INACTIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-020.
           MOVE 1331 TO W-POS.
           DISPLAY GL-DESCRIPTION AT W-POS.
        BC-025.
           MOVE 1423 TO W-POS.
           MOVE " " TO WS-CENTRE-IN.
           ACCEPT WS-CENTRE-IN AT W-POS.
           IF WS-CENTRE-IN = "-"
              MOVE " " TO DG-COST-CENTRE
              MOVE 1423 TO W-POS
              DISPLAY DG-COST-CENTRE AT W-POS
              GO TO BC-030.
           IF WS-CENTRE-IN NOT = " "
              MOVE WS-CENTRE-IN TO DG-COST-CENTRE.
           IF DG-COST-CENTRE = " "
              GO TO BC-030.
           IF WS-CC-OFF
              MOVE "NO COST CENTRE FILE, LEAVE BLANK OR '-'."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-025.
           MOVE DG-COST-CENTRE TO CC-CODE.
           READ COST-CENTRE-FILE
               INVALID KEY
             MOVE "NO SUCH COST CENTRE, RE-ENTER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-025.
           IF CC-INACTIVE
              MOVE "COST CENTRE IS INACTIVE, RE-ENTER." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-025.
           MOVE 1431 TO W-POS.
           DISPLAY CC-DESCRIPTION AT W-POS.
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
              MOVE "NO SUCH DEPARTMENT, NOTHING TO DELETE."
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
              WRITE DEPT-GL-RECORD
                  INVALID KEY
                MOVE "WRITE FAILED FOR DEPARTMENT GL FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-WRITE
              MOVE "A" TO WS-MCL-ACTION
              MOVE "NEW DEPARTMENT WRITTEN TO FILE." TO WS-MESSAGE
           ELSE
              REWRITE DEPT-GL-RECORD
                  INVALID KEY
                MOVE "REWRITE FAILED FOR DEPARTMENT GL FILE."
                   TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
                GO TO BC-005
              END-REWRITE
              MOVE "C" TO WS-MCL-ACTION
              MOVE "DEPARTMENT CHANGES WRITTEN TO FILE."
                 TO WS-MESSAGE.
           PERFORM B-LOG-CHANGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-050.
           DELETE DEPT-GL-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR DEPARTMENT GL FILE."
                TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           MOVE "D" TO WS-MCL-ACTION.
           PERFORM B-LOG-CHANGE.
           MOVE "DEPARTMENT DELETED, SALARIES POST TO DEFAULT."
              TO WS-MESSAGE.
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
           DISPLAY DG-DESCRIPTION AT W-POS.
           MOVE 1310 TO W-POS.
           DISPLAY "SALARY GL: [" AT W-POS.
           MOVE 1323 TO W-POS.
           DISPLAY DG-SALARY-ACC AT W-POS.
           MOVE 1329 TO W-POS.
           DISPLAY "]" AT W-POS.
           MOVE 1410 TO W-POS.
           DISPLAY "CENTRE:    [" AT W-POS.
           MOVE 1423 TO W-POS.
           DISPLAY DG-COST-CENTRE AT W-POS.
           MOVE 1427 TO W-POS.
           DISPLAY "]" AT W-POS.
        BSR-EXIT.
           EXIT.
      *
        B-LOG-CHANGE SECTION.
        BLC-005.
           MOVE "DEPTGL"          TO WS-MCL-FILE-ID.
           MOVE DG-DEPARTMENT     TO WS-MCL-RECORD-KEY.
           MOVE "DeptGlMt"        TO WS-MCL-PROGRAM.
           IF WS-MCL-ACTION = "D"
              MOVE SPACES         TO WS-MCL-AFTER
           ELSE
              MOVE DEPT-GL-RECORD TO WS-MCL-AFTER.
           PERFORM WRITE-MAST-CHGLOG.
        BLC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE DEPT-GL-FILE
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
