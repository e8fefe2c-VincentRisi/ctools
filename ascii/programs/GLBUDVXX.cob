               FILE STATUS IS WS-GLJRN-STATUS.
           COPY "SelectGlJrnHist".
           COPY "SelectGlBudget".
           COPY "SelectCostCentre".
           SELECT REPORT-TEXT-FILE ASSIGN TO "/ctools/spl/GlBudVar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY ChlfdGlJrn.
           COPY ChlfdGlJrnHist.
           COPY ChlfdGlBudget.
           COPY ChlfdCostCentre.
           FD  REPORT-TEXT-FILE
               LABEL RECORDS ARE STANDARD.
           01  REPORT-TEXT-LINE         PIC X(132).
           77  WS-W-STATUS      PIC 9(4) BINARY COMP VALUE 0.
           77  WS-COMMAND-LINE  PIC X(256) VALUE " ".
           77  WS-PRINTER       PIC X(10) VALUE " ".
           77  WS-MODE          PIC X VALUE "A".
               88  WS-BY-CENTRE       VALUE "C".
           77  WS-ONE-CENTRE    PIC X(04) VALUE " ".
           77  WS-LAST-CENTRE   PIC X(04) VALUE " ".
           77  WS-MOVE-IDX      PIC 9(04) COMP VALUE 0.
           77  WS-THIS-BUD      PIC S9(11)V99 VALUE 0.
           77  WS-SUB-BUD       PIC S9(11)V99 VALUE 0.
           77  WS-SUB-ACT       PIC S9(11)V99 VALUE 0.
           77  WS-SUB-VAR       PIC S9(11)V99 VALUE 0.
           77  WS-CC-OFF-SW     PIC X VALUE "N".
               88  WS-CC-OFF          VALUE "Y".
      *****************************************************************
      * BUDGET AND ACTUAL MOVEMENT PER ACCOUNT FOR THE REQUESTED
      * PERIOD, HELD IN COST CENTRE THEN ACCOUNT ORDER. ACTUALS COME
      * FROM THE ARCHIVED JOURNAL HISTORY PLUS ANY JOURNALS STILL
      * WAITING ON GLJRN FOR THE NEXT MONTH END. BY ACCOUNT, EVERY
      * CENTRE IS HELD UNDER A BLANK ONE SO EACH ACCOUNT IS ONE LINE.
      *****************************************************************
           01  WS-ACTUAL-TABLE.
               03  WS-ACTUAL OCCURS 1000 TIMES.
                   05  WS-AC-SORT.
                       07  WS-AC-CENTRE  PIC X(04).
                       07  WS-AC-ACCOUNT PIC X(06).
                   05  WS-AC-BUDGET     PIC S9(11)V99.
                   05  WS-AC-AMOUNT     PIC S9(11)V99.
           01  WS-NEW-ACTUAL.
               03  WS-NA-SORT.
                   05  WS-NA-CENTRE     PIC X(04).
                   05  WS-NA-ACCOUNT    PIC X(06).
               03  WS-NA-BUDGET         PIC S9(11)V99.
               03  WS-NA-AMOUNT         PIC S9(11)V99.
           01  WS-GL-STATUS.
               03  WS-GL-ST1        PIC 99.
           01  WS-GLJRN-STATUS.
               03  WS-BUDGET-ST1    PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           01  WS-CC-STATUS.
               03  WS-CC-ST1        PIC 99.
           01  WS-WORK-ACCOUNT      PIC X(06) VALUE " ".
           01  WS-WORK-CENTRE       PIC X(04) VALUE " ".
           01  WS-WORK-AMOUNT       PIC S9(11)V99 VALUE 0.
           01  WS-WORK-BUDGET       PIC S9(11)V99 VALUE 0.
           01  WS-DATE-WORK.
               03  WS-DATE-NUM  PIC 9(08).
               03  FILLER REDEFINES WS-DATE-NUM.
               03  FILLER           PIC X(19) VALUE "           BUDGET".
               03  FILLER           PIC X(19) VALUE "           ACTUAL".
               03  FILLER           PIC X(19) VALUE "         VARIANCE".
           01  WS-CENTRE-LINE.
               03  FILLER           PIC X(12) VALUE "COST CENTRE ".
               03  WS-CL-CODE       PIC X(04).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-CL-DESC       PIC X(30).
               03  FILLER           PIC X(84) VALUE " ".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
           PERFORM A-ACCEPT.
           PERFORM A-INIT.
           PERFORM B-LOAD-ACTUALS.
           PERFORM B-LOAD-BUDGETS.
           PERFORM C-REPORT.
           PERFORM D-PIPELINE.
           PERFORM E-END.
           MOVE FUNCTION NUMVAL(WS-PERIOD-IN) TO WS-PERIOD.
           IF WS-PERIOD = 0
              GO TO A-001.
        A-010.
      *    A NAMES THE REPORT BY ACCOUNT, C BY COST CENTRE FOR ALL
      *    CENTRES; OTHERWISE THE OPERATOR CHOOSES, AND MAY ASK FOR
      *    ONE COST CENTRE ALONE.
           IF LK-DIRECTION = "A" OR LK-DIRECTION = "C"
              MOVE LK-DIRECTION TO WS-MODE
              GO TO A-AC-EXIT.
           MOVE 1210 TO W-POS
           DISPLAY "A=BY ACCOUNT, C=BY COST CENTRE: [ ]" AT W-POS
           MOVE 1243 TO W-POS
           ACCEPT WS-MODE AT W-POS.
           IF WS-MODE NOT = "A" AND NOT = "C"
              GO TO A-010.
           IF WS-MODE = "A"
              GO TO A-AC-EXIT.
           MOVE 1410 TO W-POS
           DISPLAY "COST CENTRE, BLANK FOR ALL: [    ]" AT W-POS
           MOVE 1439 TO W-POS
           MOVE " " TO WS-ONE-CENTRE
           ACCEPT WS-ONE-CENTRE AT W-POS.
        A-AC-EXIT.
           EXIT.
      *
           OPEN INPUT GLJRN-FILE.
           IF WS-GLJRN-ST1 NOT = 0
              DISPLAY "NO JOURNAL FILE, ACTUALS FROM HISTORY ONLY.".
           IF WS-BY-CENTRE
              OPEN INPUT COST-CENTRE-FILE
              IF WS-CC-ST1 NOT = 0
                 MOVE "Y" TO WS-CC-OFF-SW.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           IF WS-BY-CENTRE
              STRING "BUDGET VERSUS ACTUAL BY COST CENTRE FOR PERIOD "
                        DELIMITED BY SIZE
                     WS-PERIOD-IN DELIMITED BY SIZE
                     " COMPANY " DELIMITED BY SIZE
                     WS-COMPANY-CODE DELIMITED BY SIZE
                     INTO REPORT-TEXT-LINE
           ELSE
              STRING "BUDGET VERSUS ACTUAL FOR PERIOD "
                        DELIMITED BY SIZE
                     WS-PERIOD-IN DELIMITED BY SIZE
                     " COMPANY " DELIMITED BY SIZE
                     WS-COMPANY-CODE DELIMITED BY SIZE
                     INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
             GO TO BL-050.
           IF GLJRNH-PERIOD NOT = WS-PERIOD
              GO TO BL-050.
           MOVE GLJRNH-ACCOUNT     TO WS-WORK-ACCOUNT.
           MOVE GLJRNH-COST-CENTRE TO WS-WORK-CENTRE.
           MOVE GLJRNH-BAL         TO WS-WORK-AMOUNT.
           MOVE 0                  TO WS-WORK-BUDGET.
           PERFORM B-FIND-OR-INSERT.
           GO TO BL-010.
        BL-050.
           MOVE GLJRN-DATE TO WS-DATE-NUM.
           IF WS-DS-PERIOD NOT = WS-PERIOD
              GO TO BL-060.
           MOVE GLJRN-ACCOUNT     TO WS-WORK-ACCOUNT.
           MOVE GLJRN-COST-CENTRE TO WS-WORK-CENTRE.
           MOVE GLJRN-BAL         TO WS-WORK-AMOUNT.
           MOVE 0                 TO WS-WORK-BUDGET.
           PERFORM B-FIND-OR-INSERT.
           GO TO BL-060.
        BL-EXIT.
           EXIT.
      *
        B-LOAD-BUDGETS SECTION.
        BLB-005.
           MOVE 0      TO GLB-NUMBER
                          GLB-PERIOD.
           MOVE SPACES TO GLB-COST-CENTRE.
           START GL-BUDGET-FILE KEY NOT < GLB-KEY
               INVALID KEY
             GO TO BLB-EXIT.
        BLB-010.
           READ GL-BUDGET-FILE NEXT
               AT END
             GO TO BLB-EXIT.
           IF GLB-PERIOD NOT = WS-PERIOD
              GO TO BLB-010.
           MOVE GLB-NUMBER      TO WS-WORK-ACCOUNT.
           MOVE GLB-COST-CENTRE TO WS-WORK-CENTRE.
           MOVE 0               TO WS-WORK-AMOUNT.
           MOVE GLB-AMOUNT      TO WS-WORK-BUDGET.
           PERFORM B-FIND-OR-INSERT.
           GO TO BLB-010.
        BLB-EXIT.
           EXIT.
      *
        B-FIND-OR-INSERT SECTION.
        BFI-005.
           IF WS-WORK-CENTRE = LOW-VALUES
              MOVE SPACES TO WS-WORK-CENTRE.
           IF NOT WS-BY-CENTRE
              MOVE SPACES TO WS-WORK-CENTRE.
           IF WS-BY-CENTRE AND WS-ONE-CENTRE NOT = " "
                AND WS-WORK-CENTRE NOT = WS-ONE-CENTRE
              GO TO BFI-EXIT.
           MOVE WS-WORK-CENTRE  TO WS-NA-CENTRE.
           MOVE WS-WORK-ACCOUNT TO WS-NA-ACCOUNT.
           MOVE 0 TO WS-ACT-IDX.
        BFI-010.
           ADD 1 TO WS-ACT-IDX.
           IF WS-ACT-IDX > WS-ACT-COUNT
              GO TO BFI-020.
           IF WS-AC-SORT (WS-ACT-IDX) = WS-NA-SORT
              ADD WS-WORK-AMOUNT TO WS-AC-AMOUNT (WS-ACT-IDX)
              ADD WS-WORK-BUDGET TO WS-AC-BUDGET (WS-ACT-IDX)
              GO TO BFI-EXIT.
           GO TO BFI-010.
        BFI-020.
           IF WS-ACT-COUNT > 999
              MOVE "TOO MANY GL ACCOUNTS, REPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
      *    PLACED AFTER THE LAST ENTRY NOT GREATER THAN ITS OWN KEY,
      *    MOVING THE LATER ENTRIES DOWN ONE.
           MOVE WS-WORK-AMOUNT TO WS-NA-AMOUNT.
           MOVE WS-WORK-BUDGET TO WS-NA-BUDGET.
           MOVE WS-ACT-COUNT TO WS-MOVE-IDX.
        BFI-030.
           IF WS-MOVE-IDX = 0
              GO TO BFI-040.
           IF WS-AC-SORT (WS-MOVE-IDX) NOT > WS-NA-SORT
              GO TO BFI-040.
           MOVE WS-ACTUAL (WS-MOVE-IDX) TO WS-ACTUAL (WS-MOVE-IDX + 1).
           SUBTRACT 1 FROM WS-MOVE-IDX.
           GO TO BFI-030.
        BFI-040.
           MOVE WS-NEW-ACTUAL TO WS-ACTUAL (WS-MOVE-IDX + 1).
           ADD 1 TO WS-ACT-COUNT.
        BFI-EXIT.
           EXIT.
      *
        C-REPORT SECTION.
      *****************************************************************
      * ONE LINE PER ACCOUNT THAT WAS BUDGETED OR MOVED IN THE
      * PERIOD, SO NOTHING THE LEDGER DID IN THE MONTH CAN FALL OFF
      * THE VARIANCE REPORT. BY COST CENTRE, EACH CENTRE IS HEADED
      * AND SUBTOTALLED; A BLANK CENTRE PRINTS AS NO COST CENTRE.
      *****************************************************************
        CR-005.
           MOVE HIGH-VALUES TO WS-LAST-CENTRE.
           MOVE 0 TO WS-ACT-IDX.
        CR-010.
           ADD 1 TO WS-ACT-IDX.
           IF WS-ACT-IDX > WS-ACT-COUNT
              GO TO CR-090.
           IF WS-BY-CENTRE
                AND WS-AC-CENTRE (WS-ACT-IDX) NOT = WS-LAST-CENTRE
              PERFORM C-CENTRE-BREAK.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-AC-ACCOUNT (WS-ACT-IDX) TO WS-DL-ACCOUNT.
           MOVE WS-AC-ACCOUNT (WS-ACT-IDX) TO GL-NUMBER.
               INVALID KEY
             MOVE "ACCOUNT NOT ON GL MASTER" TO GL-DESCRIPTION.
           MOVE GL-DESCRIPTION TO WS-DL-DESC.
           MOVE WS-AC-BUDGET (WS-ACT-IDX) TO WS-THIS-BUD.
           MOVE WS-AC-AMOUNT (WS-ACT-IDX) TO WS-THIS-ACT.
           SUBTRACT WS-THIS-BUD FROM WS-THIS-ACT GIVING WS-THIS-VAR.
           MOVE WS-THIS-BUD    TO WS-DL-BUDGET.
           MOVE WS-THIS-ACT    TO WS-DL-ACTUAL.
           MOVE WS-THIS-VAR    TO WS-DL-VARIANCE.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD WS-THIS-BUD TO WS-BUD-TOTAL WS-SUB-BUD.
           ADD WS-THIS-ACT TO WS-ACT-TOTAL WS-SUB-ACT.
           ADD WS-THIS-VAR TO WS-VAR-TOTAL WS-SUB-VAR.
           GO TO CR-010.
        CR-090.
           IF WS-BY-CENTRE AND WS-LAST-CENTRE NOT = HIGH-VALUES
              PERFORM C-CENTRE-TOTAL.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
        CR-EXIT.
           EXIT.
      *
        C-CENTRE-BREAK SECTION.
        CCB-005.
           IF WS-LAST-CENTRE NOT = HIGH-VALUES
              PERFORM C-CENTRE-TOTAL.
           MOVE WS-AC-CENTRE (WS-ACT-IDX) TO WS-LAST-CENTRE.
           MOVE 0 TO WS-SUB-BUD WS-SUB-ACT WS-SUB-VAR.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-LAST-CENTRE = " "
              MOVE "NO COST CENTRE" TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE
              GO TO CCB-EXIT.
           MOVE WS-LAST-CENTRE TO WS-CL-CODE.
           MOVE SPACES TO WS-CL-DESC.
           IF WS-CC-OFF
              GO TO CCB-010.
           MOVE WS-LAST-CENTRE TO CC-CODE.
           READ COST-CENTRE-FILE
               INVALID KEY
             MOVE "** NOT ON COST CENTRE FILE **" TO CC-DESCRIPTION.
           MOVE CC-DESCRIPTION TO WS-CL-DESC.
        CCB-010.
           MOVE WS-CENTRE-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        CCB-EXIT.
           EXIT.
      *
        C-CENTRE-TOTAL SECTION.
        CCT-005.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "CENTRE TOTALS" TO WS-DL-DESC.
           MOVE WS-SUB-BUD TO WS-DL-BUDGET.
           MOVE WS-SUB-ACT TO WS-DL-ACTUAL.
           MOVE WS-SUB-VAR TO WS-DL-VARIANCE.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        CCT-EXIT.
           EXIT.
      *
        D-PIPELINE SECTION.
              CLOSE GLJRN-HISTORY.
           IF WS-GLJRN-ST1 = 0
              CLOSE GLJRN-FILE.
           IF WS-BY-CENTRE AND NOT WS-CC-OFF
              CLOSE COST-CENTRE-FILE.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        E-EXIT.
