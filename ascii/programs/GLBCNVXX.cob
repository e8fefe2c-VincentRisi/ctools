        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLBCNVXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT GLBUDGET-OLD ASSIGN TO "GlBudgetOld"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GBO-KEY
               FILE STATUS IS WS-OLD-STATUS.
           COPY "SelectGlBudget".
      *
        DATA DIVISION.
        FILE SECTION.
           FD  GLBUDGET-OLD
               LABEL RECORDS ARE STANDARD.
           01  GLBUDGET-OLD-REC.
               03  GBO-KEY.
                   05  GBO-NUMBER       PIC 9(06).
                   05  GBO-PERIOD       PIC 9(06).
               03  GBO-AMOUNT           PIC S9(09)V99.
               03  FILLER               PIC X(10).
           COPY ChlfdGlBudget.
      *
       WORKING-STORAGE SECTION.
           77  W-POS           PIC 9(4) VALUE 0.
           77  WS-MESSAGE      PIC X(60) VALUE " ".
           77  WS-OLD-COUNT    PIC 9(06) VALUE 0.
           77  WS-NEW-COUNT    PIC 9(06) VALUE 0.
           01  WS-OLD-STATUS.
               03  WS-OLD-ST1  PIC 99.
           01  WS-BUDGET-STATUS.
               03  WS-BUDGET-ST1 PIC 99.
      *
        PROCEDURE DIVISION.
        CONTROL-PARAGRAPH SECTION.
      *****************************************************************
      * ONE-OFF REBUILD OF THE GL BUDGET FILE ONTO THE LAYOUT KEYED
      * BY ACCOUNT, COST CENTRE AND PERIOD. EXISTING BUDGETS ARE FOR
      * THE ACCOUNT AS A WHOLE, SO THEIR COST CENTRE STAYS BLANK.
      * THE OPERATOR FIRST RENAMES THE LIVE FILE TO GlBudgetOld;
      * THIS RUN COPIES EVERY RECORD ACROSS AND REPORTS THE COUNTS
      * FOR SIGN-OFF.
      *****************************************************************
           PERFORM A-INIT.
           PERFORM B-CONVERT.
           PERFORM C-END.
           STOP RUN.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           MOVE 0810 TO W-POS.
           DISPLAY "** GL BUDGET LAYOUT CONVERSION **" AT W-POS.
           MOVE 1010 TO W-POS.
           DISPLAY "RENAME THE LIVE FILE TO GlBudgetOld FIRST"
              AT W-POS.
           OPEN INPUT GLBUDGET-OLD.
           IF WS-OLD-ST1 NOT = 0
              MOVE "NO GlBudgetOld FILE, NOTHING TO CONVERT."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           OPEN INPUT GL-BUDGET-FILE.
           IF WS-BUDGET-ST1 = 0
              CLOSE GLBUDGET-OLD
                    GL-BUDGET-FILE
              MOVE "NEW BUDGET FILE ALREADY EXISTS, REFUSED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           OPEN OUTPUT GL-BUDGET-FILE.
           IF WS-BUDGET-ST1 NOT = 0
              CLOSE GLBUDGET-OLD
              MOVE "CANNOT CREATE NEW BUDGET FILE, ABORTED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
        A-EXIT.
           EXIT.
      *
        B-CONVERT SECTION.
        BC-005.
           READ GLBUDGET-OLD NEXT
               AT END
             GO TO BC-EXIT.
           ADD 1 TO WS-OLD-COUNT.
           MOVE SPACES                  TO GL-BUDGET-RECORD.
           MOVE GBO-NUMBER              TO GLB-NUMBER.
           MOVE SPACES                  TO GLB-COST-CENTRE.
           MOVE GBO-PERIOD              TO GLB-PERIOD.
           MOVE GBO-AMOUNT              TO GLB-AMOUNT.
           WRITE GL-BUDGET-RECORD
               INVALID KEY
             DISPLAY "WRITE FAILED FOR KEY: " GBO-KEY
             GO TO BC-005.
           ADD 1 TO WS-NEW-COUNT.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE GLBUDGET-OLD
                 GL-BUDGET-FILE.
           DISPLAY "RECORDS READ FROM OLD FILE: " WS-OLD-COUNT.
           DISPLAY "RECORDS WRITTEN TO NEW:     " WS-NEW-COUNT.
           IF WS-OLD-COUNT NOT = WS-NEW-COUNT
              DISPLAY "*** COUNTS DIFFER, DO NOT GO LIVE ***".
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
        COPY "ErrorMessage".
      * END-OF-JOB.
