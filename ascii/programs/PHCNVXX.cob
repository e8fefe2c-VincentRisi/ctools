        IDENTIFICATION DIVISION.
        PROGRAM-ID. PHCNVXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT PAYHIST-OLD ASSIGN TO "PayHistoryOld"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHO-KEY
               FILE STATUS IS WS-OLD-STATUS.
           COPY "SelectPayHist".
      *
        DATA DIVISION.
        FILE SECTION.
           FD  PAYHIST-OLD
               LABEL RECORDS ARE STANDARD.
           01  PAYHIST-OLD-REC.
               03  PHO-KEY.
                   05  PHO-EMPLOYEE-NUMBER PIC 9(06).
                   05  PHO-PAY-DATE     PIC 9(08).
               03  PHO-GROSS            PIC S9(07)V99.
               03  PHO-TAX              PIC S9(07)V99.
               03  PHO-DEDUCTIONS       PIC S9(07)V99.
               03  PHO-NET              PIC S9(07)V99.
               03  FILLER               PIC X(10).
           COPY ChlfdPayHist.
      *
       WORKING-STORAGE SECTION.
           77  W-POS           PIC 9(4) VALUE 0.
           77  WS-MESSAGE      PIC X(60) VALUE " ".
           77  WS-OLD-COUNT    PIC 9(06) VALUE 0.
           77  WS-NEW-COUNT    PIC 9(06) VALUE 0.
           01  WS-OLD-STATUS.
               03  WS-OLD-ST1  PIC 99.
           01  WS-PH-STATUS.
               03  WS-PH-ST1   PIC 99.
      *
        PROCEDURE DIVISION.
        CONTROL-PARAGRAPH SECTION.
      *****************************************************************
      * ONE-OFF REBUILD OF THE PAYROLL HISTORY ONTO THE LAYOUT WITH A
      * LINE NUMBER IN THE KEY, SO EACH RUN'S VARIABLE EARNINGS CAN
      * SIT BEHIND ITS TOTALS. EXISTING ROWS BECOME LINE 0 WITH NO
      * VARIABLE EARNINGS.
      * THE OPERATOR FIRST RENAMES THE LIVE FILE TO PayHistoryOld;
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
           DISPLAY "** PAYROLL HISTORY LAYOUT CONVERSION **" AT W-POS.
           MOVE 1010 TO W-POS.
           DISPLAY "RENAME THE LIVE FILE TO PayHistoryOld FIRST"
              AT W-POS.
           OPEN INPUT PAYHIST-OLD.
           IF WS-OLD-ST1 NOT = 0
              MOVE "NO PayHistoryOld FILE, NOTHING TO CONVERT."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           OPEN INPUT PAYHIST-FILE.
           IF WS-PH-ST1 = 0
              CLOSE PAYHIST-OLD
                    PAYHIST-FILE
              MOVE "NEW HISTORY FILE ALREADY EXISTS, REFUSED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           OPEN OUTPUT PAYHIST-FILE.
           IF WS-PH-ST1 NOT = 0
              CLOSE PAYHIST-OLD
              MOVE "CANNOT CREATE NEW HISTORY FILE, ABORTED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
        A-EXIT.
           EXIT.
      *
        B-CONVERT SECTION.
        BC-005.
           READ PAYHIST-OLD NEXT
               AT END
             GO TO BC-EXIT.
           ADD 1 TO WS-OLD-COUNT.
           MOVE SPACES                  TO PAYHIST-RECORD.
           MOVE PHO-EMPLOYEE-NUMBER     TO PH-EMPLOYEE-NUMBER.
           MOVE PHO-PAY-DATE            TO PH-PAY-DATE.
           MOVE 0                       TO PH-LINE.
           MOVE PHO-GROSS               TO PH-GROSS.
           MOVE PHO-TAX                 TO PH-TAX.
           MOVE PHO-DEDUCTIONS          TO PH-DEDUCTIONS.
           MOVE PHO-NET                 TO PH-NET.
           MOVE 0                       TO PH-VARIABLE.
           WRITE PAYHIST-RECORD
               INVALID KEY
             DISPLAY "WRITE FAILED FOR KEY: " PHO-KEY
             GO TO BC-005.
           ADD 1 TO WS-NEW-COUNT.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE PAYHIST-OLD
                 PAYHIST-FILE.
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
