        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLPDCNXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT GL-PERIOD-OLD ASSIGN TO "GlPeriodOld"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GPO-KEY
               FILE STATUS IS WS-OLD-STATUS.
           COPY "SelectGlPeriod".
      *
        DATA DIVISION.
        FILE SECTION.
           FD  GL-PERIOD-OLD
               LABEL RECORDS ARE STANDARD.
           01  GL-PERIOD-OLD-RECORD.
               03  GPO-KEY.
                   05  GPO-PERIOD            PIC 9(06).
               03  GPO-START-DATE            PIC 9(08).
               03  GPO-END-DATE              PIC 9(08).
               03  GPO-STATUS                PIC X(01).
               03  FILLER                    PIC X(09).
           COPY ChlfdGlPeriod.
      *
       WORKING-STORAGE SECTION.
           77  W-POS           PIC 9(4) VALUE 0.
           77  WS-MESSAGE      PIC X(60) VALUE " ".
           77  WS-OLD-COUNT    PIC 9(06) VALUE 0.
           77  WS-NEW-COUNT    PIC 9(06) VALUE 0.
           01  WS-OLD-STATUS.
               03  WS-OLD-ST1  PIC 99.
           01  WS-PERIOD-STATUS.
               03  WS-PERIOD-ST1 PIC 99.
      *
        PROCEDURE DIVISION.
        CONTROL-PARAGRAPH SECTION.
      *****************************************************************
      * ONE-OFF REBUILD OF THE PERIOD FILE ONTO THE LONGER LAYOUT WITH
      * THE PRE-CLOSE CHECKLIST STATUS AND THE SUPERVISOR OVERRIDE. NO
      * PERIOD STARTS WITH A CHECKLIST RUN, SO EACH OPEN PERIOD MUST
      * PASS ONE BEFORE THE MONTH END WILL CLOSE IT.
      * THE OPERATOR FIRST RENAMES THE LIVE FILE TO GlPeriodOld;
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
           DISPLAY "** GL PERIOD FILE LAYOUT CONVERSION **" AT W-POS.
           MOVE 1010 TO W-POS.
           DISPLAY "RENAME THE LIVE FILE TO GlPeriodOld FIRST"
              AT W-POS.
           OPEN INPUT GL-PERIOD-OLD.
           IF WS-OLD-ST1 NOT = 0
              MOVE "NO GlPeriodOld FILE, NOTHING TO CONVERT."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           OPEN INPUT GL-PERIOD-FILE.
           IF WS-PERIOD-ST1 = 0
              CLOSE GL-PERIOD-OLD
                    GL-PERIOD-FILE
              MOVE "NEW PERIOD FILE ALREADY EXISTS, REFUSED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           OPEN OUTPUT GL-PERIOD-FILE.
           IF WS-PERIOD-ST1 NOT = 0
              CLOSE GL-PERIOD-OLD
              MOVE "CANNOT CREATE NEW PERIOD FILE, ABORTED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
        A-EXIT.
           EXIT.
      *
        B-CONVERT SECTION.
        BC-005.
           READ GL-PERIOD-OLD NEXT
               AT END
             GO TO BC-EXIT.
           ADD 1 TO WS-OLD-COUNT.
           MOVE SPACES                  TO GL-PERIOD-RECORD.
           MOVE GPO-PERIOD              TO GLPD-PERIOD.
           MOVE GPO-START-DATE          TO GLPD-START-DATE.
           MOVE GPO-END-DATE            TO GLPD-END-DATE.
           MOVE GPO-STATUS              TO GLPD-STATUS.
           MOVE " "                     TO GLPD-CHECK-STATUS.
           MOVE 0                       TO GLPD-CHECK-DATE.
           MOVE 0                       TO GLPD-OVERRIDE-DATE.
           WRITE GL-PERIOD-RECORD
               INVALID KEY
             DISPLAY "WRITE FAILED FOR KEY: " GPO-KEY
             GO TO BC-005.
           ADD 1 TO WS-NEW-COUNT.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE GL-PERIOD-OLD
                 GL-PERIOD-FILE.
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
