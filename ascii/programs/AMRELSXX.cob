        IDENTIFICATION DIVISION.
        PROGRAM-ID. AMRELSXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectAmortSch".
           COPY "SelectGlPeriod".
           SELECT GLJRN-FILE ASSIGN TO "GlJrn"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLJRN-KEY
               FILE STATUS IS WS-GLJRN-STATUS.
           SELECT REPORT-TEXT-FILE ASSIGN TO "/ctools/spl/AmRels.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdAmortSch.
           COPY ChlfdGlJrn.
           COPY ChlfdGlPeriod.
           FD  REPORT-TEXT-FILE
               LABEL RECORDS ARE STANDARD.
           01  REPORT-TEXT-LINE         PIC X(132).
      *
       WORKING-STORAGE SECTION.
           77  WS-COMPANY-CODE PIC X(02) VALUE " ".
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-OPERATOR      PIC X(10) VALUE " ".
           77  WS-CONFIRM       PIC X VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-W-STATUS      PIC 9(4) BINARY COMP VALUE 0.
           77  WS-COMMAND-LINE  PIC X(256) VALUE " ".
           77  WS-PRINTER       PIC X(10) VALUE " ".
           77  WS-NEXT-REF      PIC 9(08) VALUE 0.
           77  WS-FIRST-REF     PIC 9(08) VALUE 0.
           77  WS-RUN-PERIOD    PIC 9(06) VALUE 0.
           77  WS-MONTHS        PIC 9(04) VALUE 0.
           77  WS-SHARE         PIC S9(09)V99 VALUE 0.
           77  WS-MONTH-AMT     PIC S9(09)V99 VALUE 0.
           77  WS-RELEASE       PIC S9(09)V99 VALUE 0.
           77  WS-UNRELEASED    PIC S9(09)V99 VALUE 0.
           77  WS-RELEASE-TOTAL PIC S9(11)V99 VALUE 0.
           77  WS-SCHED-COUNT   PIC 9(06) VALUE 0.
           77  WS-CLOSED-COUNT  PIC 9(06) VALUE 0.
           77  WS-AMT-EDIT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           77  WS-JRN-FAIL-SW   PIC X VALUE "N".
               88  WS-JRN-FAIL        VALUE "Y".
           01  WS-PERIOD-WORK.
               03  WS-PW-PERIOD PIC 9(06).
               03  FILLER REDEFINES WS-PW-PERIOD.
                   05  WS-PW-YY PIC 9(04).
                   05  WS-PW-MM PIC 9(02).
           01  WS-JOURNAL-LINE.
               03  WS-JL-ACCOUNT    PIC X(06).
               03  WS-JL-CENTRE     PIC X(04).
               03  WS-JL-DESC       PIC X(30).
               03  WS-JL-BAL        PIC S9(09)V99.
           01  WS-AMS-STATUS.
               03  WS-AMS-ST1       PIC 99.
           01  WS-GLJRN-STATUS.
               03  WS-STAT1         PIC 99.
           01  WS-PERIOD-STATUS.
               03  WS-PERIOD-ST1    PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           01  WS-DETAIL-LINE.
               03  WS-DL-NUMBER     PIC X(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-DESC       PIC X(30).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-TYPE       PIC X(01).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-MONTHS     PIC ZZZ9.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-RELEASE    PIC Z,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-TO-DATE    PIC ZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-LEFT       PIC ZZ,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NOTE       PIC X(34).
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(10) VALUE "SCHEDULE".
               03  FILLER           PIC X(32) VALUE "DESCRIPTION".
               03  FILLER           PIC X(03) VALUE "T".
               03  FILLER           PIC X(06) VALUE "MTHS".
               03  FILLER           PIC X(15) VALUE "      RELEASED".
               03  FILLER           PIC X(16) VALUE "         TO DATE".
               03  FILLER           PIC X(16) VALUE "      UNRELEASED".
        Copy "WsDateInfo".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
            03  LK-DIRECTION     PIC X.
            03  LK-RETURN-CODE   PIC 9(02).
      *
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-INIT.
           PERFORM C-CONFIRM.
           IF WS-CONFIRM = "Y"
              PERFORM B-RELEASE
              PERFORM E-PIPELINE.
           PERFORM F-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** PREPAYMENT AND DEFERRED INCOME RELEASE **".
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USERNAME".
           IF WS-OPERATOR = " "
              MOVE "BATCH" TO WS-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           MOVE WS-NOW (1:6) TO WS-RUN-PERIOD.
      *    EVERY RELEASE IS POSTED INTO THE RUN PERIOD, WHICH MUST BE
      *    ON FILE AND STILL OPEN.
           OPEN INPUT GL-PERIOD-FILE.
           IF WS-PERIOD-ST1 NOT = 0
              MOVE "NO PERIOD FILE, RUN ABANDONED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE WS-RUN-PERIOD TO GLPD-PERIOD.
           READ GL-PERIOD-FILE
               INVALID KEY
             CLOSE GL-PERIOD-FILE
             MOVE "PERIOD NOT ON FILE, RUN ABANDONED." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE 90 TO LK-RETURN-CODE
             GOBACK.
           IF GLPD-CLOSED
              CLOSE GL-PERIOD-FILE
              MOVE "PERIOD IS CLOSED, NOTHING RELEASED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           CLOSE GL-PERIOD-FILE.
           OPEN I-O AMORT-SCHEDULE-FILE.
           IF WS-AMS-ST1 NOT = 0
              MOVE "NO AMORTISATION SCHEDULE FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN I-O GLJRN-FILE.
           IF WS-STAT1 = 35
              OPEN OUTPUT GLJRN-FILE
              CLOSE GLJRN-FILE
              OPEN I-O GLJRN-FILE.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "PREPAYMENT AND DEFERRED INCOME RELEASED TO PERIOD "
                     DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  " RUN " DELIMITED BY SIZE
                  WS-NOW (1:8) DELIMITED BY SIZE
                  " COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-HEAD-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           PERFORM A-NEXT-REFERENCE.
        A-EXIT.
           EXIT.
      *
        A-NEXT-REFERENCE SECTION.
        ANR-005.
           MOVE 1 TO WS-NEXT-REF.
           MOVE 99999999 TO GLJRN-REFERENCE.
           START GLJRN-FILE KEY NOT > GLJRN-KEY
               INVALID KEY
             GO TO ANR-EXIT.
           READ GLJRN-FILE PREVIOUS
               AT END
             GO TO ANR-EXIT.
           ADD 1 GLJRN-REFERENCE GIVING WS-NEXT-REF.
        ANR-EXIT.
           EXIT.
      *
        C-CONFIRM SECTION.
        C-005.
           DISPLAY "RELEASE SCHEDULES TO PERIOD " WS-RUN-PERIOD.
           DISPLAY "CONFIRM RELEASE RUN, Y/N: ".
           ACCEPT WS-CONFIRM.
        C-EXIT.
           EXIT.
      *
        B-RELEASE SECTION.
      *****************************************************************
      * EVERY OPEN SCHEDULE IS RELEASED FOR EACH PERIOD FROM THE ONE
      * AFTER ITS LAST RELEASE (OR ITS START PERIOD) UP TO THIS
      * PERIOD, SO A MISSED MONTH IS CAUGHT UP AND A REPEATED RUN
      * RELEASES NOTHING. A PREPAYMENT IS RELEASED BY DEBITING THE
      * EXPENSE AND CREDITING THE PREPAYMENT; DEFERRED INCOME BY
      * DEBITING THE DEFERRED INCOME AND CREDITING THE INCOME. THE
      * JOURNAL LINES GO ON BEFORE THE SCHEDULE IS UPDATED; A FAILED
      * JOURNAL LEAVES THE SCHEDULE AS IT WAS FOR THE NEXT RUN, WITH
      * THE FIRST LINE TAKEN OFF AGAIN IF THE SECOND WOULD NOT GO ON.
      *****************************************************************
        BR-005.
           MOVE LOW-VALUES TO AMS-NUMBER.
           START AMORT-SCHEDULE-FILE KEY NOT < AMS-KEY
               INVALID KEY
             GO TO BR-090.
        BR-010.
           READ AMORT-SCHEDULE-FILE NEXT
               AT END
             GO TO BR-090.
           IF AMS-CLOSED
              GO TO BR-010.
           MOVE "N" TO WS-JRN-FAIL-SW.
           PERFORM B-RELEASE-PERIODS.
           IF WS-RELEASE = 0
              GO TO BR-020.
           MOVE SPACES TO WS-JL-DESC.
           STRING "RELEASE OF SCHEDULE " DELIMITED BY SIZE
                  AMS-NUMBER DELIMITED BY SPACE
                  INTO WS-JL-DESC.
           MOVE AMS-IS-ACC      TO WS-JL-ACCOUNT.
           MOVE AMS-COST-CENTRE TO WS-JL-CENTRE.
           IF AMS-PREPAYMENT
              MOVE WS-RELEASE TO WS-JL-BAL
           ELSE
              SUBTRACT WS-RELEASE FROM 0 GIVING WS-JL-BAL.
           MOVE WS-NEXT-REF TO WS-FIRST-REF.
           PERFORM X-WRITE-JOURNAL.
           IF WS-JRN-FAIL
              GO TO BR-010.
           MOVE AMS-BS-ACC      TO WS-JL-ACCOUNT.
           MOVE SPACES          TO WS-JL-CENTRE.
           SUBTRACT WS-JL-BAL FROM 0 GIVING WS-JL-BAL.
           PERFORM X-WRITE-JOURNAL.
           IF WS-JRN-FAIL
              GO TO BR-015.
           ADD WS-RELEASE TO AMS-RELEASED
                             WS-RELEASE-TOTAL.
           ADD 1 TO WS-SCHED-COUNT.
           GO TO BR-020.
        BR-015.
           MOVE WS-FIRST-REF TO GLJRN-REFERENCE.
           DELETE GLJRN-FILE RECORD
               INVALID KEY
             DISPLAY "INVALID DELETE ON JOURNAL FILE: " GLJRN-KEY.
           GO TO BR-010.
        BR-020.
           IF WS-MONTHS NOT = 0
              ADD WS-MONTHS TO AMS-PERIODS-DONE
              PERFORM X-PREV-PERIOD
              MOVE WS-PW-PERIOD TO AMS-LAST-PERIOD.
           MOVE SPACES          TO WS-DETAIL-LINE.
           IF AMS-PERIODS-DONE NOT < AMS-PERIODS
              MOVE "C"           TO AMS-STATUS
              MOVE WS-TODAY-DATE TO AMS-CLOSED-DATE
              ADD 1 TO WS-CLOSED-COUNT
              MOVE "FULLY RELEASED, SCHEDULE CLOSED" TO WS-DL-NOTE.
           SUBTRACT AMS-RELEASED FROM AMS-TOTAL GIVING WS-UNRELEASED.
           MOVE AMS-NUMBER      TO WS-DL-NUMBER.
           MOVE AMS-DESCRIPTION TO WS-DL-DESC.
           MOVE AMS-TYPE        TO WS-DL-TYPE.
           MOVE WS-MONTHS       TO WS-DL-MONTHS.
           MOVE WS-RELEASE      TO WS-DL-RELEASE.
           MOVE AMS-RELEASED    TO WS-DL-TO-DATE.
           MOVE WS-UNRELEASED   TO WS-DL-LEFT.
           IF WS-MONTHS = 0 AND NOT AMS-CLOSED
              GO TO BR-030.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        BR-030.
           REWRITE AMORT-SCHEDULE-RECORD
               INVALID KEY
             DISPLAY "REWRITE FAILED FOR SCHEDULE: " AMS-NUMBER.
           GO TO BR-010.
        BR-090.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-RELEASE-TOTAL TO WS-AMT-EDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "RELEASED THIS RUN:         " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "SCHEDULES CLOSED:          " DELIMITED BY SIZE
                  WS-CLOSED-COUNT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        BR-EXIT.
           EXIT.
      *
        B-RELEASE-PERIODS SECTION.
      *****************************************************************
      * WORK OUT THE RELEASE FOR EACH PERIOD DUE IN TURN: AN EQUAL
      * SHARE OF THE TOTAL, EXCEPT THAT THE LAST PERIOD TAKES WHAT IS
      * LEFT SO THE ROUNDING NEVER LEAVES A BALANCE BEHIND. NOTHING IS
      * EVER RELEASED PAST THE TOTAL. WS-PW-PERIOD IS LEFT ON THE
      * PERIOD AFTER THE LAST ONE RELEASED.
      *****************************************************************
        BRP-005.
           MOVE 0 TO WS-RELEASE
                     WS-MONTHS.
           IF AMS-PERIODS-DONE = 0
              MOVE AMS-START-PERIOD TO WS-PW-PERIOD
           ELSE
              MOVE AMS-LAST-PERIOD TO WS-PW-PERIOD
              PERFORM X-NEXT-PERIOD.
           COMPUTE WS-SHARE ROUNDED = AMS-TOTAL / AMS-PERIODS.
        BRP-010.
           IF WS-PW-PERIOD > WS-RUN-PERIOD
              GO TO BRP-EXIT.
           IF AMS-PERIODS-DONE + WS-MONTHS NOT < AMS-PERIODS
              GO TO BRP-EXIT.
           IF AMS-PERIODS-DONE + WS-MONTHS + 1 = AMS-PERIODS
              COMPUTE WS-MONTH-AMT =
                 AMS-TOTAL - AMS-RELEASED - WS-RELEASE
           ELSE
              MOVE WS-SHARE TO WS-MONTH-AMT.
           IF AMS-RELEASED + WS-RELEASE + WS-MONTH-AMT > AMS-TOTAL
              COMPUTE WS-MONTH-AMT =
                 AMS-TOTAL - AMS-RELEASED - WS-RELEASE.
           ADD WS-MONTH-AMT TO WS-RELEASE.
           ADD 1 TO WS-MONTHS.
           PERFORM X-NEXT-PERIOD.
           GO TO BRP-010.
        BRP-EXIT.
           EXIT.
      *
        X-WRITE-JOURNAL SECTION.
        XWJ-005.
           MOVE SPACES         TO GLJRN-REC.
           MOVE WS-NEXT-REF    TO GLJRN-REFERENCE.
           MOVE WS-JL-ACCOUNT  TO GLJRN-ACCOUNT.
           MOVE WS-TODAY-DATE  TO GLJRN-DATE.
           MOVE WS-JL-DESC     TO GLJRN-DESCRIPTION.
           MOVE WS-JL-BAL      TO GLJRN-BAL.
           MOVE WS-JL-CENTRE   TO GLJRN-COST-CENTRE.
           MOVE "AMRELSXX" TO GLJRN-SOURCE.
           MOVE WS-OPERATOR TO GLJRN-OPERATOR.
           MOVE WS-RUN-PERIOD TO GLJRN-PERIOD.
           WRITE GLJRN-REC
               INVALID KEY
             MOVE "WRITE FAILED FOR JOURNAL ENTRY." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             MOVE "Y" TO WS-JRN-FAIL-SW
             GO TO XWJ-EXIT.
           ADD 1 TO WS-NEXT-REF.
        XWJ-EXIT.
           EXIT.
      *
        X-NEXT-PERIOD SECTION.
        XNP-005.
           IF WS-PW-MM = 12
              ADD 1 TO WS-PW-YY
              MOVE 1 TO WS-PW-MM
           ELSE
              ADD 1 TO WS-PW-MM.
        XNP-EXIT.
           EXIT.
      *
        X-PREV-PERIOD SECTION.
        XPP-005.
           IF WS-PW-MM = 1
              SUBTRACT 1 FROM WS-PW-YY
              MOVE 12 TO WS-PW-MM
           ELSE
              SUBTRACT 1 FROM WS-PW-MM.
        XPP-EXIT.
           EXIT.
      *
        E-PIPELINE SECTION.
      *****************************************************************
      * HAND THE REPORT TEXT TO THE SHARED PDF PIPELINE TOOLS: TEXT
      * TO PDF, ARCHIVE A COPY, THEN DELIVER TO THE PRINTER.
      *****************************************************************
        EP-005.
           ACCEPT WS-PRINTER FROM ENVIRONMENT "PP-PRINTER".
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "./text2pdf /ctools/spl/AmRels.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/AmRels.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/AmRels.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "AMRELS.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/AmRels.pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
        EP-EXIT.
           EXIT.
      *
        X-RUN-COMMAND SECTION.
        XRC-005.
           CALL "SYSTEM" USING WS-COMMAND-LINE
               RETURNING WS-W-STATUS.
           IF WS-W-STATUS NOT = 0
              DISPLAY "COMMAND FAILED: " WS-COMMAND-LINE.
        XRC-EXIT.
           EXIT.
      *
        F-END SECTION.
        F-000.
           CLOSE AMORT-SCHEDULE-FILE
                 GLJRN-FILE
                 REPORT-TEXT-FILE.
           IF WS-CONFIRM = "Y"
              MOVE WS-RELEASE-TOTAL TO WS-AMT-EDIT
              DISPLAY "SCHEDULES RELEASED:   " WS-SCHED-COUNT
              DISPLAY "AMOUNT RELEASED:      " WS-AMT-EDIT
              DISPLAY "SCHEDULES CLOSED:     " WS-CLOSED-COUNT
           ELSE
              DISPLAY "RELEASE CANCELLED, NOTHING POSTED".
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        F-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
