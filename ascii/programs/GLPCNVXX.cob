        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLPCNVXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT GL-MASTER ASSIGN TO "GlMaster"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               ALTERNATE RECORD KEY IS GL-DESCRIPTION WITH DUPLICATES
               FILE STATUS IS WS-GL-STATUS.
           COPY "SelectGlJrnHist".
           COPY "SelectGlPerBal".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdGlMast.
           COPY ChlfdGlJrnHist.
           COPY ChlfdGlPerBal.
      *
       WORKING-STORAGE SECTION.
           77  W-POS           PIC 9(4) VALUE 0.
           77  WS-MESSAGE      PIC X(60) VALUE " ".
           77  WS-HIST-COUNT   PIC 9(06) VALUE 0.
           77  WS-SKIP-COUNT   PIC 9(06) VALUE 0.
           77  WS-NEW-COUNT    PIC 9(06) VALUE 0.
           77  WS-ACCT-COUNT   PIC 9(06) VALUE 0.
           77  WS-CL-COUNT     PIC 9(04) COMP VALUE 0.
           77  WS-CL-IDX       PIC 9(04) COMP VALUE 0.
           77  WS-CL-LOST      PIC 9(06) VALUE 0.
           77  WS-CL-PERIOD    PIC 9(06) VALUE 0.
           77  WS-MOVES        PIC S9(11)V99 VALUE 0.
           77  WS-RUNNING      PIC S9(11)V99 VALUE 0.
           01  WS-PERIOD-WORK.
               03  WS-PW-PERIOD PIC 9(06).
               03  FILLER REDEFINES WS-PW-PERIOD.
                   05  WS-PW-YY PIC 9(04).
                   05  WS-PW-MM PIC 9(02).
      *****************************************************************
      * THE YEAR-END CLOSE ENTRIES FOUND IN THE HISTORY, PER ACCOUNT,
      * HELD AGAINST PERIOD 01 OF THE YEAR AFTER THE ONE CLOSED: THAT
      * IS WHERE THE MONTH END'S PERIOD BALANCES RESTART THE CHAIN.
      *****************************************************************
           01  WS-CLOSE-TABLE.
               03  WS-CLOSE-ENTRY OCCURS 2000 TIMES.
                   05  WS-CE-ACCOUNT    PIC 9(06).
                   05  WS-CE-PERIOD     PIC 9(06).
                   05  WS-CE-BAL        PIC S9(11)V99.
           01  WS-GL-STATUS.
               03  WS-GL-ST1   PIC 99.
           01  WS-HIST-STATUS.
               03  WS-HIST-ST1 PIC 99.
           01  WS-PB-STATUS.
               03  WS-PB-ST1   PIC 99.
      *
        PROCEDURE DIVISION.
        CONTROL-PARAGRAPH SECTION.
      *****************************************************************
      * ONE-OFF BUILD OF THE GL PERIOD BALANCE FILE FROM THE JOURNAL
      * HISTORY, SO THE TREND AND COMPARISON REPORTS HAVE THE PAST
      * YEARS TO WORK WITH FROM THE FIRST DAY. EACH ACCOUNT'S EARLIEST
      * OPENING IS ITS LEDGER BALANCE LESS EVERYTHING IN THE HISTORY,
      * AND THE CHAIN IS BUILT FORWARD FROM THERE. RUN ONCE, BEFORE
      * THE NEXT MONTH END; A FILE ALREADY IN PLACE IS LEFT ALONE.
      *****************************************************************
           PERFORM A-INIT.
           PERFORM B-MOVEMENTS.
           PERFORM B-CLOSE-POINTS.
           PERFORM C-CHAIN.
           PERFORM D-END.
           STOP RUN.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           MOVE 0810 TO W-POS.
           DISPLAY "** GL PERIOD BALANCE BUILD **" AT W-POS.
           OPEN INPUT GL-PERBAL-FILE.
           IF WS-PB-ST1 = 0
              CLOSE GL-PERBAL-FILE
              MOVE "PERIOD BALANCE FILE ALREADY EXISTS, REFUSED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           OPEN INPUT GL-MASTER.
           IF WS-GL-ST1 NOT = 0
              MOVE "NO GL MASTER, NOTHING TO BUILD." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           OPEN INPUT GLJRN-HISTORY.
           IF WS-HIST-ST1 NOT = 0
              CLOSE GL-MASTER
              MOVE "NO JOURNAL HISTORY, NOTHING TO BUILD."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           OPEN OUTPUT GL-PERBAL-FILE.
           CLOSE GL-PERBAL-FILE.
           OPEN I-O GL-PERBAL-FILE.
           IF WS-PB-ST1 NOT = 0
              CLOSE GL-MASTER
                    GLJRN-HISTORY
              MOVE "CANNOT CREATE PERIOD BALANCE FILE, ABORTED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
        A-EXIT.
           EXIT.
      *
        B-MOVEMENTS SECTION.
      *****************************************************************
      * EVERY HISTORY LINE ADDS INTO ITS ACCOUNT'S MOVEMENT FOR ITS
      * PERIOD, EXCEPT THE YEAR-END CLOSE, WHICH IS HELD ASIDE.
      *****************************************************************
        BM-005.
           MOVE 0 TO GLJRNH-PERIOD.
           MOVE 0 TO GLJRNH-REFERENCE.
           START GLJRN-HISTORY KEY NOT < GLJRNH-KEY
               INVALID KEY
             GO TO BM-EXIT.
        BM-010.
           READ GLJRN-HISTORY NEXT
               AT END
             GO TO BM-EXIT.
           ADD 1 TO WS-HIST-COUNT.
           IF GLJRNH-ACCOUNT NOT NUMERIC
              ADD 1 TO WS-SKIP-COUNT
              GO TO BM-010.
           IF GLJRNH-SOURCE = "GLYRENDX"
              PERFORM BM-HOLD-CLOSE
              GO TO BM-010.
           MOVE GLJRNH-ACCOUNT TO GLPB-ACCOUNT.
           MOVE GLJRNH-PERIOD  TO GLPB-PERIOD.
           READ GL-PERBAL-FILE
               INVALID KEY
             GO TO BM-020.
           ADD GLJRNH-BAL TO GLPB-MOVEMENT.
           REWRITE GL-PERBAL-RECORD
               INVALID KEY
             DISPLAY "REWRITE FAILED FOR KEY: " GLPB-KEY.
           GO TO BM-010.
        BM-020.
           MOVE SPACES         TO GL-PERBAL-RECORD.
           MOVE GLJRNH-ACCOUNT TO GLPB-ACCOUNT.
           MOVE GLJRNH-PERIOD  TO GLPB-PERIOD.
           MOVE 0              TO GLPB-OPENING
                                  GLPB-CLOSING.
           MOVE GLJRNH-BAL     TO GLPB-MOVEMENT.
           WRITE GL-PERBAL-RECORD
               INVALID KEY
             DISPLAY "WRITE FAILED FOR KEY: " GLPB-KEY
             GO TO BM-010.
           ADD 1 TO WS-NEW-COUNT.
           GO TO BM-010.
        BM-EXIT.
           EXIT.
      *
        BM-HOLD-CLOSE SECTION.
        BHC-005.
           MOVE GLJRNH-PERIOD TO WS-PW-PERIOD.
           ADD 1 TO WS-PW-YY.
           MOVE 1 TO WS-PW-MM.
           MOVE WS-PW-PERIOD TO WS-CL-PERIOD.
           MOVE 0 TO WS-CL-IDX.
        BHC-010.
           ADD 1 TO WS-CL-IDX.
           IF WS-CL-IDX > WS-CL-COUNT
              GO TO BHC-020.
           IF WS-CE-ACCOUNT (WS-CL-IDX) = GLJRNH-ACCOUNT
                AND WS-CE-PERIOD (WS-CL-IDX) = WS-CL-PERIOD
              ADD GLJRNH-BAL TO WS-CE-BAL (WS-CL-IDX)
              GO TO BHC-EXIT.
           GO TO BHC-010.
        BHC-020.
           IF WS-CL-COUNT = 2000
              ADD 1 TO WS-CL-LOST
              GO TO BHC-EXIT.
           ADD 1 TO WS-CL-COUNT.
           MOVE GLJRNH-ACCOUNT TO WS-CE-ACCOUNT (WS-CL-COUNT).
           MOVE WS-CL-PERIOD   TO WS-CE-PERIOD (WS-CL-COUNT).
           MOVE GLJRNH-BAL     TO WS-CE-BAL (WS-CL-COUNT).
        BHC-EXIT.
           EXIT.
      *
        B-CLOSE-POINTS SECTION.
      *****************************************************************
      * MAKE SURE EACH ACCOUNT THE CLOSE TOUCHED HAS A RECORD AT THE
      * POINT ITS NEW YEAR STARTS, EVEN IF IT DID NOT MOVE THAT MONTH.
      *****************************************************************
        BCP-005.
           IF WS-CL-LOST > 0
              DISPLAY "*** CLOSE TABLE FULL, ENTRIES LEFT OUT: "
                 WS-CL-LOST " ***".
           MOVE 0 TO WS-CL-IDX.
        BCP-010.
           ADD 1 TO WS-CL-IDX.
           IF WS-CL-IDX > WS-CL-COUNT
              GO TO BCP-EXIT.
           MOVE SPACES                    TO GL-PERBAL-RECORD.
           MOVE WS-CE-ACCOUNT (WS-CL-IDX) TO GLPB-ACCOUNT.
           MOVE WS-CE-PERIOD (WS-CL-IDX)  TO GLPB-PERIOD.
           MOVE 0                         TO GLPB-OPENING
                                             GLPB-MOVEMENT
                                             GLPB-CLOSING.
           WRITE GL-PERBAL-RECORD
               INVALID KEY
             GO TO BCP-010.
           ADD 1 TO WS-NEW-COUNT.
           GO TO BCP-010.
        BCP-EXIT.
           EXIT.
      *
        C-CHAIN SECTION.
      *****************************************************************
      * PER ACCOUNT: THE OPENING OF ITS FIRST RECORD IS THE LEDGER
      * BALANCE LESS ALL ITS MOVEMENTS AND CLOSE ENTRIES; EACH RECORD
      * THEN OPENS AT THE CLOSING BEFORE IT, PLUS THE CLOSE ENTRY
      * WHERE A NEW YEAR STARTS.
      *****************************************************************
        CC-005.
           MOVE 0 TO GL-NUMBER.
           START GL-MASTER KEY NOT < GL-KEY
               INVALID KEY
             GO TO CC-EXIT.
        CC-010.
           READ GL-MASTER NEXT
               AT END
             GO TO CC-EXIT.
           MOVE 0 TO WS-MOVES.
           MOVE 0 TO WS-CL-IDX.
        CC-015.
           ADD 1 TO WS-CL-IDX.
           IF WS-CL-IDX > WS-CL-COUNT
              GO TO CC-020.
           IF WS-CE-ACCOUNT (WS-CL-IDX) = GL-NUMBER
              ADD WS-CE-BAL (WS-CL-IDX) TO WS-MOVES.
           GO TO CC-015.
        CC-020.
           MOVE GL-NUMBER TO GLPB-ACCOUNT.
           MOVE 0         TO GLPB-PERIOD.
           START GL-PERBAL-FILE KEY NOT < GLPB-KEY
               INVALID KEY
             GO TO CC-010.
        CC-025.
           READ GL-PERBAL-FILE NEXT
               AT END
             GO TO CC-030.
           IF GLPB-ACCOUNT NOT = GL-NUMBER
              GO TO CC-030.
           ADD GLPB-MOVEMENT TO WS-MOVES.
           GO TO CC-025.
        CC-030.
           SUBTRACT WS-MOVES FROM GL-BALANCE GIVING WS-RUNNING.
           MOVE GL-NUMBER TO GLPB-ACCOUNT.
           MOVE 0         TO GLPB-PERIOD.
           START GL-PERBAL-FILE KEY NOT < GLPB-KEY
               INVALID KEY
             GO TO CC-010.
        CC-035.
           READ GL-PERBAL-FILE NEXT
               AT END
             GO TO CC-050.
           IF GLPB-ACCOUNT NOT = GL-NUMBER
              GO TO CC-050.
           MOVE 0 TO WS-CL-IDX.
        CC-040.
           ADD 1 TO WS-CL-IDX.
           IF WS-CL-IDX > WS-CL-COUNT
              GO TO CC-045.
           IF WS-CE-ACCOUNT (WS-CL-IDX) = GLPB-ACCOUNT
                AND WS-CE-PERIOD (WS-CL-IDX) = GLPB-PERIOD
              ADD WS-CE-BAL (WS-CL-IDX) TO WS-RUNNING.
           GO TO CC-040.
        CC-045.
           MOVE WS-RUNNING TO GLPB-OPENING.
           ADD GLPB-OPENING GLPB-MOVEMENT GIVING GLPB-CLOSING.
           MOVE GLPB-CLOSING TO WS-RUNNING.
           REWRITE GL-PERBAL-RECORD
               INVALID KEY
             DISPLAY "REWRITE FAILED FOR KEY: " GLPB-KEY.
           GO TO CC-035.
        CC-050.
           ADD 1 TO WS-ACCT-COUNT.
           GO TO CC-010.
        CC-EXIT.
           EXIT.
      *
        D-END SECTION.
        D-000.
           CLOSE GL-MASTER
                 GLJRN-HISTORY
                 GL-PERBAL-FILE.
           DISPLAY "HISTORY LINES READ:        " WS-HIST-COUNT.
           DISPLAY "PERIOD RECORDS WRITTEN:    " WS-NEW-COUNT.
           DISPLAY "ACCOUNTS CHAINED:          " WS-ACCT-COUNT.
           IF WS-SKIP-COUNT NOT = 0
              DISPLAY "*** LINES WITH A BAD ACCOUNT SKIPPED: "
                 WS-SKIP-COUNT " ***".
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        D-EXIT.
           EXIT.
        COPY "ErrorMessage".
