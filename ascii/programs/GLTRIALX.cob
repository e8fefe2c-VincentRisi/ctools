               RECORD KEY IS GL-KEY
               ALTERNATE RECORD KEY IS GL-DESCRIPTION WITH DUPLICATES
               FILE STATUS IS WS-GL-STATUS.
           COPY "SelectGlJrnHist".
           COPY "SelectCostCentre".
           SELECT REPORT-TEXT-FILE ASSIGN TO "/ctools/spl/GlTrial.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdGlMast.
           COPY ChlfdGlJrnHist.
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
           77  WS-CT-COUNT      PIC 9(04) COMP VALUE 0.
           77  WS-CT-IDX        PIC 9(04) COMP VALUE 0.
           77  WS-MOVE-IDX      PIC 9(04) COMP VALUE 0.
           77  WS-CT-FULL-SW    PIC X VALUE "N".
               88  WS-CT-FULL         VALUE "Y".
           77  WS-CC-OFF-SW     PIC X VALUE "N".
               88  WS-CC-OFF          VALUE "Y".
           77  WS-SUB-DEBIT     PIC S9(11)V99 VALUE 0.
           77  WS-SUB-CREDIT    PIC S9(11)V99 VALUE 0.
           77  WS-LINE-BAL      PIC S9(11)V99 VALUE 0.
           01  WS-GL-STATUS.
               03  WS-GL-ST1        PIC 99.
           01  WS-HIST-STATUS.
               03  WS-HIST-ST1      PIC 99.
           01  WS-CC-STATUS.
               03  WS-CC-ST1        PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           01  WS-DETAIL-LINE.
               03  FILLER           PIC X(18) VALUE "           DEBIT".
               03  FILLER           PIC X(18) VALUE "          CREDIT".
               03  FILLER           PIC X(08) VALUE "STATUS".
           01  WS-CENTRE-LINE.
               03  FILLER           PIC X(12) VALUE "COST CENTRE ".
               03  WS-CL-CODE       PIC X(04).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-CL-DESC       PIC X(30).
               03  FILLER           PIC X(84) VALUE " ".
      *****************************************************************
      * THE BY-COST-CENTRE VIEW: EVERY ACCOUNT'S BALANCE WITHIN EACH
      * COST CENTRE, SUMMED FROM THE WHOLE JOURNAL HISTORY AND HELD IN
      * CENTRE THEN ACCOUNT ORDER. WS-NEW-CT IS THE ENTRY BEING PLACED.
      *****************************************************************
           01  WS-NEW-CT.
               03  WS-NC-SORT.
                   05  WS-NC-CENTRE PIC X(04).
                   05  WS-NC-ACCOUNT PIC X(06).
               03  WS-NC-BAL        PIC S9(11)V99.
           01  WS-CT-TABLE.
               03  WS-CT-ENTRY OCCURS 1000.
                   05  WS-CT-SORT.
                       07  WS-CT-CENTRE  PIC X(04).
                       07  WS-CT-ACCOUNT PIC X(06).
                   05  WS-CT-BAL        PIC S9(11)V99.
        Copy "WsDateInfo".
      *
        LINKAGE SECTION.
      *
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-ACCEPT.
           PERFORM A-INIT.
           IF WS-BY-CENTRE
              PERFORM B-LOAD-CENTRES
              PERFORM B-CENTRE-REPORT
           ELSE
              PERFORM B-REPORT.
           PERFORM C-TOTALS.
           PERFORM D-PIPELINE.
           PERFORM E-END.
        CONTROL-000.
           EXIT.
      *
        A-ACCEPT SECTION.
      *****************************************************************
      * A SCHEDULED RUN NAMES ITS LAYOUT IN THE DIRECTION: A BY
      * ACCOUNT, C BY COST CENTRE FOR ALL CENTRES. FROM THE MENU THE
      * OPERATOR CHOOSES, AND MAY ASK FOR ONE COST CENTRE ALONE.
      *****************************************************************
        A-001.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           IF LK-DIRECTION = "A" OR LK-DIRECTION = "C"
              MOVE LK-DIRECTION TO WS-MODE
              GO TO A-AC-EXIT.
           MOVE 0810 TO W-POS.
           DISPLAY "** GL TRIAL BALANCE **" AT W-POS.
           MOVE 1010 TO W-POS.
           DISPLAY "A=BY ACCOUNT, C=BY COST CENTRE: [ ]" AT W-POS.
           MOVE 1043 TO W-POS.
           ACCEPT WS-MODE AT W-POS.
           IF WS-MODE NOT = "A" AND NOT = "C"
              GO TO A-001.
           IF WS-MODE = "A"
              GO TO A-AC-EXIT.
           MOVE 1210 TO W-POS.
           DISPLAY "COST CENTRE, BLANK FOR ALL: [    ]" AT W-POS.
           MOVE 1239 TO W-POS.
           MOVE " " TO WS-ONE-CENTRE.
           ACCEPT WS-ONE-CENTRE AT W-POS.
        A-AC-EXIT.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** GL TRIAL BALANCE **".
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           OPEN INPUT GL-MASTER.
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           IF WS-BY-CENTRE
              OPEN INPUT COST-CENTRE-FILE
              IF WS-CC-ST1 NOT = 0
                 MOVE "Y" TO WS-CC-OFF-SW.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           IF WS-BY-CENTRE
              STRING "GL TRIAL BALANCE BY COST CENTRE AS AT "
                        DELIMITED BY SIZE
                     WS-NOW (1:8) DELIMITED BY SIZE
                     " COMPANY " DELIMITED BY SIZE
                     WS-COMPANY-CODE DELIMITED BY SIZE
                     INTO REPORT-TEXT-LINE
           ELSE
              STRING "GL TRIAL BALANCE AS AT " DELIMITED BY SIZE
                     WS-NOW (1:8) DELIMITED BY SIZE
                     " COMPANY " DELIMITED BY SIZE
                     WS-COMPANY-CODE DELIMITED BY SIZE
                     INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           GO TO BR-005.
        BR-EXIT.
           EXIT.
      *
        B-LOAD-CENTRES SECTION.
      *****************************************************************
      * SUM EVERY HISTORY LINE THAT CARRIES A COST CENTRE INTO THE
      * CENTRE AND ACCOUNT TABLE. THE CLOSES WRITE EACH CENTRE'S SHARE
      * BACK UNDER ITS OWN CODE, SO THE ALL-TIME SUM IS THE BALANCE.
      *****************************************************************
        BLC-005.
           OPEN INPUT GLJRN-HISTORY.
           IF WS-HIST-ST1 NOT = 0
              DISPLAY "NO JOURNAL HISTORY, NOTHING TAGGED TO CENTRES."
              GO TO BLC-EXIT.
           MOVE 0 TO GLJRNH-PERIOD.
           MOVE 0 TO GLJRNH-REFERENCE.
           START GLJRN-HISTORY KEY NOT < GLJRNH-KEY
               INVALID KEY
             GO TO BLC-090.
        BLC-010.
           READ GLJRN-HISTORY NEXT
               AT END
             GO TO BLC-090.
           IF GLJRNH-COST-CENTRE = " "
                OR GLJRNH-COST-CENTRE = LOW-VALUES
              GO TO BLC-010.
           IF WS-ONE-CENTRE NOT = " "
                AND GLJRNH-COST-CENTRE NOT = WS-ONE-CENTRE
              GO TO BLC-010.
           MOVE GLJRNH-COST-CENTRE TO WS-NC-CENTRE.
           MOVE GLJRNH-ACCOUNT     TO WS-NC-ACCOUNT.
           MOVE 0 TO WS-CT-IDX.
        BLC-020.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-IDX > WS-CT-COUNT
              GO TO BLC-030.
           IF WS-CT-SORT (WS-CT-IDX) NOT = WS-NC-SORT
              GO TO BLC-020.
           ADD GLJRNH-BAL TO WS-CT-BAL (WS-CT-IDX).
           GO TO BLC-010.
        BLC-030.
           MOVE GLJRNH-BAL TO WS-NC-BAL.
           PERFORM X-PLACE-ENTRY.
           GO TO BLC-010.
        BLC-090.
           CLOSE GLJRN-HISTORY.
        BLC-EXIT.
           EXIT.
      *
        B-CENTRE-REPORT SECTION.
        BCR-005.
           MOVE HIGH-VALUES TO WS-LAST-CENTRE.
           MOVE 0 TO WS-CT-IDX.
        BCR-010.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-IDX > WS-CT-COUNT
              GO TO BCR-050.
           IF WS-CT-BAL (WS-CT-IDX) = 0
              GO TO BCR-010.
           IF WS-CT-CENTRE (WS-CT-IDX) NOT = WS-LAST-CENTRE
              PERFORM X-CENTRE-BREAK.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CT-ACCOUNT (WS-CT-IDX) TO GL-NUMBER.
           MOVE GL-NUMBER TO WS-DL-NUMBER.
           READ GL-MASTER
               INVALID KEY
             MOVE "** NOT ON GL MASTER **" TO GL-DESCRIPTION.
           MOVE GL-DESCRIPTION TO WS-DL-DESC.
           MOVE WS-CT-BAL (WS-CT-IDX) TO WS-LINE-BAL.
           PERFORM X-PRINT-DETAIL.
           GO TO BCR-010.
        BCR-050.
           IF WS-LAST-CENTRE NOT = HIGH-VALUES
              PERFORM X-CENTRE-TOTAL.
           IF WS-CT-FULL
              MOVE "*** CENTRE TABLE FULL, REPORT IS INCOMPLETE ***"
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           IF WS-ONE-CENTRE NOT = " "
              GO TO BCR-EXIT.
      *    WHAT NO CENTRE CARRIES IS EACH ACCOUNT'S BALANCE LESS ITS
      *    CENTRES' SHARES, SO THE REPORT TOTALS AGREE TO THE LEDGER.
           MOVE "    " TO WS-LAST-CENTRE.
           MOVE 0 TO WS-SUB-DEBIT WS-SUB-CREDIT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE "NO COST CENTRE" TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE 0 TO GL-NUMBER.
           START GL-MASTER KEY NOT < GL-KEY
               INVALID KEY
             GO TO BCR-090.
        BCR-060.
           READ GL-MASTER NEXT
               AT END
             GO TO BCR-090.
           MOVE GL-BALANCE TO WS-LINE-BAL.
           MOVE 0 TO WS-CT-IDX.
        BCR-070.
           ADD 1 TO WS-CT-IDX.
           IF WS-CT-IDX > WS-CT-COUNT
              GO TO BCR-080.
           IF WS-CT-ACCOUNT (WS-CT-IDX) = GL-NUMBER
              SUBTRACT WS-CT-BAL (WS-CT-IDX) FROM WS-LINE-BAL.
           GO TO BCR-070.
        BCR-080.
           IF WS-LINE-BAL = 0
              GO TO BCR-060.
           MOVE SPACES         TO WS-DETAIL-LINE.
           MOVE GL-NUMBER      TO WS-DL-NUMBER.
           MOVE GL-DESCRIPTION TO WS-DL-DESC.
           PERFORM X-PRINT-DETAIL.
           GO TO BCR-060.
        BCR-090.
           PERFORM X-CENTRE-TOTAL.
        BCR-EXIT.
           EXIT.
      *
        X-CENTRE-BREAK SECTION.
        XCB-005.
           IF WS-LAST-CENTRE NOT = HIGH-VALUES
              PERFORM X-CENTRE-TOTAL.
           MOVE WS-CT-CENTRE (WS-CT-IDX) TO WS-LAST-CENTRE.
           MOVE 0 TO WS-SUB-DEBIT WS-SUB-CREDIT.
           MOVE SPACES TO WS-CL-DESC.
           MOVE WS-LAST-CENTRE TO WS-CL-CODE.
           IF WS-CC-OFF
              GO TO XCB-010.
           MOVE WS-LAST-CENTRE TO CC-CODE.
           READ COST-CENTRE-FILE
               INVALID KEY
             MOVE "** NOT ON COST CENTRE FILE **" TO CC-DESCRIPTION.
           MOVE CC-DESCRIPTION TO WS-CL-DESC.
        XCB-010.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-CENTRE-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        XCB-EXIT.
           EXIT.
      *
        X-CENTRE-TOTAL SECTION.
        XCT-005.
           MOVE SPACES          TO WS-TOTAL-LINE.
           MOVE "CENTRE TOTALS" TO WS-TL-LABEL.
           MOVE WS-SUB-DEBIT    TO WS-TL-DEBIT.
           MOVE WS-SUB-CREDIT   TO WS-TL-CREDIT.
           MOVE WS-TOTAL-LINE   TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        XCT-EXIT.
           EXIT.
      *
        X-PRINT-DETAIL SECTION.
      *****************************************************************
      * PRINT WS-LINE-BAL ON THE DETAIL LINE ALREADY NAMED, ADDING IT
      * TO THE CENTRE AND REPORT TOTALS.
      *****************************************************************
        XPD-005.
           ADD 1 TO WS-ACCT-COUNT.
           IF WS-LINE-BAL < 0
              MOVE 0          TO WS-DL-DEBIT
              COMPUTE WS-DL-CREDIT = 0 - WS-LINE-BAL
              SUBTRACT WS-LINE-BAL FROM WS-CREDIT-TOTAL
              SUBTRACT WS-LINE-BAL FROM WS-SUB-CREDIT
           ELSE
              MOVE WS-LINE-BAL TO WS-DL-DEBIT
              MOVE 0           TO WS-DL-CREDIT
              ADD WS-LINE-BAL  TO WS-DEBIT-TOTAL
              ADD WS-LINE-BAL  TO WS-SUB-DEBIT.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           ADD WS-LINE-BAL TO WS-NET-TOTAL.
        XPD-EXIT.
           EXIT.
      *
        X-PLACE-ENTRY SECTION.
      *****************************************************************
      * INSERT WS-NEW-CT AFTER THE LAST ENTRY WITH A SORT KEY NOT
      * GREATER THAN ITS OWN, MOVING THE LATER ENTRIES DOWN ONE.
      *****************************************************************
        XPE-005.
           IF WS-CT-COUNT = 1000
              GO TO XPE-090.
           MOVE WS-CT-COUNT TO WS-MOVE-IDX.
        XPE-010.
           IF WS-MOVE-IDX = 0
              GO TO XPE-020.
           IF WS-CT-SORT (WS-MOVE-IDX) NOT > WS-NC-SORT
              GO TO XPE-020.
           MOVE WS-CT-ENTRY (WS-MOVE-IDX)
             TO WS-CT-ENTRY (WS-MOVE-IDX + 1).
           SUBTRACT 1 FROM WS-MOVE-IDX.
           GO TO XPE-010.
        XPE-020.
           MOVE WS-NEW-CT TO WS-CT-ENTRY (WS-MOVE-IDX + 1).
           ADD 1 TO WS-CT-COUNT.
           GO TO XPE-EXIT.
        XPE-090.
           IF NOT WS-CT-FULL
              DISPLAY "CENTRE TABLE FULL AT 1000 LINES, REST LEFT OFF."
              MOVE "Y" TO WS-CT-FULL-SW.
        XPE-EXIT.
           EXIT.
      *
        C-TOTALS SECTION.
        CT-005.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
      *    ONE COST CENTRE ALONE NEED NOT BALANCE.
           IF WS-ONE-CENTRE NOT = " "
              GO TO CT-010.
           IF WS-NET-TOTAL = 0
              MOVE "LEDGER IS IN BALANCE." TO REPORT-TEXT-LINE
           ELSE
              MOVE "*** LEDGER OUT OF BALANCE, DEBITS DO NOT EQUAL CRED
      -           "ITS ***" TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        CT-010.
           DISPLAY "ACCOUNTS REPORTED: " WS-ACCT-COUNT.
           IF WS-NET-TOTAL NOT = 0 AND WS-ONE-CENTRE = " "
              DISPLAY "*** LEDGER OUT OF BALANCE ***".
        CT-EXIT.
           EXIT.
        E-000.
           CLOSE GL-MASTER
                 REPORT-TEXT-FILE.
           IF WS-BY-CENTRE AND NOT WS-CC-OFF
              CLOSE COST-CENTRE-FILE.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        E-EXIT.
