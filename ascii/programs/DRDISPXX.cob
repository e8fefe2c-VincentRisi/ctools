        IDENTIFICATION DIVISION.
        PROGRAM-ID. DRDISPXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectDrMaster".
         Copy "SelectDrTrans".
         Copy "SelectDrDispute".
           SELECT REPORT-TEXT-FILE ASSIGN TO "/ctools/spl/DrDisp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdDebtor.
           COPY ChlfdDrTrans.
           COPY ChlfdDrDispute.
           FD  REPORT-TEXT-FILE
               LABEL RECORDS ARE STANDARD.
           01  REPORT-TEXT-LINE         PIC X(132).
      *
       WORKING-STORAGE SECTION.
           77  WS-COMPANY-CODE PIC X(02) VALUE " ".
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-W-STATUS      PIC 9(4) BINARY COMP VALUE 0.
           77  WS-COMMAND-LINE  PIC X(256) VALUE " ".
           77  WS-PRINTER       PIC X(10) VALUE " ".
           77  WS-TODAY-DATE    PIC 9(08) VALUE 0.
           77  WS-TODAY-INT     PIC 9(08) VALUE 0.
           77  WS-AGE-DAYS      PIC 9(05) VALUE 0.
           77  WS-BKT           PIC 9(01) VALUE 0.
           77  WS-DT-COUNT      PIC 9(03) COMP VALUE 0.
           77  WS-IDX           PIC 9(03) COMP VALUE 0.
           77  WS-IDX2          PIC 9(03) COMP VALUE 0.
           77  WS-SKIPPED       PIC 9(06) VALUE 0.
           77  WS-PREV-RESP     PIC X(10) VALUE " ".
           77  WS-RESP-COUNT    PIC 9(06) VALUE 0.
           77  WS-RESP-AMT      PIC S9(11)V99 VALUE 0.
           77  WS-TOT-COUNT     PIC 9(06) VALUE 0.
           77  WS-TOT-AMT       PIC S9(11)V99 VALUE 0.
           77  WS-AMT-EDIT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           77  WS-COUNT-EDIT    PIC ZZZZZ9.
      *****************************************************************
      * THE OPEN DISPUTES, HELD SO THEY CAN BE PUT IN ORDER OF THE
      * PERSON RESPONSIBLE AND THEN OLDEST FIRST.
      *****************************************************************
           01  WS-DISP-TABLE.
               03  WS-DT OCCURS 500.
                   05  WS-DT-SORT.
                       07  WS-DT-RESPONSIBLE PIC X(10).
                       07  WS-DT-RAISED      PIC 9(08).
                       07  WS-DT-ACCOUNT     PIC 9(07).
                       07  WS-DT-TRANS       PIC 9(06).
                   05  WS-DT-REASON          PIC X(02).
                   05  WS-DT-RAISED-BY       PIC X(20).
                   05  WS-DT-AMOUNT          PIC S9(09)V99.
           01  WS-DT-SWAP                    PIC X(64).
           01  WS-BUCKETS.
               03  WS-BK OCCURS 4.
                   05  WS-BK-COUNT       PIC 9(06).
                   05  WS-BK-AMT         PIC S9(11)V99.
           01  WS-BUCKET-NAMES.
               03  FILLER PIC X(12) VALUE "0 - 30 DAYS".
               03  FILLER PIC X(12) VALUE "31 - 60 DAYS".
               03  FILLER PIC X(12) VALUE "61 - 90 DAYS".
               03  FILLER PIC X(12) VALUE "OVER 90 DAYS".
           01  FILLER REDEFINES WS-BUCKET-NAMES.
               03  WS-BK-NAME OCCURS 4 PIC X(12).
           01  WS-RESP-LINE.
               03  FILLER           PIC X(13) VALUE "RESPONSIBLE: ".
               03  WS-RL-RESP       PIC X(10).
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(09) VALUE "ACCOUNT".
               03  FILLER           PIC X(27) VALUE "NAME".
               03  FILLER           PIC X(08) VALUE "ITEM".
               03  FILLER           PIC X(12) VALUE "REFERENCE".
               03  FILLER           PIC X(20) VALUE "REASON".
               03  FILLER           PIC X(18) VALUE "RAISED BY".
               03  FILLER           PIC X(12) VALUE "RAISED ON".
               03  FILLER           PIC X(07) VALUE "  DAYS".
               03  FILLER           PIC X(13) VALUE "  OUTSTANDING".
           01  WS-DETAIL-LINE.
               03  WS-DL-ACCOUNT    PIC 9(07).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NAME       PIC X(25).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-TRANS      PIC 9(06).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-REF        PIC X(10).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-REASON     PIC X(18).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-RAISED-BY  PIC X(16).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-RAISED     PIC 9999/99/99.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-AGE        PIC ZZZZ9.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-AMOUNT     PIC Z,ZZZ,ZZ9.99-.
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-DRTRANS-STATUS.
               03  WS-DRTRANS-ST1   PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           COPY "WsDrDispute".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
            03  LK-DIRECTION     PIC X.
            03  LK-RETURN-CODE   PIC 9(02).
      *
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
      *****************************************************************
      * DISPUTE AGING. EVERY DISPUTE STILL OPEN ON THE REGISTER, BY
      * THE PERSON RESPONSIBLE FOR RESOLVING IT, OLDEST FIRST, WITH ITS
      * AGE IN DAYS SINCE IT WAS RAISED AND WHAT IS STILL OUTSTANDING
      * ON THE ITEM. A DISPUTE DROPS OFF ONCE ITS OUTCOME IS RECORDED.
      *****************************************************************
           PERFORM A-INIT.
           PERFORM B-LOAD.
           PERFORM C-SORT.
           PERFORM D-REPORT.
           PERFORM E-TOTALS.
           PERFORM F-PIPELINE.
           PERFORM H-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** DEBTOR DISPUTE AGING **".
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
             TO WS-TODAY-INT.
           OPEN INPUT DR-DISPUTE-FILE.
           IF WS-DDS-ST1 NOT = 0
              MOVE "NO DISPUTE REGISTER, REPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "NO DEBTOR MASTER, REPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE DR-DISPUTE-FILE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT DRTRANS-FILE.
           IF WS-DRTRANS-ST1 NOT = 0
              MOVE "NO DEBTOR TRANSACTION FILE, REPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE DR-DISPUTE-FILE
                    DEBTOR-MASTER
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE 0 TO WS-IDX.
        A-010.
           ADD 1 TO WS-IDX.
           IF WS-IDX > 4
              GO TO A-EXIT.
           MOVE 0 TO WS-BK-COUNT (WS-IDX)
                     WS-BK-AMT (WS-IDX).
           GO TO A-010.
        A-EXIT.
           EXIT.
      *
        B-LOAD SECTION.
      *****************************************************************
      * THE OPEN DISPUTES, VALUED AT WHAT IS STILL OUTSTANDING ON THE
      * ITEM, OR AT THE AMOUNT DISPUTED WHEN THE ITEM HAS GONE.
      *****************************************************************
        BL-005.
           MOVE 0 TO WS-DT-COUNT.
        BL-010.
           READ DR-DISPUTE-FILE NEXT
               AT END
             GO TO BL-EXIT.
           IF NOT DDS-OPEN
              GO TO BL-010.
           IF WS-DT-COUNT NOT < 500
              ADD 1 TO WS-SKIPPED
              GO TO BL-010.
           ADD 1 TO WS-DT-COUNT.
           MOVE DDS-RESPONSIBLE    TO WS-DT-RESPONSIBLE (WS-DT-COUNT).
           MOVE DDS-RAISED-DATE    TO WS-DT-RAISED (WS-DT-COUNT).
           MOVE DDS-ACCOUNT-NUMBER TO WS-DT-ACCOUNT (WS-DT-COUNT).
           MOVE DDS-TRANS-NUMBER   TO WS-DT-TRANS (WS-DT-COUNT).
           MOVE DDS-REASON         TO WS-DT-REASON (WS-DT-COUNT).
           MOVE DDS-RAISED-BY      TO WS-DT-RAISED-BY (WS-DT-COUNT).
           MOVE DDS-AMOUNT         TO WS-DT-AMOUNT (WS-DT-COUNT).
           MOVE DDS-ACCOUNT-NUMBER TO DRTR-ACCOUNT-NUMBER.
           MOVE DDS-TRANS-NUMBER   TO DRTR-TRANS-NUMBER.
           READ DRTRANS-FILE
               INVALID KEY
             GO TO BL-010.
           MOVE DRTR-OUTSTANDING   TO WS-DT-AMOUNT (WS-DT-COUNT).
           GO TO BL-010.
        BL-EXIT.
           EXIT.
      *
        C-SORT SECTION.
      *****************************************************************
      * A SIMPLE EXCHANGE SORT ON RESPONSIBLE, RAISED DATE AND ITEM.
      *****************************************************************
        CS-005.
           MOVE 0 TO WS-IDX.
        CS-010.
           ADD 1 TO WS-IDX.
           IF WS-IDX NOT < WS-DT-COUNT
              GO TO CS-EXIT.
           MOVE WS-IDX TO WS-IDX2.
        CS-020.
           ADD 1 TO WS-IDX2.
           IF WS-IDX2 > WS-DT-COUNT
              GO TO CS-010.
           IF WS-DT-SORT (WS-IDX2) NOT < WS-DT-SORT (WS-IDX)
              GO TO CS-020.
           MOVE WS-DT (WS-IDX)  TO WS-DT-SWAP.
           MOVE WS-DT (WS-IDX2) TO WS-DT (WS-IDX).
           MOVE WS-DT-SWAP      TO WS-DT (WS-IDX2).
           GO TO CS-020.
        CS-EXIT.
           EXIT.
      *
        D-REPORT SECTION.
        DR-005.
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "OPEN DEBTOR DISPUTES AS AT " DELIMITED BY SIZE
                  WS-NOW (1:8) DELIMITED BY SIZE
                  " COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO WS-PREV-RESP.
           MOVE 0 TO WS-IDX.
        DR-010.
           ADD 1 TO WS-IDX.
           IF WS-IDX > WS-DT-COUNT
              GO TO DR-090.
           IF WS-IDX = 1
              GO TO DR-020.
           IF WS-DT-RESPONSIBLE (WS-IDX) = WS-PREV-RESP
              GO TO DR-030.
           PERFORM D-RESP-TOTAL.
        DR-020.
           MOVE WS-DT-RESPONSIBLE (WS-IDX) TO WS-PREV-RESP.
           MOVE 0 TO WS-RESP-COUNT
                     WS-RESP-AMT.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-PREV-RESP TO WS-RL-RESP.
           WRITE REPORT-TEXT-LINE FROM WS-RESP-LINE.
           WRITE REPORT-TEXT-LINE FROM WS-HEAD-LINE.
        DR-030.
           MOVE WS-DT-ACCOUNT (WS-IDX) TO DEBTOR-ACCOUNT-NUMBER.
           READ DEBTOR-MASTER
               INVALID KEY
             MOVE "** NOT ON FILE **" TO DEBTOR-NAME.
           MOVE WS-DT-ACCOUNT (WS-IDX) TO DRTR-ACCOUNT-NUMBER.
           MOVE WS-DT-TRANS (WS-IDX)   TO DRTR-TRANS-NUMBER.
           READ DRTRANS-FILE
               INVALID KEY
             MOVE "*GONE*" TO DRTR-REFERENCE.
           MOVE WS-DT-REASON (WS-IDX) TO WS-DRR-CODE.
           PERFORM DISPUTE-REASON-TEXT.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
              FUNCTION INTEGER-OF-DATE(WS-DT-RAISED (WS-IDX)).
           IF WS-AGE-DAYS > 90
              MOVE 4 TO WS-BKT
           ELSE
            IF WS-AGE-DAYS > 60
              MOVE 3 TO WS-BKT
            ELSE
             IF WS-AGE-DAYS > 30
              MOVE 2 TO WS-BKT
             ELSE
              MOVE 1 TO WS-BKT.
           ADD 1 TO WS-BK-COUNT (WS-BKT)
                    WS-RESP-COUNT
                    WS-TOT-COUNT.
           ADD WS-DT-AMOUNT (WS-IDX) TO WS-BK-AMT (WS-BKT)
                                        WS-RESP-AMT
                                        WS-TOT-AMT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-DT-ACCOUNT (WS-IDX)   TO WS-DL-ACCOUNT.
           MOVE DEBTOR-NAME              TO WS-DL-NAME.
           MOVE WS-DT-TRANS (WS-IDX)     TO WS-DL-TRANS.
           MOVE DRTR-REFERENCE           TO WS-DL-REF.
           MOVE WS-DRR-TEXT              TO WS-DL-REASON.
           MOVE WS-DT-RAISED-BY (WS-IDX) TO WS-DL-RAISED-BY.
           MOVE WS-DT-RAISED (WS-IDX)    TO WS-DL-RAISED.
           MOVE WS-AGE-DAYS              TO WS-DL-AGE.
           MOVE WS-DT-AMOUNT (WS-IDX)    TO WS-DL-AMOUNT.
           WRITE REPORT-TEXT-LINE FROM WS-DETAIL-LINE.
           GO TO DR-010.
        DR-090.
           IF WS-DT-COUNT NOT = 0
              PERFORM D-RESP-TOTAL.
        DR-EXIT.
           EXIT.
      *
        D-RESP-TOTAL SECTION.
        DRT-005.
           MOVE SPACES TO REPORT-TEXT-LINE.
           MOVE WS-RESP-COUNT TO WS-COUNT-EDIT.
           MOVE WS-RESP-AMT   TO WS-AMT-EDIT.
           STRING "TOTAL FOR " DELIMITED BY SIZE
                  WS-PREV-RESP DELIMITED BY SIZE
                  "  DISPUTES " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  "  OUTSTANDING " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        DRT-EXIT.
           EXIT.
      *
        E-TOTALS SECTION.
      *****************************************************************
      * THE WHOLE REGISTER BY AGE SINCE THE DISPUTE WAS RAISED.
      *****************************************************************
        ET-005.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE "OPEN DISPUTES BY AGE" TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE 0 TO WS-IDX.
        ET-010.
           ADD 1 TO WS-IDX.
           IF WS-IDX > 4
              GO TO ET-020.
           MOVE SPACES TO REPORT-TEXT-LINE.
           MOVE WS-BK-COUNT (WS-IDX) TO WS-COUNT-EDIT.
           MOVE WS-BK-AMT (WS-IDX)   TO WS-AMT-EDIT.
           STRING "    " DELIMITED BY SIZE
                  WS-BK-NAME (WS-IDX) DELIMITED BY SIZE
                  "  DISPUTES " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  "  OUTSTANDING " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           GO TO ET-010.
        ET-020.
           MOVE SPACES TO REPORT-TEXT-LINE.
           MOVE WS-TOT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-TOT-AMT   TO WS-AMT-EDIT.
           STRING "    ALL OPEN      DISPUTES " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  "  OUTSTANDING " DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           IF WS-SKIPPED = 0
              GO TO ET-090.
           MOVE SPACES TO REPORT-TEXT-LINE.
           MOVE WS-SKIPPED TO WS-COUNT-EDIT.
           STRING "*** MORE THAN 500 OPEN, NOT LISTED: "
                     DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        ET-090.
           CLOSE REPORT-TEXT-FILE.
        ET-EXIT.
           EXIT.
      *
        F-PIPELINE SECTION.
      *****************************************************************
      * HAND THE REPORT TEXT TO THE SHARED PDF PIPELINE TOOLS: TEXT
      * TO PDF, ARCHIVE A COPY, THEN DELIVER TO THE PRINTER.
      *****************************************************************
        FP-005.
           ACCEPT WS-PRINTER FROM ENVIRONMENT "PP-PRINTER".
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "./text2pdf /ctools/spl/DrDisp.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/DrDisp.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/DrDisp.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "DRDISP.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/DrDisp.pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
        FP-EXIT.
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
        H-END SECTION.
        H-000.
           CLOSE DR-DISPUTE-FILE
                 DEBTOR-MASTER
                 DRTRANS-FILE.
           DISPLAY "OPEN DISPUTES LISTED: " WS-TOT-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        H-EXIT.
           EXIT.
      *
        COPY "DrDispReason".
        COPY "ErrorMessage".
      * END-OF-JOB.
