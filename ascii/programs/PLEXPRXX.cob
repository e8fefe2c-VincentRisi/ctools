        IDENTIFICATION DIVISION.
        PROGRAM-ID. PLEXPRXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectPriceList".
         Copy "SelectDrMaster".
         Copy "SelectStMaster".
           SELECT REPORT-TEXT-FILE ASSIGN TO
                     "/ctools/spl/PriceExpiry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPriceList.
           COPY ChlfdDebtor.
           COPY ChlfdStockMast.
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
           77  WS-DEBTOR-OFF-SW PIC X VALUE "N".
               88  WS-DEBTOR-OFF      VALUE "Y".
           77  WS-STOCK-OFF-SW  PIC X VALUE "N".
               88  WS-STOCK-OFF       VALUE "Y".
           77  WS-LIMIT-DATE    PIC 9(08) VALUE 0.
           77  WS-EXPIRE-COUNT  PIC 9(06) VALUE 0.
           01  WS-PL-STATUS.
               03  WS-PL-ST1        PIC 99.
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
           01  WS-STOCK-STATUS.
               03  WS-STOCK-ST1     PIC 99.
           01  WS-RPT-STATUS.
               03  WS-RPT-ST1       PIC 99.
           01  WS-DETAIL-LINE.
               03  WS-DL-TYPE       PIC X(01).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-DL-CODE       PIC X(07).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-NAME       PIC X(24).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-STOCK      PIC 9(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-DESC       PIC X(24).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-BREAK      PIC Z(6)9.999.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-FROM       PIC 9(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-TO         PIC 9(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-PRICE      PIC Z,ZZZ,ZZ9.99.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-DISC       PIC ZZ9.99 BLANK WHEN ZERO.
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(11) VALUE "T CODE".
               03  FILLER           PIC X(26) VALUE "NAME".
               03  FILLER           PIC X(10) VALUE "STOCK".
               03  FILLER           PIC X(26) VALUE "DESCRIPTION".
               03  FILLER           PIC X(13) VALUE "  BREAK QTY".
               03  FILLER           PIC X(10) VALUE "FROM".
               03  FILLER           PIC X(10) VALUE "TO".
               03  FILLER           PIC X(14) VALUE "     NET PRICE".
               03  FILLER           PIC X(08) VALUE "  DISC %".
        Copy "WsDateInfo".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
            03  LK-DIRECTION     PIC X.
            03  LK-RETURN-CODE   PIC 9(02).
      *
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
      *****************************************************************
      * LISTS EVERY CUSTOMER PRICE LIST ENTRY DUE TO EXPIRE WITHIN
      * THE NEXT 30 DAYS, SO THE CONTRACT CAN BE RENEWED OR THE
      * CUSTOMER WARNED BEFORE INVOICES GO BACK TO FULL PRICE.
      * ENTRIES WITH NO TO-DATE NEVER EXPIRE AND ARE LEFT OFF.
      *****************************************************************
           PERFORM A-INIT.
           PERFORM B-SCAN.
           PERFORM D-PIPELINE.
           PERFORM E-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** PRICE LISTS EXPIRING IN 30 DAYS **".
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 30)
              TO WS-LIMIT-DATE.
           OPEN INPUT PRICELIST-FILE.
           IF WS-PL-ST1 NOT = 0
              MOVE "NO PRICE LIST FILE, RUN ABANDONED." TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              MOVE "Y" TO WS-DEBTOR-OFF-SW
              DISPLAY "NO DEBTOR MASTER, DEBTOR NAMES LEFT OFF.".
           OPEN INPUT STOCK-MASTER.
           IF WS-STOCK-ST1 NOT = 0
              MOVE "Y" TO WS-STOCK-OFF-SW
              DISPLAY "NO STOCK MASTER, DESCRIPTIONS LEFT OFF.".
           OPEN OUTPUT REPORT-TEXT-FILE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           STRING "PRICE LIST ENTRIES EXPIRING " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-LIMIT-DATE DELIMITED BY SIZE
                  " COMPANY " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  INTO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE SPACES TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           MOVE WS-HEAD-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
        A-EXIT.
           EXIT.
      *
        B-SCAN SECTION.
        BS-005.
           READ PRICELIST-FILE NEXT
               AT END
             GO TO BS-EXIT.
           IF PL-TO-DATE = 0
              GO TO BS-005.
           IF PL-TO-DATE < WS-TODAY-DATE
                 OR PL-TO-DATE > WS-LIMIT-DATE
              GO TO BS-005.
           ADD 1 TO WS-EXPIRE-COUNT.
           MOVE SPACES           TO WS-DETAIL-LINE.
           MOVE PL-LIST-TYPE     TO WS-DL-TYPE.
           MOVE PL-LIST-CODE     TO WS-DL-CODE.
           MOVE PL-STOCKNUMBER   TO WS-DL-STOCK.
           MOVE PL-BREAK-QTY     TO WS-DL-BREAK.
           MOVE PL-FROM-DATE     TO WS-DL-FROM.
           MOVE PL-TO-DATE       TO WS-DL-TO.
           MOVE PL-PRICE         TO WS-DL-PRICE.
           MOVE PL-DISCOUNT-PCT  TO WS-DL-DISC.
           IF PL-FOR-GROUP
              MOVE "PRICE GROUP"  TO WS-DL-NAME
           ELSE
           IF NOT WS-DEBTOR-OFF
              MOVE PL-LIST-CODE  TO DEBTOR-ACCOUNT-NUMBER
              READ DEBTOR-MASTER
                  INVALID KEY
                MOVE "NOT ON DEBTOR MASTER" TO DEBTOR-NAME
              END-READ
              MOVE DEBTOR-NAME   TO WS-DL-NAME.
           IF WS-STOCK-OFF
              GO TO BS-010.
           MOVE PL-STOCKNUMBER   TO STK-STOCKNUMBER.
           MOVE SPACES           TO STK-WAREHOUSE.
           START STOCK-MASTER KEY NOT < STK-KEY
               INVALID KEY
             GO TO BS-010.
           READ STOCK-MASTER NEXT
               AT END
             GO TO BS-010.
           IF STK-STOCKNUMBER = PL-STOCKNUMBER
              MOVE STK-DESCRIPTION TO WS-DL-DESC.
        BS-010.
           MOVE WS-DETAIL-LINE TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
           GO TO BS-005.
        BS-EXIT.
           EXIT.
      *
        D-PIPELINE SECTION.
      *****************************************************************
      * HAND THE REPORT TEXT TO THE SHARED PDF PIPELINE TOOLS: TEXT
      * TO PDF, ARCHIVE A COPY, THEN DELIVER TO THE PRINTER.
      *****************************************************************
        DP-005.
           IF WS-EXPIRE-COUNT = 0
              MOVE SPACES TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE
              MOVE "NO PRICE LIST ENTRIES EXPIRE IN THE NEXT 30 DAYS."
                 TO REPORT-TEXT-LINE
              WRITE REPORT-TEXT-LINE.
           CLOSE REPORT-TEXT-FILE.
           ACCEPT WS-PRINTER FROM ENVIRONMENT "PP-PRINTER".
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "./text2pdf /ctools/spl/PriceExpiry.txt "
                     DELIMITED BY SIZE
                  "-fCourier-Bold -t8 -s10 -x842 -y595 -c135 -l48 "
                     DELIMITED BY SIZE
                  "> /ctools/spl/PriceExpiry.pdf"
                     DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "cp /ctools/spl/PriceExpiry.pdf /ctools/spl/archive/"
                     DELIMITED BY SIZE
                  "PLEXPR.0000000." DELIMITED BY SIZE
                  WS-NOW (1:14) DELIMITED BY SIZE
                  ".pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "lp -d " DELIMITED BY SIZE
                  WS-PRINTER DELIMITED BY SPACE
                  " /ctools/spl/PriceExpiry.pdf" DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE.
           PERFORM X-RUN-COMMAND.
        DP-EXIT.
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
        E-END SECTION.
        E-000.
           CLOSE PRICELIST-FILE.
           IF NOT WS-DEBTOR-OFF
              CLOSE DEBTOR-MASTER.
           IF NOT WS-STOCK-OFF
              CLOSE STOCK-MASTER.
           DISPLAY "ENTRIES EXPIRING: " WS-EXPIRE-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        E-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
