        IDENTIFICATION DIVISION.
        PROGRAM-ID. POCNVXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT PURORDER-OLD ASSIGN TO "PurOrderOld"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POO-KEY
               FILE STATUS IS WS-OLD-STATUS.
         Copy "SelectPurOrder".
         Copy "SelectPoLine".
      *
        DATA DIVISION.
        FILE SECTION.
           FD  PURORDER-OLD
               LABEL RECORDS ARE STANDARD.
           01  PURORDER-OLD-RECORD.
               03  POO-KEY.
                   05  POO-NUMBER        PIC 9(06).
               03  POO-CREDITOR          PIC X(07).
               03  POO-DATE              PIC 9(08).
               03  POO-STOCKNUMBER       PIC 9(08).
               03  POO-WAREHOUSE         PIC X(04).
               03  POO-ORDER-QTY         PIC S9(07)V999.
               03  POO-UNIT-PRICE        PIC S9(07)V99.
               03  POO-RECEIVED-QTY      PIC S9(07)V999.
               03  POO-RECEIVED-VALUE    PIC S9(09)V99.
               03  POO-STATUS            PIC X(01).
               03  FILLER                PIC X(10).
           COPY ChlfdPurOrder.
           COPY ChlfdPoLine.
      *
       WORKING-STORAGE SECTION.
           77  W-POS           PIC 9(4) VALUE 0.
           77  WS-MESSAGE      PIC X(60) VALUE " ".
           77  WS-OLD-COUNT    PIC 9(06) VALUE 0.
           77  WS-NEW-COUNT    PIC 9(06) VALUE 0.
           77  WS-LINE-COUNT   PIC 9(06) VALUE 0.
           01  WS-OLD-STATUS.
               03  WS-OLD-ST1  PIC 99.
           01  WS-PO-STATUS.
               03  WS-PO-ST1   PIC 99.
           01  WS-POL-STATUS.
               03  WS-POL-ST1  PIC 99.
      *
        PROCEDURE DIVISION.
        CONTROL-PARAGRAPH SECTION.
      *****************************************************************
      * ONE-OFF SPLIT OF THE PURCHASE ORDER FILE INTO AN ORDER HEADER
      * AND ITS LINES. THE OLD FILE HELD ONE STOCK ITEM PER ORDER, SO
      * EVERY OLD RECORD BECOMES A HEADER WITH A SINGLE LINE 0001.
      * A LINE IS RECEIVED IN FULL ONCE ITS RECEIVED QUANTITY REACHES
      * THE QUANTITY ORDERED; THE HEADER KEEPS THE OLD STATUS.
      * THE OPERATOR FIRST RENAMES THE LIVE FILE TO PurOrderOld;
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
           DISPLAY "** PURCHASE ORDER HEADER/LINE CONVERSION **"
              AT W-POS.
           MOVE 1010 TO W-POS.
           DISPLAY "RENAME THE LIVE FILE TO PurOrderOld FIRST"
              AT W-POS.
           OPEN INPUT PURORDER-OLD.
           IF WS-OLD-ST1 NOT = 0
              MOVE "NO PurOrderOld FILE, NOTHING TO CONVERT."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           OPEN INPUT PURORDER-FILE.
           IF WS-PO-ST1 = 0
              CLOSE PURORDER-OLD
                    PURORDER-FILE
              MOVE "NEW PURCHASE ORDER FILE ALREADY EXISTS, REFUSED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           OPEN OUTPUT PURORDER-FILE.
           IF WS-PO-ST1 NOT = 0
              CLOSE PURORDER-OLD
              MOVE "CANNOT CREATE NEW PURCHASE ORDER FILE, ABORTED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           OPEN OUTPUT PURORDLINE-FILE.
           IF WS-POL-ST1 NOT = 0
              CLOSE PURORDER-OLD
                    PURORDER-FILE
              MOVE "CANNOT CREATE ORDER LINE FILE, ABORTED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
        A-EXIT.
           EXIT.
      *
        B-CONVERT SECTION.
        BC-005.
           READ PURORDER-OLD NEXT
               AT END
             GO TO BC-EXIT.
           ADD 1 TO WS-OLD-COUNT.
           MOVE SPACES                  TO PURORDER-RECORD.
           MOVE POO-NUMBER              TO PO-NUMBER.
           MOVE POO-CREDITOR            TO PO-CREDITOR.
           MOVE POO-DATE                TO PO-DATE.
           MOVE POO-WAREHOUSE           TO PO-WAREHOUSE.
           MOVE 1                       TO PO-LINE-COUNT.
           COMPUTE PO-ORDER-VALUE ROUNDED =
              POO-ORDER-QTY * POO-UNIT-PRICE.
           MOVE POO-RECEIVED-VALUE      TO PO-RECEIVED-VALUE.
           MOVE POO-STATUS              TO PO-STATUS.
           MOVE 0                       TO PO-SENT-DATE.
           WRITE PURORDER-RECORD
               INVALID KEY
             DISPLAY "WRITE FAILED FOR KEY: " POO-KEY
             GO TO BC-005.
           ADD 1 TO WS-NEW-COUNT.
           MOVE SPACES                  TO PURORDLINE-RECORD.
           MOVE POO-NUMBER              TO POL-NUMBER.
           MOVE 1                       TO POL-LINE.
           MOVE POO-STOCKNUMBER         TO POL-STOCKNUMBER.
           MOVE POO-ORDER-QTY           TO POL-ORDER-QTY.
           MOVE POO-UNIT-PRICE          TO POL-UNIT-PRICE.
           MOVE POO-RECEIVED-QTY        TO POL-RECEIVED-QTY.
           MOVE POO-RECEIVED-VALUE      TO POL-RECEIVED-VALUE.
           IF POO-RECEIVED-QTY NOT < POO-ORDER-QTY
              MOVE "R"                  TO POL-STATUS
           ELSE
              MOVE "O"                  TO POL-STATUS.
           WRITE PURORDLINE-RECORD
               INVALID KEY
             DISPLAY "LINE WRITE FAILED FOR KEY: " POO-KEY
             GO TO BC-005.
           ADD 1 TO WS-LINE-COUNT.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE PURORDER-OLD
                 PURORDER-FILE
                 PURORDLINE-FILE.
           DISPLAY "RECORDS READ FROM OLD FILE: " WS-OLD-COUNT.
           DISPLAY "ORDER HEADERS WRITTEN:      " WS-NEW-COUNT.
           DISPLAY "ORDER LINES WRITTEN:        " WS-LINE-COUNT.
           IF WS-OLD-COUNT NOT = WS-NEW-COUNT
                OR WS-OLD-COUNT NOT = WS-LINE-COUNT
              DISPLAY "*** COUNTS DIFFER, DO NOT GO LIVE ***".
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
        COPY "ErrorMessage".
      * END-OF-JOB.
