        IDENTIFICATION DIVISION.
        PROGRAM-ID. PoRelease.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectCrMaster".
         Copy "SelectStMaster".
         Copy "SelectPurOrder".
         Copy "SelectPoLine".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdCreditor.
           COPY ChlfdStockMast.
           COPY ChlfdPurOrder.
           COPY ChlfdPoLine.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-ACTION        PIC X VALUE " ".
           77  WS-CONFIRM       PIC X VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-LAST-PO       PIC 9(06) VALUE 0.
           77  WS-REL-COUNT     PIC 9(06) VALUE 0.
           77  WS-DEL-COUNT     PIC 9(06) VALUE 0.
           77  WS-ROW           PIC 9(02) VALUE 0.
           77  WS-CLR-ROW       PIC 9(02) VALUE 0.
           77  WS-MIDDLE        PIC X(79) VALUE " ".
           77  WS-VAL-EDIT      PIC Z,ZZZ,ZZ9.99-.
           77  WS-STOCK-OFF-SW  PIC X VALUE "N".
               88  WS-STOCK-OFF       VALUE "Y".
           77  WS-CR-OFF-SW     PIC X VALUE "N".
               88  WS-CR-OFF          VALUE "Y".
           01  WS-CREDITOR-STATUS.
               03  WS-CREDITOR-ST1  PIC 99.
           01  WS-STOCK-STATUS.
               03  WS-STOCK-ST1     PIC 99.
           01  WS-PO-STATUS.
               03  WS-PO-ST1        PIC 99.
           01  WS-POL-STATUS.
               03  WS-POL-ST1       PIC 99.
           01  WS-LINE-SHOW.
               03  WS-LS-LINE       PIC Z(03)9.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-LS-STOCK      PIC 9(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-LS-DESC       PIC X(25).
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-LS-QTY        PIC Z(6)9.999-.
               03  FILLER           PIC X(01) VALUE " ".
               03  WS-LS-PRICE      PIC Z(6)9.99-.
        Copy "WsDateInfo".
      *
        LINKAGE SECTION.
        COPY ChlfdLinkage.
      *
        PROCEDURE DIVISION USING WS-LINKAGE.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-INIT.
           PERFORM B-CAPTURE.
           PERFORM C-END.
           EXIT PROGRAM.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           MOVE 0810 TO W-POS.
           DISPLAY "** RELEASE DRAFT PURCHASE ORDERS **" AT W-POS.
           MOVE 0170 TO W-POS.
           DISPLAY "CO: " AT W-POS.
           MOVE 0174 TO W-POS.
           DISPLAY WS-LINKAGE-COMPANY AT W-POS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           OPEN I-O PURORDER-FILE.
           IF WS-PO-ST1 NOT = 0
              MOVE "NO PURCHASE ORDER FILE, NOTHING TO RELEASE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              EXIT PROGRAM.
           OPEN I-O PURORDLINE-FILE.
           IF WS-POL-ST1 NOT = 0
              MOVE "NO ORDER LINE FILE, NOTHING TO RELEASE."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE PURORDER-FILE
              EXIT PROGRAM.
           OPEN INPUT CREDITOR-MASTER.
           IF WS-CREDITOR-ST1 NOT = 0
              MOVE "Y" TO WS-CR-OFF-SW.
           OPEN INPUT STOCK-MASTER.
           IF WS-STOCK-ST1 NOT = 0
              MOVE "Y" TO WS-STOCK-OFF-SW.
        A-EXIT.
           EXIT.
      *
        B-CAPTURE SECTION.
      *****************************************************************
      * WALK THE DRAFT ORDERS IN NUMBER ORDER. EACH ONE IS SHOWN WITH
      * ITS LINES; RELEASING IT MAKES IT AN OPEN ORDER DATED TODAY
      * THAT CAN BE RECEIVED AND INVOICED, DELETING IT TAKES THE
      * HEADER AND ITS LINES OFF FILE.
      *****************************************************************
        BC-005.
           MOVE WS-LAST-PO TO PO-NUMBER.
           START PURORDER-FILE KEY > PO-KEY
               INVALID KEY
             GO TO BC-090.
        BC-010.
           READ PURORDER-FILE NEXT
               AT END
             GO TO BC-090.
           IF NOT PO-DRAFT
              GO TO BC-010.
           MOVE PO-NUMBER TO WS-LAST-PO.
           PERFORM B-SHOW-ORDER.
        BC-020.
           MOVE 2410 TO W-POS.
           DISPLAY "R=RELEASE D=DELETE S=SKIP E=END: [ ]" AT W-POS.
           MOVE 2444 TO W-POS.
           MOVE " " TO WS-ACTION.
           ACCEPT WS-ACTION AT W-POS.
           IF WS-ACTION = "E"
              GO TO BC-EXIT.
           IF WS-ACTION = "S"
              GO TO BC-005.
           IF WS-ACTION = "R"
              GO TO BC-030.
           IF WS-ACTION = "D"
              GO TO BC-040.
           MOVE "ACTION MUST BE R, D, S OR E, RE-ENTER." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-020.
        BC-030.
           MOVE WS-LAST-PO TO PO-NUMBER.
           READ PURORDER-FILE
               INVALID KEY
             MOVE "DRAFT ORDER GONE, NOT RELEASED." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           IF NOT PO-DRAFT
              MOVE "ORDER NO LONGER A DRAFT, NOT RELEASED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BC-005.
           MOVE "O"           TO PO-STATUS.
           MOVE WS-TODAY-DATE TO PO-DATE.
           REWRITE PURORDER-RECORD
               INVALID KEY
             MOVE "REWRITE FAILED FOR PURCHASE ORDER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           ADD 1 TO WS-REL-COUNT.
           MOVE "DRAFT RELEASED AS AN OPEN ORDER." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-040.
           MOVE 2410 TO W-POS.
           DISPLAY "DELETE THIS DRAFT AND ITS LINES, Y/N: [ ]"
              AT W-POS.
           MOVE 2449 TO W-POS.
           MOVE " " TO WS-CONFIRM.
           ACCEPT WS-CONFIRM AT W-POS.
           IF WS-CONFIRM NOT = "Y"
              GO TO BC-020.
           PERFORM B-DELETE-LINES.
           MOVE WS-LAST-PO TO PO-NUMBER.
           DELETE PURORDER-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR PURCHASE ORDER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BC-005.
           ADD 1 TO WS-DEL-COUNT.
           MOVE "DRAFT ORDER DELETED." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
           GO TO BC-005.
        BC-090.
           MOVE "NO MORE DRAFT ORDERS." TO WS-MESSAGE.
           PERFORM ERROR-MESSAGE.
        BC-EXIT.
           EXIT.
      *
        B-SHOW-ORDER SECTION.
      *****************************************************************
      * HEADER ON ROWS 10-11, LINES FROM ROW 13, TEN TO A PAGE.
      *****************************************************************
        BSO-005.
           MOVE 10 TO WS-CLR-ROW.
           PERFORM B-CLEAR-MIDDLE.
           MOVE 1010 TO W-POS.
           DISPLAY "DRAFT ORDER:" AT W-POS.
           MOVE 1023 TO W-POS.
           DISPLAY PO-NUMBER AT W-POS.
           MOVE 1031 TO W-POS.
           DISPLAY PO-CREDITOR AT W-POS.
           MOVE SPACES TO CR-NAME.
           IF NOT WS-CR-OFF
              MOVE PO-CREDITOR TO CR-ACCOUNT-NUMBER
              READ CREDITOR-MASTER
                  INVALID KEY
                MOVE SPACES TO CR-NAME.
           MOVE 1040 TO W-POS.
           DISPLAY CR-NAME AT W-POS.
           MOVE PO-ORDER-VALUE TO WS-VAL-EDIT.
           MOVE 1110 TO W-POS.
           DISPLAY "WAREHOUSE:" AT W-POS.
           MOVE 1121 TO W-POS.
           DISPLAY PO-WAREHOUSE AT W-POS.
           MOVE 1130 TO W-POS.
           DISPLAY "LINES:" AT W-POS.
           MOVE 1137 TO W-POS.
           DISPLAY PO-LINE-COUNT AT W-POS.
           MOVE 1145 TO W-POS.
           DISPLAY "VALUE:" AT W-POS.
           MOVE 1152 TO W-POS.
           DISPLAY WS-VAL-EDIT AT W-POS.
           MOVE PO-NUMBER TO POL-NUMBER.
           MOVE 0         TO POL-LINE.
           MOVE 12        TO WS-ROW.
           START PURORDLINE-FILE KEY NOT < POL-KEY
               INVALID KEY
             GO TO BSO-EXIT.
        BSO-010.
           READ PURORDLINE-FILE NEXT
               AT END
             GO TO BSO-EXIT.
           IF POL-NUMBER NOT = WS-LAST-PO
              GO TO BSO-EXIT.
           IF WS-ROW = 22
              MOVE 2310 TO W-POS
              DISPLAY "MORE LINES, PRESS ENTER: [ ]" AT W-POS
              MOVE 2336 TO W-POS
              ACCEPT WS-CONFIRM AT W-POS
              MOVE 13 TO WS-CLR-ROW
              PERFORM B-CLEAR-MIDDLE
              MOVE 12 TO WS-ROW.
           ADD 1 TO WS-ROW.
           MOVE SPACES TO STK-DESCRIPTION.
           IF NOT WS-STOCK-OFF
              MOVE POL-STOCKNUMBER TO STK-STOCKNUMBER
              MOVE PO-WAREHOUSE    TO STK-WAREHOUSE
              READ STOCK-MASTER
                  INVALID KEY
                MOVE SPACES TO STK-DESCRIPTION.
           MOVE POL-LINE        TO WS-LS-LINE.
           MOVE POL-STOCKNUMBER TO WS-LS-STOCK.
           MOVE STK-DESCRIPTION TO WS-LS-DESC.
           MOVE POL-ORDER-QTY   TO WS-LS-QTY.
           MOVE POL-UNIT-PRICE  TO WS-LS-PRICE.
           COMPUTE W-POS = WS-ROW * 100 + 2.
           DISPLAY WS-LINE-SHOW AT W-POS.
           GO TO BSO-010.
        BSO-EXIT.
           EXIT.
      *
        B-CLEAR-MIDDLE SECTION.
      *****************************************************************
      * BLANK THE SCREEN FROM ROW WS-CLR-ROW DOWN TO ROW 23.
      *****************************************************************
        BCM-005.
           IF WS-CLR-ROW > 23
              GO TO BCM-EXIT.
           MOVE " " TO WS-MIDDLE.
           COMPUTE W-POS = WS-CLR-ROW * 100 + 1.
           DISPLAY WS-MIDDLE AT W-POS.
           ADD 1 TO WS-CLR-ROW.
           GO TO BCM-005.
        BCM-EXIT.
           EXIT.
      *
        B-DELETE-LINES SECTION.
        BDL-005.
           MOVE WS-LAST-PO TO POL-NUMBER.
           MOVE 0          TO POL-LINE.
           START PURORDLINE-FILE KEY NOT < POL-KEY
               INVALID KEY
             GO TO BDL-EXIT.
        BDL-010.
           READ PURORDLINE-FILE NEXT
               AT END
             GO TO BDL-EXIT.
           IF POL-NUMBER NOT = WS-LAST-PO
              GO TO BDL-EXIT.
           DELETE PURORDLINE-FILE
               INVALID KEY
             MOVE "DELETE FAILED FOR ORDER LINE." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE.
           GO TO BDL-010.
        BDL-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE PURORDER-FILE
                 PURORDLINE-FILE.
           IF NOT WS-CR-OFF
              CLOSE CREDITOR-MASTER.
           IF NOT WS-STOCK-OFF
              CLOSE STOCK-MASTER.
           DISPLAY "DRAFTS RELEASED: " WS-REL-COUNT.
           DISPLAY "DRAFTS DELETED:  " WS-DEL-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
