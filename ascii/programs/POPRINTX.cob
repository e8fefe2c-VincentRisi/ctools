        IDENTIFICATION DIVISION.
        PROGRAM-ID. POPRINTX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           COPY "SelectPurOrder".
           COPY "SelectCrMaster".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPurOrder.
           COPY ChlfdCreditor.
      *
       WORKING-STORAGE SECTION.
           77  WS-COMPANY-CODE PIC X(02) VALUE " ".
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-NOW           PIC X(21) VALUE " ".
           77  WS-PO-IN         PIC X(06) VALUE " ".
           77  WS-ONE-PO        PIC 9(06) VALUE 0.
           77  WS-SENT          PIC 9(6) VALUE 0.
           77  WS-FAILED        PIC 9(6) VALUE 0.
           77  WS-KEY-EDIT      PIC 9(07) VALUE 0.
           77  WS-COMMAND       PIC X(250) VALUE SPACES.
           77  WS-CMD-STATUS    PIC 9(4) BINARY COMP VALUE 0.
           01  WS-PO-STATUS.
               03  WS-PO-ST1        PIC 99.
           01  WS-CREDITOR-STATUS.
               03  WS-CREDITOR-ST1  PIC 99.
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
      * SENDS RELEASED PURCHASE ORDERS TO THEIR SUPPLIERS THROUGH THE
      * SHARED PDF PIPELINE, PRINTED, E-MAILED OR BOTH AS THE
      * CREDITOR ASKED, AND STAMPS EACH ORDER WITH THE DATE IT WENT.
      * THE PIPELINE ARCHIVES EVERY DOCUMENT FOR REPRINT. DIRECTION A
      * SENDS EVERY OPEN ORDER NOT YET SENT WITHOUT ASKING; OTHERWISE
      * THE OPERATOR MAY KEY ONE ORDER NUMBER TO SEND IT AGAIN.
      *****************************************************************
           PERFORM A-ACCEPT.
           PERFORM A-INIT.
           IF WS-ONE-PO = 0
              PERFORM B-RUN
           ELSE
              PERFORM B-ONE-ONLY.
           PERFORM C-END.
           IF WS-FAILED NOT = 0
              MOVE 93 TO LK-RETURN-CODE
           ELSE
              MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-ACCEPT SECTION.
        A-001.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           MOVE 0 TO WS-ONE-PO.
           IF LK-DIRECTION = "A"
              GO TO A-AC-EXIT.
           MOVE 0810 TO W-POS.
           DISPLAY "** PURCHASE ORDER PRINT AND SEND **" AT W-POS.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           MOVE 1010 TO W-POS.
           DISPLAY "ORDER NUMBER TO RESEND (BLANK=ALL UNSENT): [      ]"
              AT W-POS.
           MOVE 1054 TO W-POS.
           MOVE " " TO WS-PO-IN.
           ACCEPT WS-PO-IN AT W-POS.
           IF WS-PO-IN = " "
              GO TO A-AC-EXIT.
           IF WS-PO-IN NOT NUMERIC
              MOVE "ORDER NUMBER MUST BE SIX DIGITS, RE-ENTER."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO A-001.
           MOVE WS-PO-IN TO WS-ONE-PO.
        A-AC-EXIT.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE.
           OPEN I-O PURORDER-FILE.
           IF WS-PO-ST1 NOT = 0
              MOVE "CANNOT OPEN PURCHASE ORDER FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT CREDITOR-MASTER.
           IF WS-CREDITOR-ST1 NOT = 0
              CLOSE PURORDER-FILE
              MOVE "CANNOT OPEN CREDITOR MASTER, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
        A-EXIT.
           EXIT.
      *
        B-RUN SECTION.
      *****************************************************************
      * ONLY RELEASED ORDERS STILL OPEN GO OUT; A DRAFT IS NOT AN
      * ORDER YET AND A RECEIVED OR CLOSED ONE IS HISTORY.
      *****************************************************************
        BR-005.
           MOVE 0 TO PO-NUMBER.
           START PURORDER-FILE KEY NOT < PO-KEY
               INVALID KEY
             GO TO BR-EXIT.
        BR-010.
           READ PURORDER-FILE NEXT
               AT END
             GO TO BR-EXIT.
           IF NOT PO-OPEN
              GO TO BR-010.
           IF PO-SENT-DATE NUMERIC
              IF PO-SENT-DATE NOT = 0
                 GO TO BR-010.
           PERFORM B-ONE-ORDER.
           GO TO BR-010.
        BR-EXIT.
           EXIT.
      *
        B-ONE-ONLY SECTION.
        BOO-005.
           MOVE WS-ONE-PO TO PO-NUMBER.
           READ PURORDER-FILE
               INVALID KEY
             MOVE "NO SUCH PURCHASE ORDER, NOTHING SENT." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BOO-EXIT.
           IF PO-DRAFT
              MOVE "ORDER IS STILL A DRAFT, RELEASE IT FIRST."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              GO TO BOO-EXIT.
           PERFORM B-ONE-ORDER.
        BOO-EXIT.
           EXIT.
      *
      * EACH ORDER IS DRIVEN THROUGH THE SHARED PDF PIPELINE, ONE
      * SUBPROCESS PER ORDER, DELIVERED THE WAY THE SUPPLIER'S
      * ACCOUNT ASKS FOR: PRINT, E-MAIL OR BOTH.
        B-ONE-ORDER SECTION.
        BOR-005.
           MOVE PO-CREDITOR TO CR-ACCOUNT-NUMBER.
           READ CREDITOR-MASTER
               INVALID KEY
             ADD 1 TO WS-FAILED
             DISPLAY "NO CREDITOR FOR ORDER, NOT SENT: " PO-NUMBER
             GO TO BOR-EXIT.
           MOVE PO-NUMBER TO WS-KEY-EDIT.
           MOVE SPACES TO WS-COMMAND.
           IF CR-DELIVER-EMAIL AND CR-EMAIL-ADDRESS NOT = " "
              STRING "env PP-REPORT-TYPE=PURCHORDER PP-KEY-NUMBER="
                     DELIMITED BY SIZE
                     WS-KEY-EDIT DELIMITED BY SIZE
                     " PP-EMAIL-SW=Y PP-PRINT-SW=N PP-EMAIL-ADDRESS="
                     DELIMITED BY SIZE
                     CR-EMAIL-ADDRESS DELIMITED BY SPACE
                     " USERNAME=PORUN ./TestStuff" DELIMITED BY SIZE
                     INTO WS-COMMAND
           ELSE
           IF CR-DELIVER-BOTH AND CR-EMAIL-ADDRESS NOT = " "
              STRING "env PP-REPORT-TYPE=PURCHORDER PP-KEY-NUMBER="
                     DELIMITED BY SIZE
                     WS-KEY-EDIT DELIMITED BY SIZE
                     " PP-EMAIL-SW=Y PP-EMAIL-ADDRESS="
                     DELIMITED BY SIZE
                     CR-EMAIL-ADDRESS DELIMITED BY SPACE
                     " USERNAME=PORUN ./TestStuff" DELIMITED BY SIZE
                     INTO WS-COMMAND
           ELSE
              STRING "env PP-REPORT-TYPE=PURCHORDER PP-KEY-NUMBER="
                     DELIMITED BY SIZE
                     WS-KEY-EDIT DELIMITED BY SIZE
                     " USERNAME=PORUN ./TestStuff" DELIMITED BY SIZE
                     INTO WS-COMMAND.
           CALL "SYSTEM" USING WS-COMMAND
               RETURNING WS-CMD-STATUS
               END-CALL.
           IF WS-CMD-STATUS NOT = 0
              ADD 1 TO WS-FAILED
              DISPLAY "ORDER DOCUMENT FAILED FOR: " PO-NUMBER
              GO TO BOR-EXIT.
           MOVE WS-TODAY-DATE TO PO-SENT-DATE.
           REWRITE PURORDER-RECORD
               INVALID KEY
             ADD 1 TO WS-FAILED
             DISPLAY "SENT BUT DATE NOT STAMPED ON ORDER: " PO-NUMBER
             GO TO BOR-EXIT.
           ADD 1 TO WS-SENT.
           DISPLAY "SENT: " PO-NUMBER " " CR-NAME.
        BOR-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE PURORDER-FILE
                 CREDITOR-MASTER.
           DISPLAY "ORDERS SENT:    " WS-SENT.
           DISPLAY "ORDERS FAILED:  " WS-FAILED.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
