        IDENTIFICATION DIVISION.
        PROGRAM-ID. DRDOCNXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DEBTOR-OLD ASSIGN TO "DebtorMasterOld"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRO-KEY
               ALTERNATE RECORD KEY IS DRO-ALT-KEY WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.
         Copy "SelectDrMaster".
      *
        DATA DIVISION.
        FILE SECTION.
           FD  DEBTOR-OLD
               LABEL RECORDS ARE STANDARD.
           01  DEBTOR-OLD-RECORD.
               03  DRO-KEY.
                   05  DRO-ACCOUNT-NUMBER    PIC 9(07).
               03  DRO-ALT-KEY.
                   05  DRO-NAME              PIC X(30).
               03  DRO-ADDRESS1              PIC X(26).
               03  DRO-ADDRESS2              PIC X(26).
               03  DRO-ADDRESS3              PIC X(26).
               03  DRO-BALANCE               PIC S9(07)V99.
               03  DRO-CREDIT-LIMIT          PIC S9(07)V99.
               03  DRO-STOP-SUPPLY           PIC X(01).
               03  DRO-EMAIL-ADDRESS         PIC X(40).
               03  DRO-DELIVERY-PREF         PIC X(01).
               03  DRO-PRICE-GROUP           PIC X(04).
               03  FILLER                    PIC X(01).
           COPY ChlfdDebtor.
      *
       WORKING-STORAGE SECTION.
           77  W-POS           PIC 9(4) VALUE 0.
           77  WS-MESSAGE      PIC X(60) VALUE " ".
           77  WS-OLD-COUNT    PIC 9(06) VALUE 0.
           77  WS-NEW-COUNT    PIC 9(06) VALUE 0.
           01  WS-OLD-STATUS.
               03  WS-OLD-ST1  PIC 99.
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1 PIC 99.
      *
        PROCEDURE DIVISION.
        CONTROL-PARAGRAPH SECTION.
      *****************************************************************
      * ONE-OFF REBUILD OF THE DEBTOR MASTER ONTO THE LONGER LAYOUT
      * WITH THE DEBIT-ORDER FLAG, COLLECTION BANK ACCOUNT AND AGREED
      * AMOUNT. NO ACCOUNT STARTS ON DEBIT ORDER; THE DETAILS ARE
      * CAPTURED IN MAINTENANCE.
      * THE OPERATOR FIRST RENAMES THE LIVE FILE TO DebtorMasterOld;
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
           DISPLAY "** DEBTOR MASTER LAYOUT CONVERSION **" AT W-POS.
           MOVE 1010 TO W-POS.
           DISPLAY "RENAME THE LIVE FILE TO DebtorMasterOld FIRST"
              AT W-POS.
           OPEN INPUT DEBTOR-OLD.
           IF WS-OLD-ST1 NOT = 0
              MOVE "NO DebtorMasterOld FILE, NOTHING TO CONVERT."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           OPEN INPUT DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 = 0
              CLOSE DEBTOR-OLD
                    DEBTOR-MASTER
              MOVE "NEW DEBTOR MASTER ALREADY EXISTS, REFUSED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
           OPEN OUTPUT DEBTOR-MASTER.
           IF WS-DEBTOR-ST1 NOT = 0
              CLOSE DEBTOR-OLD
              MOVE "CANNOT CREATE NEW DEBTOR MASTER, ABORTED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              STOP RUN.
        A-EXIT.
           EXIT.
      *
        B-CONVERT SECTION.
        BC-005.
           READ DEBTOR-OLD NEXT
               AT END
             GO TO BC-EXIT.
           ADD 1 TO WS-OLD-COUNT.
           MOVE SPACES                  TO DEBTOR-MASTER-RECORD.
           MOVE DRO-ACCOUNT-NUMBER      TO DEBTOR-ACCOUNT-NUMBER.
           MOVE DRO-NAME                TO DEBTOR-NAME.
           MOVE DRO-ADDRESS1            TO DEBTOR-ADDRESS1.
           MOVE DRO-ADDRESS2            TO DEBTOR-ADDRESS2.
           MOVE DRO-ADDRESS3            TO DEBTOR-ADDRESS3.
           MOVE DRO-BALANCE             TO DEBTOR-BALANCE.
           MOVE DRO-CREDIT-LIMIT        TO DEBTOR-CREDIT-LIMIT.
           MOVE DRO-STOP-SUPPLY         TO DEBTOR-STOP-SUPPLY.
           MOVE DRO-EMAIL-ADDRESS       TO DEBTOR-EMAIL-ADDRESS.
           MOVE DRO-DELIVERY-PREF       TO DEBTOR-DELIVERY-PREF.
           MOVE DRO-PRICE-GROUP         TO DEBTOR-PRICE-GROUP.
           MOVE " "                     TO DEBTOR-DEBIT-ORDER.
           MOVE SPACES                  TO DEBTOR-BANK-ACCOUNT.
           MOVE 0                       TO DEBTOR-DO-AMOUNT.
           WRITE DEBTOR-MASTER-RECORD
               INVALID KEY
             DISPLAY "WRITE FAILED FOR KEY: " DRO-KEY
             GO TO BC-005.
           ADD 1 TO WS-NEW-COUNT.
           GO TO BC-005.
        BC-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE DEBTOR-OLD
                 DEBTOR-MASTER.
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
