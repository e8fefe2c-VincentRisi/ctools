        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectPostAcc".
         Copy "SelectDrMaster".
         Copy "SelectDrTrans".
         Copy "SelectGlPeriod".
           COPY "SelectBankAcc".
         Copy "SelectDrAlloc".
           SELECT GLJRN-FILE ASSIGN TO "GlJrn"
               ORGANIZATION IS INDEXED
               LOCK MANUAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLJRN-KEY
               FILE STATUS IS WS-GLJRN-STATUS.
           SELECT BANK-STMT ASSIGN TO WS-STMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT STMT-EXCEPTIONS ASSIGN TO WS-EXCP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdPostAcc.
           COPY ChlfdDebtor.
           COPY ChlfdDrTrans.
           COPY ChlfdGlJrn.
           COPY ChlfdGlPeriod.
           COPY ChlfdBankAcc.
           COPY ChlfdDrAlloc.
           FD  BANK-STMT
               LABEL RECORDS ARE STANDARD.
      *    ONE LINE PER STATEMENT ENTRY AS SUPPLIED BY THE BANK:
           77  WS-RECEIPT-TRANS PIC 9(06) VALUE 0.
           77  WS-CONTROL-ACC   PIC X(06) VALUE " ".
           77  WS-BANK-ACC      PIC X(06) VALUE " ".
           77  WS-STMT-NAME     PIC X(24) VALUE "BankStmt".
           77  WS-EXCP-NAME     PIC X(28) VALUE "BankStmtExcp".
           77  WS-CO-ENV        PIC X(02) VALUE " ".
           77  SUB-1            PIC 9(04) COMP VALUE 0.
           01  WS-DEBTOR-STATUS.
               03  WS-DEBTOR-ST1    PIC 99.
               03  FILLER REDEFINES WS-DATE-NUM.
                   05  WS-DS-PERIOD PIC 9(06).
                   05  WS-DS-DAY    PIC 9(02).
           COPY "WsPostAcc".
           COPY "WsBankAcc".
           COPY "WsDrAlloc".
       Copy "ChlfdLinkage".
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USERNAME".
           IF WS-OPERATOR = " "
              MOVE "BATCH" TO WS-OPERATOR.
           MOVE WS-OPERATOR TO WS-LINKAGE-OPERATOR.
           OPEN INPUT POSTACC-FILE.
           IF WS-PA-ST1 NOT = 0
              MOVE "NO POSTING ACCOUNT FILE, IMPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE "DRCONTROL" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-CONTROL-ACC.
           MOVE "BANK" TO WS-PA-ROLE.
           PERFORM READ-POST-ACCOUNT.
           MOVE WS-PA-ACCOUNT TO WS-BANK-ACC.
           CLOSE POSTACC-FILE.
           IF WS-PA-MISSING
              MOVE "POSTING ACCOUNT MISSING, IMPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           PERFORM A-CHOOSE-ACCOUNT.
           OPEN INPUT BANK-STMT.
           IF WS-STMT-ST1 NOT = 0
              MOVE "NO BANK STATEMENT FILE, IMPORT ABANDONED."
              OPEN OUTPUT GL-PERIOD-FILE
              CLOSE GL-PERIOD-FILE
              OPEN INPUT GL-PERIOD-FILE.
           OPEN I-O DR-ALLOC-FILE.
           IF WS-DRAL-ST1 = 35
              OPEN OUTPUT DR-ALLOC-FILE
              CLOSE DR-ALLOC-FILE
              OPEN I-O DR-ALLOC-FILE.
           OPEN EXTEND STMT-EXCEPTIONS.
           IF WS-EXCP-ST1 = 35
              OPEN OUTPUT STMT-EXCEPTIONS.
           PERFORM A-NEXT-REFERENCE.
        A-EXIT.
           EXIT.
      *
        A-CHOOSE-ACCOUNT SECTION.
      *****************************************************************
      * THE RECEIPTS ACCOUNT THE STATEMENT BELONGS TO. ITS OWN
      * STATEMENT FILE IS READ, ITS EXCEPTIONS GO TO THAT NAME WITH
      * EXCP ADDED AND THE RECEIPTS POST TO ITS GL ACCOUNT. WITHOUT
      * A BANK ACCOUNT FILE BANKSTMT AND THE BANK POSTING ACCOUNT ARE
      * USED AS BEFORE.
      *****************************************************************
        ACA-005.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WS-BA-ST1 NOT = 0
              MOVE "Y" TO WS-BA-OFF-SW
              GO TO ACA-EXIT.
           MOVE 1 TO WS-BA-PURPOSE.
           IF LK-DIRECTION = "P"
              MOVE "N" TO WS-BA-ASK-SW
           ELSE
              MOVE "Y" TO WS-BA-ASK-SW.
           PERFORM CHOOSE-BANK-ACCOUNT.
           CLOSE BANK-ACCOUNT-FILE.
           IF WS-BA-BAD
              MOVE "NO BANK ACCOUNT TO IMPORT FOR, IMPORT ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           MOVE WS-BA-GL TO WS-BANK-ACC.
           IF WS-BA-STMT = " "
              GO TO ACA-EXIT.
      *    WHEN A COMPANY IS SELECTED BOTH NAMES CARRY THE COMPANY
      *    SUFFIX, MATCHING THE DD_ MAPPING COFILES SETS FOR BANKSTMT.
           ACCEPT WS-CO-ENV FROM ENVIRONMENT "COMPANYCODE".
           MOVE SPACES TO WS-STMT-NAME
                          WS-EXCP-NAME.
           IF WS-CO-ENV = " "
              MOVE WS-BA-STMT TO WS-STMT-NAME
              STRING WS-BA-STMT DELIMITED BY SPACE
                     "Excp" DELIMITED BY SIZE
                     INTO WS-EXCP-NAME
              GO TO ACA-EXIT.
           STRING WS-BA-STMT DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-CO-ENV DELIMITED BY SIZE
                  INTO WS-STMT-NAME.
           STRING WS-BA-STMT DELIMITED BY SPACE
                  "Excp." DELIMITED BY SIZE
                  WS-CO-ENV DELIMITED BY SIZE
                  INTO WS-EXCP-NAME.
        ACA-EXIT.
           EXIT.
      *
        A-NEXT-REFERENCE SECTION.
        ANR-005.
           MOVE BST-REFERENCE (1:10) TO DRTR-REFERENCE.
           SUBTRACT WS-AMT FROM 0 GIVING DRTR-AMOUNT.
           MOVE 0 TO DRTR-OUTSTANDING.
           MOVE SPACES TO DRTR-DISPUTE.
           MOVE 0 TO DRTR-INVOICE-TRANS.
           WRITE DRTRANS-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR DEBTOR TRANSACTION."
             MOVE "REWRITE FAILED DURING ALLOCATION." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO EA-900.
           MOVE WS-ACC            TO WS-DRAL-ACCOUNT.
           MOVE DRTR-TRANS-NUMBER TO WS-DRAL-ITEM.
           MOVE DRTR-TYPE         TO WS-DRAL-TYPE.
           MOVE WS-RECEIPT-TRANS  TO WS-DRAL-RECEIPT.
           MOVE WS-DATE-NUM       TO WS-DRAL-DATE.
           MOVE WS-ALLOC-PART     TO WS-DRAL-AMOUNT.
           MOVE "DRBANKXX"        TO WS-DRAL-PROGRAM.
           PERFORM WRITE-DR-ALLOCLOG.
           GO TO EA-010.
        EA-900.
           IF WS-UNALLOCATED > 0
                 DRTRANS-FILE
                 GLJRN-FILE
                 GL-PERIOD-FILE
                 DR-ALLOC-FILE
                 STMT-EXCEPTIONS.
           MOVE WS-POST-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "STATEMENT CREDITS READ: " WS-READ-COUNT.
           EXIT.
      *
        COPY "StatusText".
        COPY "PostAccLookup".
        COPY "BankAccLookup".
        COPY "DrAllocLog".
        COPY "ErrorMessage".
      * END-OF-JOB.
