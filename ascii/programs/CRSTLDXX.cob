        IDENTIFICATION DIVISION.
        PROGRAM-ID. CRSTLDXX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectCrMaster".
           COPY "SelectCrStmt".
           SELECT STMT-CSV ASSIGN TO "CrStmtCsv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT STMT-EXCEPTIONS ASSIGN TO "CrStmtCsvExcp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdCreditor.
           COPY ChlfdCrStmt.
           FD  STMT-CSV
               LABEL RECORDS ARE STANDARD.
      *    THE SUPPLIER'S STATEMENT, SAVED FROM THEIR SPREADSHEET AS
      *    COMMA-SEPARATED TEXT IN TWO RECORD TYPES:
      *      H,CREDITOR ACCOUNT,STATEMENT DATE CCYYMMDD,CLOSING BALANCE
      *      L,DOCUMENT DATE CCYYMMDD,REFERENCE,AMOUNT
      *    EACH H STARTS A STATEMENT AND THE L RECORDS AFTER IT ARE
      *    ITS ITEMS, INVOICES PLUS AND PAYMENTS OR CREDITS MINUS.
      *    ONE FILE MAY CARRY SEVERAL STATEMENTS.
           01  CSV-RECORD           PIC X(120).
           FD  STMT-EXCEPTIONS
               LABEL RECORDS ARE STANDARD.
           01  EXCEPTION-RECORD     PIC X(120).
      *
       WORKING-STORAGE SECTION.
           77  WS-COMPANY-CODE PIC X(02) VALUE " ".
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-OPERATOR      PIC X(10) VALUE " ".
           77  WS-READ-COUNT    PIC 9(06) VALUE 0.
           77  WS-STMT-COUNT    PIC 9(06) VALUE 0.
           77  WS-LINE-COUNT    PIC 9(06) VALUE 0.
           77  WS-EXCP-COUNT    PIC 9(06) VALUE 0.
           77  WS-LINE          PIC 9(04) VALUE 0.
           77  WS-DATE-NUM      PIC 9(08) VALUE 0.
           77  WS-STMT-SW       PIC X VALUE "N".
               88  WS-IN-STATEMENT    VALUE "Y".
               88  WS-SKIP-STATEMENT  VALUE "S".
           01  WS-CSV-FIELDS.
               03  WS-CSV-TYPE      PIC X(01).
               03  WS-CSV-F1        PIC X(20).
               03  WS-CSV-F2        PIC X(20).
               03  WS-CSV-F3        PIC X(20).
           01  WS-HEADER-SAVE       PIC X(130).
           01  WS-CREDITOR-STATUS.
               03  WS-CREDITOR-ST1  PIC 99.
           01  WS-CRSTMT-STATUS.
               03  WS-CRSTMT-ST1    PIC 99.
           01  WS-CSV-STATUS.
               03  WS-CSV-ST1       PIC 99.
           01  WS-EXCP-STATUS.
               03  WS-EXCP-ST1      PIC 99.
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
            03  LK-DIRECTION     PIC X.
            03  LK-RETURN-CODE   PIC 9(02).
      *
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
           PERFORM A-INIT.
           PERFORM B-LOAD.
           PERFORM C-END.
           MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** SUPPLIER STATEMENT LOAD **".
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USERNAME".
           IF WS-OPERATOR = " "
              MOVE "BATCH" TO WS-OPERATOR.
           OPEN INPUT STMT-CSV.
           IF WS-CSV-ST1 NOT = 0
              MOVE "NO SUPPLIER STATEMENT FILE, LOAD ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN INPUT CREDITOR-MASTER.
           IF WS-CREDITOR-ST1 NOT = 0
              MOVE "CANNOT OPEN CREDITOR MASTER, LOAD ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              CLOSE STMT-CSV
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
           OPEN I-O CRSTMT-FILE.
           IF WS-CRSTMT-ST1 = 35
              OPEN OUTPUT CRSTMT-FILE
              CLOSE CRSTMT-FILE
              OPEN I-O CRSTMT-FILE.
           OPEN EXTEND STMT-EXCEPTIONS.
           IF WS-EXCP-ST1 = 35
              OPEN OUTPUT STMT-EXCEPTIONS.
        A-EXIT.
           EXIT.
      *
        B-LOAD SECTION.
        BL-005.
           READ STMT-CSV
               AT END
             PERFORM B-FINISH-STATEMENT
             GO TO BL-EXIT.
           IF CSV-RECORD = " "
              GO TO BL-005.
           ADD 1 TO WS-READ-COUNT.
           INSPECT CSV-RECORD REPLACING ALL QUOTE BY SPACE.
           MOVE SPACES TO WS-CSV-FIELDS.
           UNSTRING CSV-RECORD DELIMITED BY ","
               INTO WS-CSV-TYPE
                    WS-CSV-F1
                    WS-CSV-F2
                    WS-CSV-F3.
           MOVE FUNCTION TRIM(WS-CSV-F1) TO WS-CSV-F1.
           MOVE FUNCTION TRIM(WS-CSV-F2) TO WS-CSV-F2.
           MOVE FUNCTION TRIM(WS-CSV-F3) TO WS-CSV-F3.
           IF WS-CSV-TYPE = "H"
              PERFORM B-FINISH-STATEMENT
              PERFORM B-START-STATEMENT
              GO TO BL-005.
           IF WS-CSV-TYPE = "L"
              PERFORM B-LOAD-LINE
              GO TO BL-005.
           PERFORM B-EXCEPTION.
           GO TO BL-005.
        BL-EXIT.
           EXIT.
      *
        B-START-STATEMENT SECTION.
      *****************************************************************
      * A STATEMENT LOADED AGAIN REPLACES THE EARLIER LOAD, UNLESS IT
      * HAS ALREADY BEEN RECONCILED: THAT ONE IS THE AUDIT RECORD AND
      * HAS TO BE REOPENED ON THE CAPTURE SCREEN FIRST.
      *****************************************************************
        BSS-005.
           MOVE "S" TO WS-STMT-SW.
           MOVE WS-CSV-F1 (1:7) TO CR-ACCOUNT-NUMBER.
           READ CREDITOR-MASTER
               INVALID KEY
             DISPLAY "NO SUCH CREDITOR: " WS-CSV-F1
             PERFORM B-EXCEPTION
             GO TO BSS-EXIT.
           MOVE FUNCTION NUMVAL(WS-CSV-F2) TO WS-DATE-NUM.
           IF WS-DATE-NUM (5:2) < "01" OR > "12"
              OR WS-DATE-NUM (7:2) < "01" OR > "31"
              DISPLAY "BAD STATEMENT DATE: " WS-CSV-F2
              PERFORM B-EXCEPTION
              GO TO BSS-EXIT.
           MOVE CR-ACCOUNT-NUMBER TO CRST-ACCOUNT-NUMBER.
           MOVE WS-DATE-NUM       TO CRST-STMT-DATE.
           MOVE 0                 TO CRST-LINE.
           READ CRSTMT-FILE
               INVALID KEY
             GO TO BSS-010.
           IF CRST-RECONCILED
              DISPLAY "ALREADY RECONCILED: " CR-ACCOUNT-NUMBER
                 " " WS-DATE-NUM
              PERFORM B-EXCEPTION
              GO TO BSS-EXIT.
           PERFORM B-DELETE-STATEMENT.
        BSS-010.
           MOVE SPACES            TO CRSTMT-RECORD.
           MOVE CR-ACCOUNT-NUMBER TO CRST-ACCOUNT-NUMBER.
           MOVE WS-DATE-NUM       TO CRST-STMT-DATE.
           MOVE 0                 TO CRST-LINE
                                     CRST-LINE-COUNT
                                     CRST-NOT-OURS-TOTAL
                                     CRST-DIFF-TOTAL
                                     CRST-NOT-THEIRS-TOTAL
                                     CRST-RECON-BALANCE
                                     CRST-LEDGER-BALANCE
                                     CRST-UNEXPLAINED
                                     CRST-RECON-DATE.
           MOVE FUNCTION NUMVAL(WS-CSV-F3) TO CRST-CLOSING.
           MOVE "C"               TO CRST-SOURCE.
           MOVE " "               TO CRST-STATUS.
           MOVE WS-OPERATOR       TO CRST-OPERATOR.
           MOVE CRSTMT-RECORD     TO WS-HEADER-SAVE.
           MOVE 0 TO WS-LINE.
           MOVE "Y" TO WS-STMT-SW.
        BSS-EXIT.
           EXIT.
      *
        B-LOAD-LINE SECTION.
        BLL-005.
           IF NOT WS-IN-STATEMENT
              PERFORM B-EXCEPTION
              GO TO BLL-EXIT.
           MOVE FUNCTION NUMVAL(WS-CSV-F1) TO WS-DATE-NUM.
           IF WS-DATE-NUM (5:2) < "01" OR > "12"
              OR WS-DATE-NUM (7:2) < "01" OR > "31"
              OR WS-CSV-F2 = " "
              OR WS-LINE = 9999
              PERFORM B-EXCEPTION
              GO TO BLL-EXIT.
           ADD 1 TO WS-LINE.
           MOVE WS-HEADER-SAVE TO CRSTMT-RECORD.
           MOVE SPACES         TO CRST-LINE-DETAIL.
           MOVE WS-LINE        TO CRST-LINE.
           MOVE WS-DATE-NUM    TO CRST-DOC-DATE.
           MOVE WS-CSV-F2      TO CRST-REFERENCE.
           MOVE FUNCTION NUMVAL(WS-CSV-F3) TO CRST-AMOUNT.
           MOVE " "            TO CRST-MATCH.
           MOVE 0              TO CRST-TRANS-NUMBER
                                  CRST-OUR-AMOUNT.
           WRITE CRSTMT-RECORD
               INVALID KEY
             SUBTRACT 1 FROM WS-LINE
             PERFORM B-EXCEPTION
             GO TO BLL-EXIT.
           ADD 1 TO WS-LINE-COUNT.
        BLL-EXIT.
           EXIT.
      *
        B-FINISH-STATEMENT SECTION.
        BFS-005.
           IF NOT WS-IN-STATEMENT
              GO TO BFS-EXIT.
           MOVE WS-HEADER-SAVE TO CRSTMT-RECORD.
           MOVE WS-LINE        TO CRST-LINE-COUNT.
           WRITE CRSTMT-RECORD
               INVALID KEY
             MOVE "WRITE FAILED FOR STATEMENT HEADER." TO WS-MESSAGE
             PERFORM ERROR-MESSAGE
             GO TO BFS-090.
           ADD 1 TO WS-STMT-COUNT.
           DISPLAY "LOADED: " CRST-ACCOUNT-NUMBER " " CRST-STMT-DATE
              " LINES " WS-LINE.
        BFS-090.
           MOVE "N" TO WS-STMT-SW.
        BFS-EXIT.
           EXIT.
      *
        B-DELETE-STATEMENT SECTION.
        BDS-005.
           START CRSTMT-FILE KEY NOT < CRST-KEY
               INVALID KEY
             GO TO BDS-EXIT.
        BDS-010.
           READ CRSTMT-FILE NEXT
               AT END
             GO TO BDS-EXIT.
           IF CRST-ACCOUNT-NUMBER NOT = CR-ACCOUNT-NUMBER
              OR CRST-STMT-DATE NOT = WS-DATE-NUM
              GO TO BDS-EXIT.
           DELETE CRSTMT-FILE
               INVALID KEY
             GO TO BDS-EXIT.
           GO TO BDS-010.
        BDS-EXIT.
           EXIT.
      *
        B-EXCEPTION SECTION.
        BE-005.
           ADD 1 TO WS-EXCP-COUNT.
           MOVE CSV-RECORD TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           DISPLAY "TO EXCEPTIONS: " CSV-RECORD (1:60).
        BE-EXIT.
           EXIT.
      *
        C-END SECTION.
        C-000.
           CLOSE STMT-CSV
                 CREDITOR-MASTER
                 CRSTMT-FILE
                 STMT-EXCEPTIONS.
           DISPLAY "RECORDS READ:           " WS-READ-COUNT.
           DISPLAY "STATEMENTS LOADED:      " WS-STMT-COUNT.
           DISPLAY "STATEMENT LINES LOADED: " WS-LINE-COUNT.
           DISPLAY "RECORDS TO EXCEPTIONS:  " WS-EXCP-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        C-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
