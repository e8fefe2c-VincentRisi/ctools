        IDENTIFICATION DIVISION.
        PROGRAM-ID. POSTCHKX.
        AUTHOR.     CHRISTENSEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. B20.
        OBJECT-COMPUTER. B20.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         Copy "SelectInFlight".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdInFlight.
      *
       WORKING-STORAGE SECTION.
           77  WS-COMPANY-CODE PIC X(02) VALUE " ".
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-MESSAGE       PIC X(60) VALUE " ".
           77  WS-OPEN-COUNT    PIC 9(06) VALUE 0.
           01  WS-IFL-STATUS.
               03  WS-IFL-ST1       PIC 99.
           01  WS-DETAIL-LINE.
               03  WS-DL-PROGRAM    PIC X(08).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-ACCOUNT    PIC X(07).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-TRANS      PIC 9(06).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-REFERENCE  PIC X(10).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-AMOUNT     PIC Z,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-STARTED    PIC X(14).
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-OPERATOR   PIC X(10).
      *
        LINKAGE SECTION.
        01  LK-BATCH-PARMS.
            03  LK-DIRECTION     PIC X.
            03  LK-RETURN-CODE   PIC 9(02).
      *
        PROCEDURE DIVISION USING LK-BATCH-PARMS.
        CONTROL-PARAGRAPH SECTION.
      *****************************************************************
      * LISTS EVERY DOCUMENT A CAPTURE SESSION LEFT HALF-POSTED. ANY
      * FOUND RETURNS 97 SO THE SCHEDULER RAISES AN OPERATOR ALERT;
      * THEY ARE CLEARED BY COMPLETING OR REVERSING THEM IN POSTING
      * RECOVERY (PostRecv).
      *****************************************************************
           PERFORM A-INIT.
           PERFORM B-SCAN.
           PERFORM E-END.
           IF WS-OPEN-COUNT > 0
              MOVE 97 TO LK-RETURN-CODE
           ELSE
              MOVE 0 TO LK-RETURN-CODE.
           GOBACK.
        CONTROL-000.
           EXIT.
      *
        A-INIT SECTION.
        A-000.
           DISPLAY "** UNFINISHED POSTINGS CHECK **".
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT "COMPANYCODE".
           IF WS-COMPANY-CODE = " "
              MOVE "01" TO WS-COMPANY-CODE.
           DISPLAY "COMPANY: " WS-COMPANY-CODE.
           OPEN INPUT POST-INFLIGHT.
           IF WS-IFL-ST1 = 35
              DISPLAY "NO POSTING MARKER FILE, NOTHING UNFINISHED."
              MOVE 0 TO LK-RETURN-CODE
              GOBACK.
           IF WS-IFL-ST1 NOT = 0
              MOVE "CANNOT OPEN POSTING MARKER FILE, RUN ABANDONED."
                 TO WS-MESSAGE
              PERFORM ERROR-MESSAGE
              MOVE 90 TO LK-RETURN-CODE
              GOBACK.
        A-EXIT.
           EXIT.
      *
        B-SCAN SECTION.
        BS-005.
           READ POST-INFLIGHT NEXT
               AT END
             GO TO BS-EXIT.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE SPACES           TO WS-DETAIL-LINE.
           MOVE IFL-PROGRAM      TO WS-DL-PROGRAM.
           MOVE IFL-ACC-TEXT     TO WS-DL-ACCOUNT.
           MOVE IFL-TRANS-NUMBER TO WS-DL-TRANS.
           MOVE IFL-REFERENCE    TO WS-DL-REFERENCE.
           MOVE IFL-AMOUNT       TO WS-DL-AMOUNT.
           MOVE IFL-STARTED      TO WS-DL-STARTED.
           MOVE IFL-OPERATOR     TO WS-DL-OPERATOR.
           DISPLAY WS-DETAIL-LINE.
           GO TO BS-005.
        BS-EXIT.
           EXIT.
      *
        E-END SECTION.
        E-000.
           CLOSE POST-INFLIGHT.
           DISPLAY "UNFINISHED POSTINGS: " WS-OPEN-COUNT.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        E-EXIT.
           EXIT.
      *
        COPY "ErrorMessage".
      * END-OF-JOB.
