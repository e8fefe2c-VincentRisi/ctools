               03  WS-30-AMT        PIC S9(09)V99 VALUE 0.
               03  WS-60-AMT        PIC S9(09)V99 VALUE 0.
               03  WS-90-AMT        PIC S9(09)V99 VALUE 0.
               03  WS-DSP-AMT       PIC S9(09)V99 VALUE 0.
               03  WS-TOT-AMT       PIC S9(09)V99 VALUE 0.
      *
      *    COMPANY TOTALS ACROSS ALL DEBTORS
               03  WS-CO-30-AMT     PIC S9(09)V99 VALUE 0.
               03  WS-CO-60-AMT     PIC S9(09)V99 VALUE 0.
               03  WS-CO-90-AMT     PIC S9(09)V99 VALUE 0.
               03  WS-CO-DSP-AMT    PIC S9(09)V99 VALUE 0.
               03  WS-CO-TOT-AMT    PIC S9(09)V99 VALUE 0.
      *
           01  WS-DETAIL-LINE.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-90         PIC Z,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-DSP        PIC Z,ZZZ,ZZ9.99-.
               03  FILLER           PIC X(02) VALUE " ".
               03  WS-DL-TOT        PIC Z,ZZZ,ZZ9.99-.
               03  WS-DL-FLAG       PIC X(02) VALUE " ".
           01  WS-HEAD-LINE.
               03  FILLER           PIC X(15) VALUE "      30 DAYS".
               03  FILLER           PIC X(15) VALUE "      60 DAYS".
               03  FILLER           PIC X(15) VALUE "     90+ DAYS".
               03  FILLER           PIC X(15) VALUE "     DISPUTED".
               03  FILLER           PIC X(15) VALUE "        TOTAL".
        Copy "WsDateInfo".
      *
               AT END
             GO TO BR-EXIT.
           MOVE 0 TO WS-CUR-AMT WS-30-AMT WS-60-AMT
                     WS-90-AMT WS-DSP-AMT WS-TOT-AMT.
           PERFORM BR-AGE-TRANSACTIONS.
           IF WS-TOT-AMT = 0 AND DEBTOR-BALANCE = 0
              GO TO BR-005.
           MOVE WS-30-AMT         TO WS-DL-30.
           MOVE WS-60-AMT         TO WS-DL-60.
           MOVE WS-90-AMT         TO WS-DL-90.
           MOVE WS-DSP-AMT        TO WS-DL-DSP.
           MOVE WS-TOT-AMT        TO WS-DL-TOT.
           IF WS-TOT-AMT NOT = DEBTOR-BALANCE
              MOVE " *" TO WS-DL-FLAG
           ADD WS-30-AMT  TO WS-CO-30-AMT.
           ADD WS-60-AMT  TO WS-CO-60-AMT.
           ADD WS-90-AMT  TO WS-CO-90-AMT.
           ADD WS-DSP-AMT TO WS-CO-DSP-AMT.
           ADD WS-TOT-AMT TO WS-CO-TOT-AMT.
           GO TO BR-005.
        BR-EXIT.
      *****************************************************************
      * THE DEBTOR LEDGER IS OPEN ITEM, SO ONLY EACH TRANSACTION'S
      * UNPAID PORTION IS AGED. A PARKED RECEIPT CARRIES A NEGATIVE
      * OUTSTANDING AMOUNT AND REDUCES THE CURRENT BUCKET. AN ITEM
      * UNDER DISPUTE IS SHOWN IN ITS OWN COLUMN INSTEAD OF BY AGE.
      *****************************************************************
        BRA-005.
           MOVE DEBTOR-ACCOUNT-NUMBER TO DRTR-ACCOUNT-NUMBER.
           IF DRTR-OUTSTANDING = 0
              GO TO BRA-010.
           ADD DRTR-OUTSTANDING TO WS-TOT-AMT.
           IF DRTR-DISPUTED
              ADD DRTR-OUTSTANDING TO WS-DSP-AMT
              GO TO BRA-010.
           IF DRTR-DATE = 0
              ADD DRTR-OUTSTANDING TO WS-90-AMT
              GO TO BRA-010.
           MOVE WS-CO-30-AMT      TO WS-DL-30.
           MOVE WS-CO-60-AMT      TO WS-DL-60.
           MOVE WS-CO-90-AMT      TO WS-DL-90.
           MOVE WS-CO-DSP-AMT     TO WS-DL-DSP.
           MOVE WS-CO-TOT-AMT     TO WS-DL-TOT.
           MOVE WS-DETAIL-LINE    TO REPORT-TEXT-LINE.
           WRITE REPORT-TEXT-LINE.
