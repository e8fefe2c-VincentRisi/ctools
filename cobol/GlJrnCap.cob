               ALTERNATE RECORD KEY IS GL-DESCRIPTION WITH DUPLICATES
               FILE STATUS IS WS-GL-STATUS.
         Copy "SelectGlPeriod".
         Copy "SelectCostCentre".
      *
        DATA DIVISION.
        FILE SECTION.
           COPY ChlfdGlJrn.
           COPY ChlfdGlMast.
           COPY ChlfdGlPeriod.
           COPY ChlfdCostCentre.
      *
       WORKING-STORAGE SECTION.
           77  W-POS            PIC 9(4) VALUE 0.
           77  WS-NEXT-REF      PIC 9(08) VALUE 0.
           77  WS-WRITE-COUNT   PIC 9(03) VALUE 0.
           77  WS-REVERSE       PIC X VALUE " ".
           COPY "WsCostCentre".
           01  WS-GLJRN-STATUS.
               03  WS-STAT1     PIC 99.
           01  WS-GL-STATUS.
                   05  WS-BT-DATE       PIC 9(08).
                   05  WS-BT-DESC       PIC X(30).
                   05  WS-BT-AMOUNT     PIC S9(09)V99.
                   05  WS-BT-CENTRE     PIC X(04).
      *
        LINKAGE SECTION.
        COPY ChlfdLinkage.
              CLOSE GLJRN-FILE
                    GL-MASTER
              EXIT PROGRAM.
           OPEN INPUT COST-CENTRE-FILE.
           IF WS-CC-ST1 NOT = 0
              MOVE "Y" TO WS-CC-OFF-SW.
           PERFORM A-NEXT-REFERENCE.
        A-EXIT.
           EXIT.
           MOVE 1524 TO W-POS.
           MOVE " " TO WS-DESC-IN.
           ACCEPT WS-DESC-IN AT W-POS.
        BC-035.
      *    A BLANK COST CENTRE TAKES THE ACCOUNT'S DEFAULT, IF IT HAS
      *    ONE.
           MOVE 1710 TO W-POS.
           DISPLAY "COST CENTRE, BLANK=ACCOUNT DEFAULT: [    ]"
              AT W-POS.
           MOVE 1747 TO W-POS.
           MOVE " " TO WS-CC-CODE.
           ACCEPT WS-CC-CODE AT W-POS.
           MOVE WS-ACCT-IN TO WS-CC-ACCOUNT.
           PERFORM COST-CENTRE-DEFAULT.
           IF WS-CC-BAD
              GO TO BC-035.
           MOVE 1747 TO W-POS.
           DISPLAY WS-CC-CODE AT W-POS.
        BC-040.
           MOVE 1610 TO W-POS.
           DISPLAY "AMOUNT, DEBIT + / CREDIT -: [              ]"
             TO WS-BT-DATE (WS-ENTRY-COUNT).
           MOVE WS-DESC-IN TO WS-BT-DESC (WS-ENTRY-COUNT).
           MOVE WS-AMT     TO WS-BT-AMOUNT (WS-ENTRY-COUNT).
           MOVE WS-CC-CODE TO WS-BT-CENTRE (WS-ENTRY-COUNT).
           ADD WS-AMT TO WS-NET-TOTAL.
           IF WS-AMT > 0
              ADD WS-AMT TO WS-DEBIT-TOTAL
           MOVE "GlJrnCap"             TO GLJRN-SOURCE.
           MOVE WS-OPERATOR            TO GLJRN-OPERATOR.
           MOVE WS-BT-DATE (WS-IDX) (1:6) TO GLJRN-PERIOD.
           MOVE WS-BT-CENTRE (WS-IDX)  TO GLJRN-COST-CENTRE.
           WRITE GLJRN-REC
               INVALID KEY
             IF WS-STAT1 = 22
           CLOSE GLJRN-FILE
                 GL-MASTER
                 GL-PERIOD-FILE.
           IF NOT WS-CC-OFF
              CLOSE COST-CENTRE-FILE.
           MOVE "FINISHED, CLOSING AND EXIT" TO WS-MESSAGE
           PERFORM ERROR-MESSAGE.
        E-EXIT.
           EXIT.
      *
        COPY "CostCentre".
        COPY "StatusText".
        COPY "ErrorMessage".
      * END-OF-JOB.
