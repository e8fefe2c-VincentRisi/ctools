           77  WS-PERIOD-NAME   PIC X(12) VALUE " ".
           77  WS-COMMAND       PIC X(120) VALUE " ".
           77  WS-SYS-STATUS    PIC 9(4) BINARY COMP VALUE 0.
           77  WS-COPIED-COUNT  PIC 9(03) VALUE 0.
           77  WS-SKIP-COUNT    PIC 9(03) VALUE 0.
           77  WS-ACCT-COUNT    PIC 9(02) VALUE 0.
           77  WS-PER-COUNT     PIC 9(02) VALUE 0.
           77  WS-IDX           PIC 9(03) COMP VALUE 0.
           77  WS-CH-IDX        PIC 9(02) COMP VALUE 0.
           77  WS-MM            PIC 9(02) VALUE 0.
           77  WS-THIS-YEAR     PIC 9(04) VALUE 0.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             TO GLPD-END-DATE.
           MOVE "O" TO GLPD-STATUS.
           MOVE 0 TO GLPD-CHECK-DATE
                     GLPD-OVERRIDE-DATE.
           WRITE GL-PERIOD-RECORD
               INVALID KEY
             DISPLAY "SEED WRITE FAILED FOR PERIOD: " GLPD-PERIOD.
