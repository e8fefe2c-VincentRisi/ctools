       77  SUB-DIS              PIC 9(4) VALUE 0.
       77  WS-LINE-COUNT        PIC 9(02) VALUE 0.
       77  WS-OPEN-RETRY-COUNT  PIC 9(02) COMP VALUE 0.
       77  WS-AVAIL             PIC S9(07)V999 VALUE 0.
       01  WS-HEAD-PRINT.
           03  WS-HD-STOCK      PIC 9(08).
           03  FILLER           PIC X(02) VALUE " ".
           03  FILLER           PIC X(24) VALUE " ".
       01  WS-WHSE-PRINT.
           03  WS-WP-WAREHOUSE  PIC X(04) VALUE " ".
           03  FILLER           PIC X(06) VALUE " HAND ".
           03  WS-WP-QTY-EDIT   PIC Z(6)9.999-.
           03  FILLER           PIC X(07) VALUE " ALLOC ".
           03  WS-WP-ALLOC-EDIT PIC Z(6)9.999-.
           03  FILLER           PIC X(07) VALUE " AVAIL ".
           03  WS-WP-AVAIL-EDIT PIC Z(6)9.999-.
           03  FILLER           PIC X(05) VALUE " VAL ".
           03  WS-WP-VAL-EDIT   PIC Z(8)9.99-.
           03  FILLER           PIC X(01) VALUE " ".
       01  WS-MOVE-PRINT.
           03  WS-MP-DATE       PIC 9999/99/99.
           03  FILLER           PIC X(02) VALUE " ".
            ADD 100 TO SUB-DIS.
            MOVE STK-WAREHOUSE    TO WS-WP-WAREHOUSE.
            MOVE STK-ONHAND-QTY   TO WS-WP-QTY-EDIT.
      *     ALLOCATED IS HELD FOR OPEN SALES ORDERS; WHAT IS LEFT
      *     OVER IS AVAILABLE TO PROMISE.
            IF STK-ALLOCATED-QTY NOT NUMERIC
              MOVE 0 TO STK-ALLOCATED-QTY.
            MOVE STK-ALLOCATED-QTY TO WS-WP-ALLOC-EDIT.
            SUBTRACT STK-ALLOCATED-QTY FROM STK-ONHAND-QTY
              GIVING WS-AVAIL.
            MOVE WS-AVAIL         TO WS-WP-AVAIL-EDIT.
            MOVE STK-ONHAND-VALUE TO WS-WP-VAL-EDIT.
            DISPLAY WS-WHSE-PRINT AT SUB-DIS.
       SW-020.
                 IF STCH-TYPE-PURCHASE
               MOVE "PURCH RCV" TO WS-MP-TYPE
                 ELSE
                  IF STCH-TYPE-RETURN
               MOVE "CUST RTN"  TO WS-MP-TYPE
                  ELSE
                   IF STCH-TYPE-ASSEMBLY
               MOVE "ASSEMBLY"  TO WS-MP-TYPE
                   ELSE
                    IF STCH-TYPE-LANDED
               MOVE "LANDED"    TO WS-MP-TYPE
                    ELSE
               MOVE " "         TO WS-MP-TYPE.
            MOVE STCH-QUANTITY    TO WS-MP-QTY-EDIT.
            MOVE STCH-VALUE       TO WS-MP-VAL-EDIT.
