                MOVE 0        TO STK-REORDER-QTY
                MOVE 0        TO STK-AVG-COST
                MOVE 0        TO STK-SELL-PRICE
                MOVE 0        TO STK-ALLOCATED-QTY
                MOVE SPACES   TO STK-SUPPLIER
                MOVE "N"      TO STK-LOT-CONTROL
                MOVE "NEW STOCK ITEM, ENTER DETAILS AND ACTION A."
                  TO WS-MESSAGE
                PERFORM ERROR-MESSAGE
           MOVE STK-SELL-PRICE  TO WS-VAL-EDIT.
           MOVE WS-VAL-EDIT     TO F-NAMEFIELD.
           PERFORM WRITE-FIELD-ALPHA.
           MOVE "LOTCONTROL"    TO F-FIELDNAME.
           MOVE 10              TO F-CBFIELDNAME.
           IF STK-LOT-CONTROL NOT = "Y"
               MOVE "N" TO STK-LOT-CONTROL.
           MOVE STK-LOT-CONTROL TO F-NAMEFIELD.
           PERFORM WRITE-FIELD-ALPHA.
       SR-999.
           EXIT.
      *
                 TO STK-SELL-PRICE.
           IF STK-SELL-PRICE NOT NUMERIC
               MOVE 0 TO STK-SELL-PRICE.
       GBF-070.
      *    A LOT-CONTROLLED ITEM NEEDS A LOT AND EXPIRY ON EVERY
      *    RECEIPT AND A LOT ON EVERY SALE.
           MOVE "LOTCONTROL"    TO F-FIELDNAME.
           MOVE 10              TO F-CBFIELDNAME.
           PERFORM USER-FILL-FIELD.
           MOVE 1               TO F-CBFIELDLENGTH.
           PERFORM READ-FIELD-ALPHA.
           IF F-NAMEFIELD NOT = " "
               MOVE F-NAMEFIELD (1:1) TO STK-LOT-CONTROL.
           IF STK-LOT-CONTROL NOT = "Y" AND NOT = "N"
               MOVE "LOT CONTROL MUST BE Y OR N, RE-ENTER."
                 TO WS-MESSAGE
               PERFORM ERROR-MESSAGE
               GO TO GBF-070.
       GBF-999.
           EXIT.
      *
